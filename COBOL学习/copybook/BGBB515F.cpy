      ******************************************************************
      *    BGBB515F  GL JOURNAL CONTROL RECORD VIEW (HEADER/TRAILER)
      *                SAME 120 BYTE FRAME AS THE BGBB515J DETAIL
      *                  HEADER : JNF-REC-ID = 'HDR'
      *                           JNF-DT-CREATE / JNF-DT-SHR SET
      *                  TRAILER: JNF-REC-ID = 'TRL'
      *                           JNF-CTR-RECORD = DETAIL LINE COUNT
      *                           JNF-TOT-DR / JNF-TOT-CR = DEBIT AND
      *                           CREDIT TOTALS (ALWAYS EQUAL)
      *                JNF-CD-STS (BOTH RECORDS)
      *                  SPACE = POSTED
      *                  'S'   = POSTING STOPPED - NO DETAIL LINES
      *                          (UNMAPPED DEPARTMENT OR AN INPUT FEED
      *                          OUT OF BALANCE, SEE BGBB515L)
      ******************************************************************
       03  JNF-REC-ID                PIC X(03).
           88  JNF-REC-HDR                     VALUE 'HDR'.
           88  JNF-REC-TRL                     VALUE 'TRL'.
       03  JNF-DT-CREATE             PIC 9(08).
       03  JNF-DT-SHR                PIC 9(08).
       03  JNF-CTR-RECORD            PIC 9(09).
       03  JNF-TOT-DR                PIC 9(15).
       03  JNF-TOT-CR                PIC 9(15).
       03  JNF-CD-STS                PIC X(01).
           88  JNF-STS-STOPPED                 VALUE 'S'.
       03  FILLER                    PIC X(61).
