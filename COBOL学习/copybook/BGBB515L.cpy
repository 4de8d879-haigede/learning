      ******************************************************************
      *    BGBB515L  GL JOURNAL POSTING REPORT RECORD
      *                  '01' POSTED (ONE LINE PER DEBIT/CREDIT PAIR)
      *                  '02' NETS TO ZERO - NOTHING POSTED
      *                  '03' NO ACCOUNT MAPPING - POSTING STOPPED
      *                  '04' INPUT FEED OR MAPPING TABLE ERROR -
      *                       POSTING STOPPED
      *                  '05' JOURNAL TOTAL / POSTING STOPPED NOTICE
      *                '04' LINES CARRY THE FILE CONCERNED IN
      *                GLR-ACCT-DR
      ******************************************************************
       03  GLR-KBN                   PIC X(02).
           88  GLR-KBN-POSTED                    VALUE '01'.
           88  GLR-KBN-ZERO                      VALUE '02'.
           88  GLR-KBN-UNMAPPED                  VALUE '03'.
           88  GLR-KBN-CTL-NG                    VALUE '04'.
           88  GLR-KBN-GOKEI                     VALUE '05'.
       03  FILLER                    PIC X(01).
       03  GLR-DT-SHK-SHR            PIC 9(08).
       03  FILLER                    PIC X(01).
       03  GLR-CD-SHK-DPT            PIC X(02).
       03  FILLER                    PIC X(01).
       03  GLR-ACCT-DR               PIC X(10).
       03  FILLER                    PIC X(01).
       03  GLR-ACCT-CR               PIC X(10).
       03  FILLER                    PIC X(01).
       03  GLR-CTR-KENSU             PIC 9(07).
       03  FILLER                    PIC X(01).
       03  GLR-KIN                   PIC -9(13).
       03  FILLER                    PIC X(01).
       03  GLR-MSG                   PIC X(30).
       03  FILLER                    PIC X(09).
