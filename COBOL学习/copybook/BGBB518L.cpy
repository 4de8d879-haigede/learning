      ******************************************************************
      *    BGBB518L  DEPARTMENT RECLASSIFICATION REPORT RECORD
      *                  '01' HEADING      (STORE, PERIOD, MODE)
      *                  '02' DEPARTMENT WOULD CHANGE (LIST ONLY)
      *                  '03' RECLASSIFIED - REVERSAL AND REISSUE
      *                       WRITTEN TO YF55204K
      *                  '04' VOIDED - NOTHING TO RECLASSIFY
      *                  '05' LEFT LOAD REJECTED - THE RE-FEED AFTER
      *                       REPAIR RESOLVES THE DEPARTMENT AGAIN
      *                  '06' NO DEPARTMENT FOUND - THE HKK-2
      *                       FALLBACK IS NEVER APPLIED BY A
      *                       RECLASSIFICATION, LEFT AS IS
      *                  '07' HISTORY WRITE FAILED - NOT SENT
      *                  '08' TOTAL (COUNT AND AMOUNT THAT CHANGE)
      *                  '09' PARM ERROR
      *                RCL-SRC : WHERE THE NEW DEPARTMENT CAME FROM
      *                          '0' ZAGB153/111/165 CHAIN
      *                          '1' BGBB501D OVERRIDE TABLE
      *                          '2' NOT FOUND (HKK-2)
      *                ON THE HEADING AND TOTAL RCL-DT-SHK-JSK AND
      *                RCL-DT-ED ARE THE PERIOD (RCL-DPT-NEW ON THE
      *                HEADING IS THE MODE, 'L' OR 'U'); ON A PAYOUT
      *                LINE RCL-DT-ED IS THE FED DT-SHK-SHR
      ******************************************************************
       03  RCL-KBN                   PIC X(02).
           88  RCL-KBN-MIDASHI                   VALUE '01'.
           88  RCL-KBN-LIST                      VALUE '02'.
           88  RCL-KBN-DONE                      VALUE '03'.
           88  RCL-KBN-VOID                      VALUE '04'.
           88  RCL-KBN-LOAD-REJ                  VALUE '05'.
           88  RCL-KBN-DPT-NASHI                 VALUE '06'.
           88  RCL-KBN-YFH-NG                    VALUE '07'.
           88  RCL-KBN-GOKEI                     VALUE '08'.
           88  RCL-KBN-PARM-NG                   VALUE '09'.
       03  FILLER                    PIC X(01).
       03  RCL-HB-TR-Z               PIC X(04).
       03  FILLER                    PIC X(01).
       03  RCL-NO-HKK                PIC X(10).
       03  FILLER                    PIC X(01).
       03  RCL-DT-SHK-JSK            PIC 9(08).
       03  FILLER                    PIC X(01).
       03  RCL-DT-ED                 PIC 9(08).
       03  FILLER                    PIC X(01).
       03  RCL-DPT-OLD               PIC X(02).
       03  FILLER                    PIC X(01).
       03  RCL-DPT-NEW               PIC X(02).
       03  FILLER                    PIC X(01).
       03  RCL-SRC                   PIC X(01).
       03  FILLER                    PIC X(01).
       03  RCL-CTR                   PIC 9(07).
       03  FILLER                    PIC X(01).
       03  RCL-KIN                   PIC -9(11).
       03  FILLER                    PIC X(01).
       03  RCL-MSG                   PIC X(36).
       03  FILLER                    PIC X(18).
