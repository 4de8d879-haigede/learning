      ******************************************************************
      *    BGBB501T  BGBB501 TRIAL-RUN FORECAST PRINT RECORD
      *                WRITTEN ONLY WHEN PARM-RUN-MODE = 'T'. THE RUN
      *                IS VALIDATE-ONLY - THE FIGURES ARE WHAT THE
      *                REAL RUN WOULD PRODUCE FROM THE SAME ZFL572A.
      *                IN THIS ORDER:
      *                  '01' HEADING     (BATCH DATE, SETTLEMENT
      *                                    DATE, CYCLE)
      *                  '02' AMOUNT TOTAL BY DESTINATION
      *                  '03' REJECT COUNT BY REASON
      *                  '04' STORE WHOSE DEPARTMENT FALLS BACK TO
      *                       HKK-2 (TRY-ITEM = HB-TR-Z)
      *                  '05' THRESHOLD CEILING EXCEEDED
      *                  '06' RETURN-CODE OF THE REAL RUN
      ******************************************************************
       03  TRY-KBN                   PIC X(02).
           88  TRY-KBN-MIDASHI                   VALUE '01'.
           88  TRY-KBN-GOKEI                     VALUE '02'.
           88  TRY-KBN-REJECT                    VALUE '03'.
           88  TRY-KBN-DPT-NASHI                 VALUE '04'.
           88  TRY-KBN-THR-NG                    VALUE '05'.
           88  TRY-KBN-RC                        VALUE '06'.
       03  FILLER                    PIC X(01).
       03  TRY-ITEM                  PIC X(12).
       03  FILLER                    PIC X(01).
       03  TRY-CTR                   PIC 9(07).
       03  FILLER                    PIC X(01).
       03  TRY-KIN                   PIC -9(11).
       03  FILLER                    PIC X(01).
       03  TRY-RC                    PIC 9(02).
       03  FILLER                    PIC X(01).
       03  TRY-MSG                   PIC X(40).
