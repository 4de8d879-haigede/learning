      ******************************************************************
      *    BGBB513L  HELD-PAYOUT RELEASE REPORT RECORD
      ******************************************************************
       03  HRL-KBN                   PIC X(02).
           88  HRL-KBN-RELEASED                  VALUE '01'.
           88  HRL-KBN-CANCELLED                 VALUE '02'.
           88  HRL-KBN-NASHI                     VALUE '03'.
           88  HRL-KBN-INVALID                   VALUE '04'.
           88  HRL-KBN-HLQ-OVER                  VALUE '05'.
           88  HRL-KBN-HELD                      VALUE '06'.
       03  FILLER                    PIC X(01).
       03  HRL-NO-HKK                PIC X(10).
       03  FILLER                    PIC X(01).
       03  HRL-DT-HOLD               PIC 9(08).
       03  FILLER                    PIC X(01).
       03  HRL-KIN                   PIC -9(09).
       03  FILLER                    PIC X(01).
       03  HRL-MSG                   PIC X(40).
       03  FILLER                    PIC X(06).
