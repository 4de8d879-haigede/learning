      ******************************************************************
      *                RPT-KBN '01' KAKU-NASHI  = SENT, NO CONFIRMATION
      *                        '02' SOUFU-NASHI = CONFIRMED, NEVER SENT
      *                        '08' VOIDED      = VOIDED, NOT AWAITING
      *                                           CONFIRMATION
       03  RPT-KBN                   PIC X(02).
           88  RPT-KBN-KAKU-NASHI                VALUE '01'.
           88  RPT-KBN-SOUFU-NASHI               VALUE '02'.
           88  RPT-KBN-TBL-OVER                  VALUE '05'.
           88  RPT-KBN-KAKU-JUFUKU               VALUE '06'.
           88  RPT-KBN-STS-NG                    VALUE '07'.
           88  RPT-KBN-VOID                      VALUE '08'.
       03  FILLER                    PIC X(01).
       03  RPT-NO-HKK                PIC X(10).
       03  FILLER                    PIC X(01).
