           88  LST-KBN-SUS-AGE                    VALUE '13'.
           88  LST-KBN-DT-NG                      VALUE '14'.
           88  LST-KBN-CAL-ROLL                   VALUE '15'.
           88  LST-KBN-HOLD                       VALUE '16'.
           88  LST-KBN-RELEASE                    VALUE '17'.
           88  LST-KBN-RESEND                     VALUE '18'.
           88  LST-KBN-VOID                       VALUE '19'.
           88  LST-KBN-VOID-NG                    VALUE '20'.
       03  FILLER                    PIC X(01).
       03  LST-NO-HKK                PIC X(10).
       03  FILLER                    PIC X(01).
