           88  RSD-KBN-RESENT                    VALUE '01'.
           88  RSD-KBN-EXHAUSTED                 VALUE '02'.
           88  RSD-KBN-HIS-NASHI                 VALUE '03'.
           88  RSD-KBN-VOID                      VALUE '04'.
       03  FILLER                    PIC X(01).
       03  RSD-NO-HKK                PIC X(10).
       03  FILLER                    PIC X(01).
