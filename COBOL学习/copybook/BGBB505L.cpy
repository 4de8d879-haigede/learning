           88  TRC-KBN-NASHI                     VALUE '03'.
           88  TRC-KBN-ARC-MEISAI                VALUE '04'.
           88  TRC-KBN-NET                       VALUE '05'.
           88  TRC-KBN-CANCEL                    VALUE '06'.
       03  FILLER                    PIC X(01).
       03  TRC-NO-HKK                PIC X(10).
       03  FILLER                    PIC X(01).
