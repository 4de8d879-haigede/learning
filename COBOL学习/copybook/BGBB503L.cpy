           88  NET-KBN-ORPHAN                    VALUE '01'.
           88  NET-KBN-NETTED                    VALUE '02'.
           88  NET-KBN-YFX-NG                    VALUE '03'.
           88  NET-KBN-VOID                      VALUE '04'.
       03  FILLER                    PIC X(01).
       03  NET-NO-HKK                PIC X(10).
       03  FILLER                    PIC X(01).
