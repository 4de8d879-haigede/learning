           88  RPR-KBN-INVALID                   VALUE '04'.
           88  RPR-KBN-SUMI                      VALUE '05'.
           88  RPR-KBN-SUS-OVER                  VALUE '06'.
           88  RPR-KBN-LOAD-REJ                  VALUE '07'.
       03  FILLER                    PIC X(01).
       03  RPR-NO-HKK                PIC X(10).
       03  FILLER                    PIC X(01).
