       03  QF-REC-KBN                PIC X(01).
           88  QF-REC-TEISEI                   VALUE '1'.
           88  QF-REC-SEIJO                    VALUE SPACE '0'.
           88  QF-REC-VOID                     VALUE '2'.
       03  FILLER                    PIC X(44).
