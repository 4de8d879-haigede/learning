       03  CKPT-CTR-SUS-OUT          PIC 9(07).
       03  CKPT-CTR-SUS-OVER         PIC 9(07).
       03  CKPT-CTR-DT-NG            PIC 9(07).
       03  CKPT-CTR-HOLD             PIC 9(07).
       03  CKPT-KIN-HOLD             PIC S9(11)     COMP-3.
       03  CKPT-CTR-HLQ-CARRY        PIC 9(07).
       03  CKPT-CTR-VOID             PIC 9(07).
       03  CKPT-KIN-VOID             PIC S9(11)     COMP-3.
       03  CKPT-CTR-VOID-NG          PIC 9(07).
       03  FILLER                    PIC X(04).
