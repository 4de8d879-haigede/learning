      ******************************************************************
      *    BGBB516W  RUN LOG WORK AREA (EVERY BGBB516G WRITER)
      *                FILLED BY THE WRITER'S RLG-STR-RTN (START) AND
      *                RLG-END-RTN (END), MOVED TO BGBB516G AND
      *                APPENDED BY ITS RLG-WRT-RTN
      ******************************************************************
       03  WK-RLG-STATUS             PIC X(02).
           88  WK-RLG-STATUS-OK                VALUE '00'.
       03  WK-RLG-KBN                PIC X(01).
       03  WK-RLG-DT-SHR             PIC 9(08).
       03  WK-RLG-CYCLE              PIC X(02).
       03  WK-RLG-RUN-STAMP.
           05  WK-RLG-RUN-DT         PIC X(08).
           05  WK-RLG-RUN-TM         PIC X(06).
       03  WK-RLG-END-STAMP.
           05  WK-RLG-END-DT         PIC X(08).
           05  WK-RLG-END-TM         PIC X(06).
       03  WK-RLG-SEC                PIC 9(07).
       03  WK-RLG-CTR-IN             PIC 9(09).
       03  WK-RLG-CTR-OUT            PIC 9(09).
       03  WK-RLG-RC                 PIC 9(04).
      *-------- HHMMSS TO SECONDS-OF-DAY CONVERSION
       03  WK-RLG-TM-N               PIC 9(06).
       03  WK-RLG-HH                 PIC 9(02).
       03  WK-RLG-MMSS               PIC 9(04).
       03  WK-RLG-MI                 PIC 9(02).
       03  WK-RLG-SS                 PIC 9(02).
       03  WK-RLG-SEC-W              PIC 9(07).
       03  WK-RLG-SEC-ST             PIC 9(07).
       03  WK-RLG-SEC-ED             PIC 9(07).
