      ******************************************************************
      *    BGBB516G  JOB-CHAIN RUN LOG RECORD
      *                EVERY CHAIN, MAINTENANCE AND ARCHIVE PROGRAM
      *                APPENDS A START RECORD WHEN IT BEGINS AND AN
      *                END RECORD JUST BEFORE IT RETURNS. BOTH CARRY
      *                THE START STAMP, WHICH PAIRS THEM. THE DATASET
      *                IS EXTENDED, NEVER CLEARED (LIKE BGBB509C) AND
      *                IS READ BY THE BGBB517 BATCH-WINDOW REPORT
      *                  RLG-REC-KBN     'S' = START, 'E' = END
      *                  RLG-DT-SHR      PROCESSING DAY (ZAGB110
      *                                  BATCH DATE; THE RUN DATE FOR
      *                                  THE MAINTENANCE PROGRAMS)
      *                  RLG-NO-CYCLE    INTRA-DAY CYCLE (BGBB501
      *                                  ONLY, SPACE OTHERWISE)
      *                  END RECORD ONLY:
      *                  RLG-END-STAMP   END DATE/TIME
      *                  RLG-SEC-ELAPSED ELAPSED SECONDS
      *                  RLG-CTR-IN/OUT  MAIN INPUT / OUTPUT COUNTS
      *                  RLG-RC          FINAL RETURN-CODE
      ******************************************************************
       03  RLG-REC-KBN               PIC X(01).
           88  RLG-REC-START                   VALUE 'S'.
           88  RLG-REC-END                     VALUE 'E'.
       03  RLG-NO-PGM                PIC X(08).
       03  RLG-DT-SHR                PIC 9(08).
       03  RLG-NO-CYCLE              PIC X(02).
       03  RLG-RUN-STAMP.
           05  RLG-RUN-DT            PIC X(08).
           05  RLG-RUN-TM            PIC X(06).
       03  RLG-END-STAMP.
           05  RLG-END-DT            PIC X(08).
           05  RLG-END-TM            PIC X(06).
       03  RLG-SEC-ELAPSED           PIC 9(07).
       03  RLG-CTR-IN                PIC 9(09).
       03  RLG-CTR-OUT               PIC 9(09).
       03  RLG-RC                    PIC 9(04).
       03  FILLER                    PIC X(44).
