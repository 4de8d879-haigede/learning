      ******************************************************************
      *    BGBB517E  EXPECTED JOB STEP TABLE RECORD
      *                OPERATIONS-MAINTAINED LIST OF THE STEPS THAT
      *                MUST RUN FOR EVERY PROCESSING DAY. A LISTED
      *                STEP WITH NO RUN LOG RECORD FOR THE DAY IS
      *                REPORTED AS NEVER RAN BY BGBB517
      *                  EXP-KBN-DAY  'B' (OR SPACE) = BUSINESS DAYS
      *                               ONLY - NOT EXPECTED ON A DAY
      *                               IN THE BGBB501B CALENDAR
      *                               'A' = EVERY DAY
      *                ON-REQUEST JOBS (MAINTENANCE, ARCHIVE,
      *                STATEMENT) ARE NOT LISTED
      ******************************************************************
       03  EXP-NO-PGM                PIC X(08).
       03  EXP-KBN-DAY               PIC X(01).
           88  EXP-KBN-DAY-ALL                   VALUE 'A'.
       03  EXP-TXT                   PIC X(20).
       03  FILLER                    PIC X(51).
