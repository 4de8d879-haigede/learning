       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BGBB517.
      * *************************************************************
      * **      BATCH-WINDOW REPORT (DAILY / WEEKLY)              ***
      * **                                                        ***
      * **      READS THE BGBB516G JOB-CHAIN RUN LOG AND LISTS    ***
      * **      EVERY STEP RUN FOR THE PROCESSING DAY (OR THE     ***
      * **      SEVEN DAYS ENDING ON IT) WITH ITS ELAPSED TIME    ***
      * **      AGAINST THE STEP'S AVERAGE OVER THE 30 DAYS       ***
      * **      BEFORE THE WINDOW, ITS INPUT/OUTPUT COUNTS AND    ***
      * **      RETURN-CODE. FLAGS A STEP THAT RAN LONG, ENDED    ***
      * **      NON-ZERO OR STARTED WITHOUT ENDING, AND EVERY     ***
      * **      STEP IN THE BGBB517E EXPECTED STEP TABLE THAT     ***
      * **      NEVER RAN FOR THE DAY. THE WEEKLY REPORT ADDS A   ***
      * **      PER-STEP SUMMARY OF THE WEEK                      ***
      * *************************************************************
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.10.15  M.K  NEW PROGRAM                              *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-LOG-STATUS.
           SELECT BGBB517E-F ASSIGN TO BGBB517E
               FILE STATUS  IS WK-EXP-STATUS.
           SELECT BGBB501B-F ASSIGN TO BGBB501B
               FILE STATUS  IS WK-CAL-STATUS.
           SELECT BGBB517W-F ASSIGN TO BGBB517W
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RLW-KEY OF BGBB517W-REC
               FILE STATUS  IS WK-RLW-STATUS.
           SELECT BGBB517L-F ASSIGN TO BGBB517L.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
      *-------- JOB-CHAIN RUN LOG (EVERY STEP'S START AND END RECORDS)
       FD  BGBB516G-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB516G-REC.
       01  BGBB516G-REC.
           COPY BGBB516G.
      *-------- OPERATIONS EXPECTED JOB STEP TABLE
       FD  BGBB517E-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB517E-REC.
       01  BGBB517E-REC.
           COPY BGBB517E.
      *-------- BUSINESS CALENDAR MASTER (NON-BUSINESS DAYS)
       FD  BGBB501B-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB501B-REC.
       01  BGBB501B-REC.
           COPY BGBB501B.
      *-------- KEYED RUN WORK FILE - REBUILT EMPTY EVERY RUN.
      *-------- ONE RECORD PER STEP RUN IN THE REPORT WINDOW, PAIRING
      *-------- THE START AND END RECORDS ON THEIR COMMON START STAMP
       FD  BGBB517W-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS BGBB517W-REC.
       01  BGBB517W-REC.
           03  RLW-KEY.
               05  RLW-DT-SHR          PIC 9(08).
               05  RLW-NO-PGM          PIC X(08).
               05  RLW-RUN-STAMP.
                   07  RLW-RUN-DT      PIC X(08).
                   07  RLW-RUN-TM      PIC X(06).
           03  RLW-SW-START            PIC X(01).
           03  RLW-SW-END              PIC X(01).
           03  RLW-NO-CYCLE            PIC X(02).
           03  RLW-END-STAMP.
               05  RLW-END-DT          PIC X(08).
               05  RLW-END-TM          PIC X(06).
           03  RLW-SEC-ELAPSED         PIC 9(07).
           03  RLW-CTR-IN              PIC 9(09).
           03  RLW-CTR-OUT             PIC 9(09).
           03  RLW-RC                  PIC 9(04).
           03  FILLER                  PIC X(20).
      *-------- BATCH-WINDOW REPORT
       FD  BGBB517L-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB517L-REC.
       01  BGBB517L-REC.
           COPY BGBB517L.
      *
       WORKING-STORAGE         SECTION.
      ******************************************************************
      *                WORK AREA                                       *
      ******************************************************************
       01  WORK-AREA.
         03  WK-START                   PIC X(10) VALUE 'WORK-START'.
         03  SW-LOG-EOF                 PIC X(01).
         03  SW-EXP-EOF                 PIC X(01).
         03  SW-CAL-EOF                 PIC X(01).
         03  SW-RLW-EOF                 PIC X(01).
      *-------- '1' = THE EXPECTED STEP TABLE COULD NOT BE READ
         03  SW-EXP-NONE                PIC X(01).
           88  SW-EXP-NONE-YES                  VALUE '1'.
      *-------- '1' = THE RUN LOG COULD NOT BE READ
         03  SW-LOG-NONE                PIC X(01).
           88  SW-LOG-NONE-YES                  VALUE '1'.
         03  WK-CTR-LOG                 PIC 9(07).
         03  WK-CTR-LOG-NG              PIC 9(07).
         03  WK-CTR-AVG-RUN             PIC 9(07).
         03  WK-CTR-RUN                 PIC 9(07).
         03  WK-CTR-LONG                PIC 9(07).
         03  WK-CTR-RC-NG               PIC 9(07).
         03  WK-CTR-NOEND               PIC 9(07).
         03  WK-CTR-NEVER               PIC 9(07).
         03  WK-CTR-EXP-OVER            PIC 9(07).
         03  WK-CTR-PGM-OVER            PIC 9(07).
         03  WK-CTR-LINE                PIC 9(07).
      *
         03  WK-LOG-STATUS              PIC X(02).
           88  WK-LOG-STATUS-OK               VALUE '00'.
         03  WK-EXP-STATUS              PIC X(02).
           88  WK-EXP-STATUS-OK               VALUE '00'.
         03  WK-CAL-STATUS              PIC X(02).
           88  WK-CAL-STATUS-OK               VALUE '00'.
         03  WK-RLW-STATUS              PIC X(02).
           88  WK-RLW-STATUS-OK               VALUE '00'.
           88  WK-RLW-STATUS-NOTFND           VALUE '23'.
      *
      *-------- REPORT KIND, WINDOW AND LONG-RUN THRESHOLD
         03  WK-KBN-RPT                 PIC X(01).
           88  WK-KBN-RPT-DAY                   VALUE 'D'.
           88  WK-KBN-RPT-WEEK                  VALUE 'W'.
         03  WK-PCT-LONG                PIC 9(03).
         03  WK-DT-RPT                  PIC 9(08).
         03  WK-DT-WIN-ST               PIC 9(08).
         03  WK-DT-AVG-ST               PIC 9(08).
         03  WK-DT-AVG-ED               PIC 9(08).
         03  WK-DT-DAY                  PIC 9(08).
         03  WK-INT-RPT                 PIC 9(07).
         03  WK-INT-WIN-ST              PIC 9(07).
         03  WK-INT-DAY                 PIC 9(07).
         03  WK-INT-W                   PIC 9(07).
      *-------- DAY OF THE WINDOW (1-7) BEING REPORTED
         03  WK-DAY-G                   PIC 9(04)      COMP.
      *
      *-------- CALENDAR VALIDITY CHECK (DATE-CHK-RTN)
         03  SW-CHK-OK                  PIC X(01).
         03  WK-CHK-DT                  PIC 9(08).
         03  WK-CHK-YM                  PIC 9(06).
         03  WK-CHK-YY                  PIC 9(04).
         03  WK-CHK-MM                  PIC 9(02).
         03  WK-CHK-DD                  PIC 9(02).
         03  WK-CHK-MAX-DD              PIC 9(02).
         03  WK-CHK-QT                  PIC 9(04).
         03  WK-CHK-REM                 PIC 9(03).
      *
      *-------- THE RUN BEING PRINTED
         03  WK-SEC-AVG                 PIC 9(07).
         03  WK-PCT-W                   PIC 9(07).
         03  WK-LONG-W                  PIC 9(13).
         03  WK-SEC-WEEK                PIC 9(07).
         03  WK-MARK-LONG               PIC X(01).
         03  WK-MARK-RC                 PIC X(01).
         03  WK-MARK-NOEND              PIC X(01).
         03  WK-NOTE-MSG                PIC X(23).
         03  WK-NOTE-CTR                PIC 9(07).
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
      ******************************************************************
      *    STEP TABLE WORK AREA                                        *
      *      ONE ENTRY PER PROGRAM FOUND IN THE RUN LOG: THE 30-DAY    *
      *      AVERAGE BASE AND (WEEKLY REPORT) THE WEEK'S RUNS          *
      ******************************************************************
       01  WK-PGM-AREA.
         03  WK-PGM-AREA-START          PIC X(14)
             VALUE 'PGM-WORK-START'.
         03  WK-PGM-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-PGM-G                   PIC 9(04)      COMP.
         03  SW-PGM-FOUND               PIC X(01).
           88  SW-PGM-FOUND-YES                 VALUE '1'.
         03  WK-PGM-FIND-NO             PIC X(08).
         03  WK-PGM-TBL OCCURS 100 TIMES.
           05  WK-PGM-NO                PIC X(08).
           05  WK-PGM-AVG-CNT           PIC 9(05).
           05  WK-PGM-AVG-SEC           PIC 9(11).
           05  WK-PGM-WK-RUN            PIC 9(05).
           05  WK-PGM-WK-END            PIC 9(05).
           05  WK-PGM-WK-SEC            PIC 9(11).
           05  WK-PGM-WK-MAX            PIC 9(07).
           05  WK-PGM-WK-FLAG           PIC 9(05).
         03  WK-PGM-AREA-END            PIC X(12)
             VALUE 'PGM-WORK-END'.
      *
      ******************************************************************
      *    EXPECTED JOB STEP TABLE WORK AREA                           *
      ******************************************************************
       01  WK-EXP-AREA.
         03  WK-EXP-AREA-START          PIC X(14)
             VALUE 'EXP-WORK-START'.
         03  WK-EXP-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-EXP-G                   PIC 9(04)      COMP.
         03  WK-EXP-TBL OCCURS 100 TIMES.
           05  WK-EXP-NO                PIC X(08).
           05  WK-EXP-KBN-DAY           PIC X(01).
           05  WK-EXP-SEEN              PIC X(01).
         03  WK-EXP-AREA-END            PIC X(12)
             VALUE 'EXP-WORK-END'.
      *
      ******************************************************************
      *    REPORT WINDOW DAY TABLE (1 = FIRST DAY OF THE WINDOW)       *
      *      WK-DAY-HOLIDAY '1' = A BGBB501B NON-BUSINESS DAY          *
      ******************************************************************
       01  WK-DAY-AREA.
         03  WK-DAY-AREA-START          PIC X(14)
             VALUE 'DAY-WORK-START'.
         03  WK-DAY-TBL OCCURS 7 TIMES.
           05  WK-DAY-HOLIDAY           PIC X(01).
         03  WK-DAY-AREA-END            PIC X(12)
             VALUE 'DAY-WORK-END'.
      *
       01  BGBB516G.
           COPY BGBB516G.
       01  BGBB517E.
           COPY BGBB517E.
       01  BGBB501B.
           COPY BGBB501B.
       01  BGBB517L.
           COPY BGBB517L.
      *
       01  YAB110.
           COPY YAB110.
       01  YAG005.
           COPY YAG005.
       01  WK-CNV-AREA.
         03  WK-CNV-AREA-START          PIC X(14)
             VALUE 'CNV-WORK-START'.
             COPY CBLCNS02.
         03  WK-CNV-AREA-END            PIC X(12)
             VALUE 'CNV-WORK-END'.
      *
       LINKAGE                 SECTION.
       01  BGBB517P.
           COPY BGBB517P.
      *
       PROCEDURE               DIVISION USING BGBB517P.
      ******************************************************************
      *        MAIN                                                    *
      ******************************************************************
       MAIN                    SECTION.
      *-------- INITIALIZATION (REPORT KIND AND WINDOW FROM PARM)
           PERFORM FST-RTN THRU FST-RTN-EXIT
           IF  RETURN-CODE NOT = ZERO
               GO TO MAIN-EXIT
           END-IF
      *-------- OPERATIONS TABLES - EXPECTED STEPS AND CALENDAR
           PERFORM EXP-LOAD-RTN THRU EXP-LOAD-RTN-EXIT
           PERFORM CAL-LOAD-RTN THRU CAL-LOAD-RTN-EXIT
      *-------- 30-DAY AVERAGES AND THE WINDOW'S RUNS FROM THE LOG
           PERFORM LOG-RTN THRU LOG-RTN-EXIT
      *-------- ONE BLOCK OF STEP LINES PER DAY OF THE WINDOW
           PERFORM DAY-RTN THRU DAY-RTN-EXIT
             UNTIL WK-INT-DAY > WK-INT-RPT
      *-------- WEEKLY STEP SUMMARY
           IF  WK-KBN-RPT-WEEK
               PERFORM WEEK-RTN THRU WEEK-RTN-EXIT
                 VARYING WK-PGM-G FROM 1 BY 1
                 UNTIL WK-PGM-G > WK-PGM-CNT
           END-IF
      *-------- TERMINATION
           PERFORM END-RTN THRU END-RTN-EXIT
      *
           .
       MAIN-EXIT.
           GOBACK.
      ******************************************************************
      *         FST-RTN : INITIALIZATION                               *
      ******************************************************************
       FST-RTN                 SECTION.
      *
           MOVE SPACE
             TO SW-LOG-EOF
           MOVE SPACE
             TO SW-EXP-EOF
           MOVE SPACE
             TO SW-CAL-EOF
           MOVE SPACE
             TO SW-RLW-EOF
           MOVE SPACE
             TO SW-EXP-NONE
           MOVE SPACE
             TO SW-LOG-NONE
           MOVE ZERO
             TO WK-CTR-LOG
           MOVE ZERO
             TO WK-CTR-LOG-NG
           MOVE ZERO
             TO WK-CTR-AVG-RUN
           MOVE ZERO
             TO WK-CTR-RUN
           MOVE ZERO
             TO WK-CTR-LONG
           MOVE ZERO
             TO WK-CTR-RC-NG
           MOVE ZERO
             TO WK-CTR-NOEND
           MOVE ZERO
             TO WK-CTR-NEVER
           MOVE ZERO
             TO WK-CTR-EXP-OVER
           MOVE ZERO
             TO WK-CTR-PGM-OVER
           MOVE ZERO
             TO WK-CTR-LINE
           PERFORM VARYING WK-DAY-G FROM 1 BY 1
             UNTIL WK-DAY-G > 7
               MOVE SPACE
                 TO WK-DAY-HOLIDAY(WK-DAY-G)
           END-PERFORM
      *
      *  [ZAGB110] BATCH PROCESSING DATE
           MOVE SPACE
             TO YAB110
           MOVE 'BGBB517'
             TO QA-NO-PGM           IN YAB110
           CALL 'ZAGB110' USING YAB110
      *
           OPEN OUTPUT BGBB517L-F
      *-------- REPORT KIND, DAY AND LONG-RUN PERCENTAGE - THE PARM,
      *-------- OR A DAILY REPORT OF THE BATCH DATE AT 150 PERCENT
           MOVE 'D'
             TO WK-KBN-RPT
           MOVE ZERO
             TO WK-DT-RPT
           MOVE 150
             TO WK-PCT-LONG
           IF  PARM-LEN >= 1
           AND PARM-KBN-RPT         IN BGBB517P NOT = SPACE
               MOVE PARM-KBN-RPT        IN BGBB517P
                 TO WK-KBN-RPT
           END-IF
           IF  PARM-LEN >= 9
           AND PARM-DT-SHR          IN BGBB517P NUMERIC
               MOVE PARM-DT-SHR         IN BGBB517P
                 TO WK-DT-RPT
           END-IF
           IF  PARM-LEN >= 12
           AND PARM-PCT-LONG        IN BGBB517P NUMERIC
           AND PARM-PCT-LONG        IN BGBB517P > ZERO
               MOVE PARM-PCT-LONG       IN BGBB517P
                 TO WK-PCT-LONG
           END-IF
           IF  WK-DT-RPT = ZERO
               MOVE DT-BTCHJ-SHR-ST     IN YAB110
                 TO WK-DT-RPT
           END-IF
      *-------- AN UNKNOWN REPORT KIND OR A DAY THAT IS NOT A REAL
      *-------- CALENDAR DATE IS A PARM ERROR
           MOVE WK-DT-RPT
             TO WK-CHK-DT
           PERFORM DATE-CHK-RTN THRU DATE-CHK-RTN-EXIT
           IF  NOT WK-KBN-RPT-DAY
           AND NOT WK-KBN-RPT-WEEK
               MOVE SPACE
                 TO SW-CHK-OK
           END-IF
           IF  WK-CHK-YY < 1601
               MOVE SPACE
                 TO SW-CHK-OK
           END-IF
           IF  SW-CHK-OK = SPACE
               MOVE SPACE
                 TO BGBB517L
               SET RPT-KBN-GOKEI       IN BGBB517L
                 TO TRUE
               MOVE WK-DT-RPT
                 TO RPT-DT-SHR          IN BGBB517L
               MOVE WK-KBN-RPT
                 TO RPT-NO-PGM          IN BGBB517L
               MOVE 'REPORT PARM INVALID'
                 TO RPT-MSG             IN BGBB517L
               WRITE BGBB517L-REC FROM BGBB517L
               CLOSE BGBB517L-F
               MOVE 16
                 TO RETURN-CODE
               GO TO FST-RTN-EXIT
           END-IF
      *-------- REPORT WINDOW: THE DAY, OR THE SEVEN DAYS ENDING ON IT.
      *-------- AVERAGE WINDOW: THE 30 DAYS BEFORE THE REPORT WINDOW
           COMPUTE WK-INT-RPT
             = FUNCTION INTEGER-OF-DATE(WK-DT-RPT)
           MOVE WK-INT-RPT
             TO WK-INT-WIN-ST
           IF  WK-KBN-RPT-WEEK
               COMPUTE WK-INT-WIN-ST = WK-INT-RPT - 6
           END-IF
           COMPUTE WK-DT-WIN-ST
             = FUNCTION DATE-OF-INTEGER(WK-INT-WIN-ST)
           COMPUTE WK-INT-W = WK-INT-WIN-ST - 30
           COMPUTE WK-DT-AVG-ST
             = FUNCTION DATE-OF-INTEGER(WK-INT-W)
           COMPUTE WK-INT-W = WK-INT-WIN-ST - 1
           COMPUTE WK-DT-AVG-ED
             = FUNCTION DATE-OF-INTEGER(WK-INT-W)
           MOVE WK-INT-WIN-ST
             TO WK-INT-DAY
      *
           OPEN OUTPUT BGBB517W-F
           CLOSE       BGBB517W-F
           OPEN I-O    BGBB517W-F
      *
           MOVE SPACE
             TO BGBB517L
           SET RPT-KBN-MIDASHI     IN BGBB517L
             TO TRUE
           MOVE WK-DT-RPT
             TO RPT-DT-SHR          IN BGBB517L
           MOVE WK-DT-WIN-ST
             TO RPT-RUN-DT          IN BGBB517L
           MOVE WK-PCT-LONG
             TO RPT-PCT             IN BGBB517L
           IF  WK-KBN-RPT-WEEK
               MOVE 'WEEKLY BATCH WINDOW'
                 TO RPT-MSG             IN BGBB517L
             ELSE
               MOVE 'DAILY BATCH WINDOW'
                 TO RPT-MSG             IN BGBB517L
           END-IF
           WRITE BGBB517L-REC FROM BGBB517L
      *
           .
       FST-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DATE-CHK-RTN : CALENDAR VALIDITY OF WK-CHK-DT          *
      *           FEBRUARY FOLLOWS THE FULL LEAP YEAR RULE             *
      ******************************************************************
       DATE-CHK-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-CHK-OK
           DIVIDE WK-CHK-DT BY 100
             GIVING WK-CHK-YM
             REMAINDER WK-CHK-DD
           DIVIDE WK-CHK-YM BY 100
             GIVING WK-CHK-YY
             REMAINDER WK-CHK-MM
           IF  WK-CHK-MM < 1
           OR  WK-CHK-MM > 12
               GO TO DATE-CHK-RTN-EXIT
           END-IF
           MOVE 31
             TO WK-CHK-MAX-DD
           IF  WK-CHK-MM = 4
           OR  WK-CHK-MM = 6
           OR  WK-CHK-MM = 9
           OR  WK-CHK-MM = 11
               MOVE 30
                 TO WK-CHK-MAX-DD
           END-IF
           IF  WK-CHK-MM = 2
               MOVE 28
                 TO WK-CHK-MAX-DD
               DIVIDE WK-CHK-YY BY 4
                 GIVING WK-CHK-QT
                 REMAINDER WK-CHK-REM
               IF  WK-CHK-REM = ZERO
                   MOVE 29
                     TO WK-CHK-MAX-DD
                   DIVIDE WK-CHK-YY BY 100
                     GIVING WK-CHK-QT
                     REMAINDER WK-CHK-REM
                   IF  WK-CHK-REM = ZERO
                       MOVE 28
                         TO WK-CHK-MAX-DD
                       DIVIDE WK-CHK-YY BY 400
                         GIVING WK-CHK-QT
                         REMAINDER WK-CHK-REM
                       IF  WK-CHK-REM = ZERO
                           MOVE 29
                             TO WK-CHK-MAX-DD
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF  WK-CHK-DD NOT < 1
           AND WK-CHK-DD NOT > WK-CHK-MAX-DD
               MOVE '1'
                 TO SW-CHK-OK
           END-IF
      *
           .
       DATE-CHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         EXP-LOAD-RTN : LOAD THE EXPECTED JOB STEP TABLE        *
      *           WITHOUT IT THE NEVER-RAN CHECK CANNOT BE MADE - THE  *
      *           REPORT SAYS SO RATHER THAN CLAIMING A CLEAN DAY      *
      ******************************************************************
       EXP-LOAD-RTN            SECTION.
      *
           MOVE ZERO
             TO WK-EXP-CNT
           OPEN INPUT BGBB517E-F
           IF  NOT WK-EXP-STATUS-OK
               MOVE '1'
                 TO SW-EXP-NONE
               GO TO EXP-LOAD-RTN-EXIT
           END-IF
           PERFORM EXP-RED-RTN THRU EXP-RED-RTN-EXIT
             UNTIL SW-EXP-EOF NOT = SPACE
           CLOSE BGBB517E-F
      *
           .
       EXP-LOAD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         EXP-RED-RTN : EXPECTED JOB STEP TABLE READ             *
      ******************************************************************
       EXP-RED-RTN             SECTION.
      *
           READ BGBB517E-F INTO BGBB517E
             AT END
               MOVE '1'
                 TO SW-EXP-EOF
           END-READ
           IF  SW-EXP-EOF NOT = SPACE
               GO TO EXP-RED-RTN-EXIT
           END-IF
           IF  EXP-NO-PGM           IN BGBB517E = SPACE
               GO TO EXP-RED-RTN-EXIT
           END-IF
           IF  WK-EXP-CNT NOT < 100
               COMPUTE WK-CTR-EXP-OVER = WK-CTR-EXP-OVER + 1
               GO TO EXP-RED-RTN-EXIT
           END-IF
           COMPUTE WK-EXP-CNT = WK-EXP-CNT + 1
           MOVE EXP-NO-PGM          IN BGBB517E
             TO WK-EXP-NO(WK-EXP-CNT)
           MOVE EXP-KBN-DAY         IN BGBB517E
             TO WK-EXP-KBN-DAY(WK-EXP-CNT)
           MOVE SPACE
             TO WK-EXP-SEEN(WK-EXP-CNT)
      *
           .
       EXP-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CAL-LOAD-RTN : NON-BUSINESS DAYS OF THE REPORT WINDOW  *
      *           AN ABSENT CALENDAR MAKES EVERY DAY A BUSINESS DAY    *
      ******************************************************************
       CAL-LOAD-RTN            SECTION.
      *
           OPEN INPUT BGBB501B-F
           IF  NOT WK-CAL-STATUS-OK
               GO TO CAL-LOAD-RTN-EXIT
           END-IF
           PERFORM CAL-RED-RTN THRU CAL-RED-RTN-EXIT
             UNTIL SW-CAL-EOF NOT = SPACE
           CLOSE BGBB501B-F
      *
           .
       CAL-LOAD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CAL-RED-RTN : BUSINESS CALENDAR MASTER READ            *
      ******************************************************************
       CAL-RED-RTN             SECTION.
      *
           READ BGBB501B-F INTO BGBB501B
             AT END
               MOVE '1'
                 TO SW-CAL-EOF
           END-READ
           IF  SW-CAL-EOF NOT = SPACE
               GO TO CAL-RED-RTN-EXIT
           END-IF
           IF  CAL-DT-YMD IN BGBB501B NOT NUMERIC
           OR  CAL-DT-YMD IN BGBB501B < WK-DT-WIN-ST
           OR  CAL-DT-YMD IN BGBB501B > WK-DT-RPT
               GO TO CAL-RED-RTN-EXIT
           END-IF
           COMPUTE WK-INT-W
             = FUNCTION INTEGER-OF-DATE(CAL-DT-YMD IN BGBB501B)
           COMPUTE WK-DAY-G = WK-INT-W - WK-INT-WIN-ST + 1
           MOVE '1'
             TO WK-DAY-HOLIDAY(WK-DAY-G)
      *
           .
       CAL-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         LOG-RTN : RUN LOG PASS                                 *
      *           END RECORDS OF THE AVERAGE WINDOW BUILD EACH STEP'S  *
      *           30-DAY AVERAGE; EVERY RECORD OF THE REPORT WINDOW    *
      *           GOES TO THE RUN WORK FILE                            *
      ******************************************************************
       LOG-RTN                 SECTION.
      *
           OPEN INPUT BGBB516G-F
           IF  NOT WK-LOG-STATUS-OK
               MOVE '1'
                 TO SW-LOG-NONE
               GO TO LOG-RTN-EXIT
           END-IF
           PERFORM LOG-RED-RTN THRU LOG-RED-RTN-EXIT
             UNTIL SW-LOG-EOF NOT = SPACE
           CLOSE BGBB516G-F
      *
           .
       LOG-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         LOG-RED-RTN : RUN LOG READ                             *
      ******************************************************************
       LOG-RED-RTN             SECTION.
      *
           READ BGBB516G-F INTO BGBB516G
             AT END
               MOVE '1'
                 TO SW-LOG-EOF
           END-READ
           IF  SW-LOG-EOF NOT = SPACE
               GO TO LOG-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-LOG = WK-CTR-LOG + 1
           IF  RLG-DT-SHR           IN BGBB516G NOT NUMERIC
           OR  RLG-NO-PGM           IN BGBB516G = SPACE
               COMPUTE WK-CTR-LOG-NG = WK-CTR-LOG-NG + 1
               GO TO LOG-RED-RTN-EXIT
           END-IF
           IF  NOT RLG-REC-START    IN BGBB516G
           AND NOT RLG-REC-END      IN BGBB516G
               COMPUTE WK-CTR-LOG-NG = WK-CTR-LOG-NG + 1
               GO TO LOG-RED-RTN-EXIT
           END-IF
           IF  RLG-REC-END          IN BGBB516G
           AND (RLG-SEC-ELAPSED     IN BGBB516G NOT NUMERIC
             OR RLG-CTR-IN          IN BGBB516G NOT NUMERIC
             OR RLG-CTR-OUT         IN BGBB516G NOT NUMERIC
             OR RLG-RC              IN BGBB516G NOT NUMERIC)
               COMPUTE WK-CTR-LOG-NG = WK-CTR-LOG-NG + 1
               GO TO LOG-RED-RTN-EXIT
           END-IF
      *-------- AVERAGE BASE - CLEAN COMPLETED RUNS ONLY, SO A FAILED
      *-------- OR RESTARTED STEP DOES NOT DRAG THE AVERAGE
           IF  RLG-REC-END          IN BGBB516G
           AND RLG-RC               IN BGBB516G = ZERO
           AND RLG-DT-SHR           IN BGBB516G NOT < WK-DT-AVG-ST
           AND RLG-DT-SHR           IN BGBB516G NOT > WK-DT-AVG-ED
               MOVE RLG-NO-PGM          IN BGBB516G
                 TO WK-PGM-FIND-NO
               PERFORM PGM-ADD-RTN THRU PGM-ADD-RTN-EXIT
               IF  SW-PGM-FOUND-YES
                   COMPUTE WK-CTR-AVG-RUN = WK-CTR-AVG-RUN + 1
                   COMPUTE WK-PGM-AVG-CNT(WK-PGM-G)
                     = WK-PGM-AVG-CNT(WK-PGM-G) + 1
                   COMPUTE WK-PGM-AVG-SEC(WK-PGM-G)
                     = WK-PGM-AVG-SEC(WK-PGM-G)
                     + RLG-SEC-ELAPSED  IN BGBB516G
               END-IF
               GO TO LOG-RED-RTN-EXIT
           END-IF
           IF  RLG-DT-SHR           IN BGBB516G NOT < WK-DT-WIN-ST
           AND RLG-DT-SHR           IN BGBB516G NOT > WK-DT-RPT
               PERFORM RLW-RTN THRU RLW-RTN-EXIT
           END-IF
      *
           .
       LOG-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RLW-RTN : RUN WORK FILE UPDATE                         *
      *           START AND END RECORDS OF ONE RUN SHARE THE START     *
      *           STAMP AND MEET ON THE SAME WORK RECORD               *
      ******************************************************************
       RLW-RTN                 SECTION.
      *
           MOVE RLG-DT-SHR          IN BGBB516G
             TO RLW-DT-SHR          IN BGBB517W-REC
           MOVE RLG-NO-PGM          IN BGBB516G
             TO RLW-NO-PGM          IN BGBB517W-REC
           MOVE RLG-RUN-STAMP       IN BGBB516G
             TO RLW-RUN-STAMP       IN BGBB517W-REC
           READ BGBB517W-F
             INVALID KEY
               CONTINUE
           END-READ
           IF  WK-RLW-STATUS-NOTFND
               MOVE SPACE
                 TO RLW-SW-START        IN BGBB517W-REC
               MOVE SPACE
                 TO RLW-SW-END          IN BGBB517W-REC
               MOVE SPACE
                 TO RLW-NO-CYCLE        IN BGBB517W-REC
               MOVE SPACE
                 TO RLW-END-STAMP       IN BGBB517W-REC
               MOVE ZERO
                 TO RLW-SEC-ELAPSED     IN BGBB517W-REC
               MOVE ZERO
                 TO RLW-CTR-IN          IN BGBB517W-REC
               MOVE ZERO
                 TO RLW-CTR-OUT         IN BGBB517W-REC
               MOVE ZERO
                 TO RLW-RC              IN BGBB517W-REC
           END-IF
           MOVE RLG-NO-CYCLE        IN BGBB516G
             TO RLW-NO-CYCLE        IN BGBB517W-REC
           IF  RLG-REC-START        IN BGBB516G
               MOVE '1'
                 TO RLW-SW-START        IN BGBB517W-REC
             ELSE
               MOVE '1'
                 TO RLW-SW-END          IN BGBB517W-REC
               MOVE RLG-END-STAMP       IN BGBB516G
                 TO RLW-END-STAMP       IN BGBB517W-REC
               MOVE RLG-SEC-ELAPSED     IN BGBB516G
                 TO RLW-SEC-ELAPSED     IN BGBB517W-REC
               MOVE RLG-CTR-IN          IN BGBB516G
                 TO RLW-CTR-IN          IN BGBB517W-REC
               MOVE RLG-CTR-OUT         IN BGBB516G
                 TO RLW-CTR-OUT         IN BGBB517W-REC
               MOVE RLG-RC              IN BGBB516G
                 TO RLW-RC              IN BGBB517W-REC
           END-IF
           IF  WK-RLW-STATUS-NOTFND
               WRITE BGBB517W-REC
             ELSE
               REWRITE BGBB517W-REC
           END-IF
      *
           .
       RLW-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PGM-FIND-RTN : STEP TABLE LOOKUP                       *
      *           WK-PGM-FIND-NO NAMES THE PROGRAM; ON RETURN          *
      *           WK-PGM-G POINTS AT ITS ENTRY WHEN FOUND              *
      ******************************************************************
       PGM-FIND-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-PGM-FOUND
           PERFORM VARYING WK-PGM-G FROM 1 BY 1
             UNTIL WK-PGM-G > WK-PGM-CNT
             OR SW-PGM-FOUND-YES
               IF  WK-PGM-NO(WK-PGM-G) = WK-PGM-FIND-NO
                   MOVE '1'
                     TO SW-PGM-FOUND
               END-IF
           END-PERFORM
           IF  SW-PGM-FOUND-YES
               COMPUTE WK-PGM-G = WK-PGM-G - 1
           END-IF
      *
           .
       PGM-FIND-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PGM-ADD-RTN : STEP TABLE LOOKUP, ADDING A NEW ENTRY    *
      *           SW-PGM-FOUND STAYS OFF ONLY WHEN THE TABLE IS FULL   *
      ******************************************************************
       PGM-ADD-RTN             SECTION.
      *
           PERFORM PGM-FIND-RTN THRU PGM-FIND-RTN-EXIT
           IF  SW-PGM-FOUND-YES
               GO TO PGM-ADD-RTN-EXIT
           END-IF
           IF  WK-PGM-CNT NOT < 100
               COMPUTE WK-CTR-PGM-OVER = WK-CTR-PGM-OVER + 1
               GO TO PGM-ADD-RTN-EXIT
           END-IF
           COMPUTE WK-PGM-CNT = WK-PGM-CNT + 1
           MOVE WK-PGM-CNT
             TO WK-PGM-G
           MOVE WK-PGM-FIND-NO
             TO WK-PGM-NO(WK-PGM-G)
           MOVE ZERO
             TO WK-PGM-AVG-CNT(WK-PGM-G)
           MOVE ZERO
             TO WK-PGM-AVG-SEC(WK-PGM-G)
           MOVE ZERO
             TO WK-PGM-WK-RUN(WK-PGM-G)
           MOVE ZERO
             TO WK-PGM-WK-END(WK-PGM-G)
           MOVE ZERO
             TO WK-PGM-WK-SEC(WK-PGM-G)
           MOVE ZERO
             TO WK-PGM-WK-MAX(WK-PGM-G)
           MOVE ZERO
             TO WK-PGM-WK-FLAG(WK-PGM-G)
           MOVE '1'
             TO SW-PGM-FOUND
      *
           .
       PGM-ADD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DAY-RTN : ONE PROCESSING DAY OF THE WINDOW             *
      ******************************************************************
       DAY-RTN                 SECTION.
      *
           COMPUTE WK-DT-DAY
             = FUNCTION DATE-OF-INTEGER(WK-INT-DAY)
           COMPUTE WK-DAY-G = WK-INT-DAY - WK-INT-WIN-ST + 1
           PERFORM VARYING WK-EXP-G FROM 1 BY 1
             UNTIL WK-EXP-G > WK-EXP-CNT
               MOVE SPACE
                 TO WK-EXP-SEEN(WK-EXP-G)
           END-PERFORM
      *-------- THE DAY'S RUNS IN PROGRAM AND START STAMP ORDER
           MOVE SPACE
             TO SW-RLW-EOF
           MOVE WK-DT-DAY
             TO RLW-DT-SHR          IN BGBB517W-REC
           MOVE LOW-VALUES
             TO RLW-NO-PGM          IN BGBB517W-REC
           MOVE LOW-VALUES
             TO RLW-RUN-STAMP       IN BGBB517W-REC
           START BGBB517W-F
             KEY NOT < RLW-KEY      IN BGBB517W-REC
             INVALID KEY
               MOVE '1'
                 TO SW-RLW-EOF
           END-START
           PERFORM RUN-RTN THRU RUN-RTN-EXIT
             UNTIL SW-RLW-EOF NOT = SPACE
      *-------- EXPECTED STEPS WITH NO RUN FOR THE DAY
           PERFORM NEVER-RTN THRU NEVER-RTN-EXIT
             VARYING WK-EXP-G FROM 1 BY 1
             UNTIL WK-EXP-G > WK-EXP-CNT
      *
           COMPUTE WK-INT-DAY = WK-INT-DAY + 1
      *
           .
       DAY-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RUN-RTN : ONE STEP RUN OF THE DAY                      *
      ******************************************************************
       RUN-RTN                 SECTION.
      *
           READ BGBB517W-F NEXT
             AT END
               MOVE '1'
                 TO SW-RLW-EOF
           END-READ
           IF  SW-RLW-EOF NOT = SPACE
               GO TO RUN-RTN-EXIT
           END-IF
           IF  RLW-DT-SHR           IN BGBB517W-REC NOT = WK-DT-DAY
               MOVE '1'
                 TO SW-RLW-EOF
               GO TO RUN-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-RUN = WK-CTR-RUN + 1
      *-------- THE STEP RAN (OR AT LEAST STARTED) FOR THE DAY
           PERFORM VARYING WK-EXP-G FROM 1 BY 1
             UNTIL WK-EXP-G > WK-EXP-CNT
               IF  WK-EXP-NO(WK-EXP-G) = RLW-NO-PGM IN BGBB517W-REC
                   MOVE '1'
                     TO WK-EXP-SEEN(WK-EXP-G)
               END-IF
           END-PERFORM
      *-------- 30-DAY AVERAGE OF THE STEP
           MOVE ZERO
             TO WK-SEC-AVG
           MOVE RLW-NO-PGM          IN BGBB517W-REC
             TO WK-PGM-FIND-NO
           PERFORM PGM-ADD-RTN THRU PGM-ADD-RTN-EXIT
           IF  SW-PGM-FOUND-YES
           AND WK-PGM-AVG-CNT(WK-PGM-G) > ZERO
               COMPUTE WK-SEC-AVG ROUNDED
                 = WK-PGM-AVG-SEC(WK-PGM-G)
                 / WK-PGM-AVG-CNT(WK-PGM-G)
           END-IF
      *-------- FLAGS, THEN THE STEP LINE
           PERFORM FLG-RTN THRU FLG-RTN-EXIT
           PERFORM RUN-PRT-RTN THRU RUN-PRT-RTN-EXIT
      *
           .
       RUN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         FLG-RTN : FLAGS OF THE RUN BEING PRINTED               *
      *           RAN LONG   - ELAPSED OVER WK-PCT-LONG PERCENT OF THE *
      *                        30-DAY AVERAGE (NO AVERAGE, NO FLAG)    *
      *           NON-ZERO   - FINAL RETURN-CODE NOT ZERO              *
      *           NO END     - STARTED BUT NEVER WROTE ITS END RECORD  *
      *                        (ABENDED, CANCELLED OR STILL RUNNING)   *
      ******************************************************************
       FLG-RTN                 SECTION.
      *
           MOVE SPACE
             TO WK-MARK-LONG
           MOVE SPACE
             TO WK-MARK-RC
           MOVE SPACE
             TO WK-MARK-NOEND
           MOVE SPACE
             TO WK-NOTE-MSG
           MOVE ZERO
             TO WK-PCT-W
           IF  RLW-SW-END           IN BGBB517W-REC = SPACE
               MOVE 'N'
                 TO WK-MARK-NOEND
               MOVE 'NO END RECORD'
                 TO WK-NOTE-MSG
               COMPUTE WK-CTR-NOEND = WK-CTR-NOEND + 1
               GO TO FLG-RTN-EXIT
           END-IF
           IF  WK-SEC-AVG > ZERO
               COMPUTE WK-LONG-W
                 = RLW-SEC-ELAPSED IN BGBB517W-REC * 100
               COMPUTE WK-PCT-W ROUNDED
                 = WK-LONG-W / WK-SEC-AVG
               IF  WK-PCT-W > 9999
                   MOVE 9999
                     TO WK-PCT-W
               END-IF
               IF  WK-LONG-W > WK-SEC-AVG * WK-PCT-LONG
                   MOVE 'L'
                     TO WK-MARK-LONG
                   MOVE 'RAN LONG'
                     TO WK-NOTE-MSG
                   COMPUTE WK-CTR-LONG = WK-CTR-LONG + 1
               END-IF
           END-IF
           IF  RLW-RC               IN BGBB517W-REC NOT = ZERO
               MOVE 'R'
                 TO WK-MARK-RC
               MOVE 'ENDED NON-ZERO'
                 TO WK-NOTE-MSG
               COMPUTE WK-CTR-RC-NG = WK-CTR-RC-NG + 1
           END-IF
      *
           .
       FLG-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RUN-PRT-RTN : STEP RUN LINE AND WEEKLY ACCUMULATION    *
      ******************************************************************
       RUN-PRT-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB517L
           SET RPT-KBN-STEP        IN BGBB517L
             TO TRUE
           MOVE RLW-DT-SHR          IN BGBB517W-REC
             TO RPT-DT-SHR          IN BGBB517L
           MOVE RLW-NO-PGM          IN BGBB517W-REC
             TO RPT-NO-PGM          IN BGBB517L
           MOVE RLW-NO-CYCLE        IN BGBB517W-REC
             TO RPT-NO-CYCLE        IN BGBB517L
           MOVE RLW-RUN-DT          IN BGBB517W-REC
             TO RPT-RUN-DT          IN BGBB517L
           MOVE RLW-RUN-TM          IN BGBB517W-REC
             TO RPT-RUN-TM          IN BGBB517L
           MOVE WK-SEC-AVG
             TO RPT-SEC-AVG         IN BGBB517L
           IF  SW-PGM-FOUND-YES
               MOVE WK-PGM-AVG-CNT(WK-PGM-G)
                 TO RPT-CTR-AVG         IN BGBB517L
             ELSE
               MOVE ZERO
                 TO RPT-CTR-AVG         IN BGBB517L
           END-IF
           IF  RLW-SW-END           IN BGBB517W-REC NOT = SPACE
               MOVE RLW-END-TM          IN BGBB517W-REC
                 TO RPT-END-TM          IN BGBB517L
               MOVE RLW-SEC-ELAPSED     IN BGBB517W-REC
                 TO RPT-SEC-ELAPSED     IN BGBB517L
               MOVE WK-PCT-W
                 TO RPT-PCT             IN BGBB517L
               MOVE RLW-CTR-IN          IN BGBB517W-REC
                 TO RPT-CTR-IN          IN BGBB517L
               MOVE RLW-CTR-OUT         IN BGBB517W-REC
                 TO RPT-CTR-OUT         IN BGBB517L
               MOVE RLW-RC              IN BGBB517W-REC
                 TO RPT-RC              IN BGBB517L
           END-IF
           MOVE WK-MARK-LONG
             TO RPT-MARK-LONG       IN BGBB517L
           MOVE WK-MARK-RC
             TO RPT-MARK-RC         IN BGBB517L
           MOVE WK-MARK-NOEND
             TO RPT-MARK-NOEND      IN BGBB517L
           MOVE WK-NOTE-MSG
             TO RPT-MSG             IN BGBB517L
           WRITE BGBB517L-REC FROM BGBB517L
           COMPUTE WK-CTR-LINE = WK-CTR-LINE + 1
      *-------- THE WEEK'S RUNS OF THE STEP
           IF  NOT SW-PGM-FOUND-YES
               GO TO RUN-PRT-RTN-EXIT
           END-IF
           COMPUTE WK-PGM-WK-RUN(WK-PGM-G)
             = WK-PGM-WK-RUN(WK-PGM-G) + 1
           IF  WK-MARK-LONG  NOT = SPACE
           OR  WK-MARK-RC    NOT = SPACE
           OR  WK-MARK-NOEND NOT = SPACE
               COMPUTE WK-PGM-WK-FLAG(WK-PGM-G)
                 = WK-PGM-WK-FLAG(WK-PGM-G) + 1
           END-IF
           IF  RLW-SW-END           IN BGBB517W-REC NOT = SPACE
               COMPUTE WK-PGM-WK-END(WK-PGM-G)
                 = WK-PGM-WK-END(WK-PGM-G) + 1
               COMPUTE WK-PGM-WK-SEC(WK-PGM-G)
                 = WK-PGM-WK-SEC(WK-PGM-G)
                 + RLW-SEC-ELAPSED  IN BGBB517W-REC
               IF  RLW-SEC-ELAPSED  IN BGBB517W-REC
                   > WK-PGM-WK-MAX(WK-PGM-G)
                   MOVE RLW-SEC-ELAPSED     IN BGBB517W-REC
                     TO WK-PGM-WK-MAX(WK-PGM-G)
               END-IF
           END-IF
      *
           .
       RUN-PRT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         NEVER-RTN : ONE EXPECTED STEP (WK-EXP-G) FOR THE DAY   *
      *           A BUSINESS-DAY STEP IS NOT EXPECTED ON A BGBB501B    *
      *           NON-BUSINESS DAY                                     *
      ******************************************************************
       NEVER-RTN               SECTION.
      *
           IF  WK-EXP-SEEN(WK-EXP-G) NOT = SPACE
               GO TO NEVER-RTN-EXIT
           END-IF
           IF  WK-EXP-KBN-DAY(WK-EXP-G) NOT = 'A'
           AND WK-DAY-HOLIDAY(WK-DAY-G) NOT = SPACE
               GO TO NEVER-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-NEVER = WK-CTR-NEVER + 1
           MOVE SPACE
             TO BGBB517L
           SET RPT-KBN-NEVER       IN BGBB517L
             TO TRUE
           MOVE WK-DT-DAY
             TO RPT-DT-SHR          IN BGBB517L
           MOVE WK-EXP-NO(WK-EXP-G)
             TO RPT-NO-PGM          IN BGBB517L
           MOVE 'NEVER RAN'
             TO RPT-MSG             IN BGBB517L
           WRITE BGBB517L-REC FROM BGBB517L
           COMPUTE WK-CTR-LINE = WK-CTR-LINE + 1
      *
           .
       NEVER-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         WEEK-RTN : WEEKLY SUMMARY OF ONE STEP (WK-PGM-G)       *
      *           THE WEEK'S AVERAGE OF ITS COMPLETED RUNS AGAINST     *
      *           THE 30-DAY AVERAGE BEFORE THE WEEK                   *
      ******************************************************************
       WEEK-RTN                SECTION.
      *
           IF  WK-PGM-WK-RUN(WK-PGM-G) = ZERO
               GO TO WEEK-RTN-EXIT
           END-IF
           MOVE ZERO
             TO WK-SEC-AVG
           IF  WK-PGM-AVG-CNT(WK-PGM-G) > ZERO
               COMPUTE WK-SEC-AVG ROUNDED
                 = WK-PGM-AVG-SEC(WK-PGM-G)
                 / WK-PGM-AVG-CNT(WK-PGM-G)
           END-IF
           MOVE SPACE
             TO BGBB517L
           SET RPT-KBN-WEEK        IN BGBB517L
             TO TRUE
           MOVE WK-DT-RPT
             TO RPT-DT-SHR          IN BGBB517L
           MOVE WK-PGM-NO(WK-PGM-G)
             TO RPT-NO-PGM          IN BGBB517L
           MOVE WK-DT-WIN-ST
             TO RPT-RUN-DT          IN BGBB517L
           MOVE ZERO
             TO WK-PCT-W
           MOVE ZERO
             TO WK-SEC-WEEK
           IF  WK-PGM-WK-END(WK-PGM-G) > ZERO
               COMPUTE WK-SEC-WEEK ROUNDED
                 = WK-PGM-WK-SEC(WK-PGM-G)
                 / WK-PGM-WK-END(WK-PGM-G)
               IF  WK-SEC-AVG > ZERO
                   COMPUTE WK-PCT-W ROUNDED
                     = WK-SEC-WEEK * 100 / WK-SEC-AVG
                   IF  WK-PCT-W > 9999
                       MOVE 9999
                         TO WK-PCT-W
                   END-IF
               END-IF
           END-IF
           MOVE WK-SEC-WEEK
             TO RPT-SEC-ELAPSED     IN BGBB517L
           MOVE WK-SEC-AVG
             TO RPT-SEC-AVG         IN BGBB517L
           MOVE WK-PGM-AVG-CNT(WK-PGM-G)
             TO RPT-CTR-AVG         IN BGBB517L
           MOVE WK-PCT-W
             TO RPT-PCT             IN BGBB517L
           MOVE WK-PGM-WK-RUN(WK-PGM-G)
             TO RPT-CTR-IN          IN BGBB517L
           MOVE WK-PGM-WK-FLAG(WK-PGM-G)
             TO RPT-CTR-OUT         IN BGBB517L
           MOVE WK-PGM-WK-MAX(WK-PGM-G)
             TO RPT-SEC-MAX         IN BGBB517L
           MOVE 'WEEK SUMMARY'
             TO RPT-MSG             IN BGBB517L
           WRITE BGBB517L-REC FROM BGBB517L
           COMPUTE WK-CTR-LINE = WK-CTR-LINE + 1
      *
           .
       WEEK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         END-RTN : TERMINATION                                  *
      ******************************************************************
       END-RTN                 SECTION.
      *
           IF  SW-LOG-NONE-YES
               MOVE 'RUN LOG NOT AVAILABLE'
                 TO WK-NOTE-MSG
               MOVE ZERO
                 TO WK-NOTE-CTR
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           IF  SW-EXP-NONE-YES
               MOVE 'NEVER-RAN NOT CHECKED'
                 TO WK-NOTE-MSG
               MOVE ZERO
                 TO WK-NOTE-CTR
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           IF  WK-CTR-EXP-OVER > ZERO
               MOVE 'STEP TABLE OVER 100'
                 TO WK-NOTE-MSG
               MOVE WK-CTR-EXP-OVER
                 TO WK-NOTE-CTR
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           IF  WK-CTR-PGM-OVER > ZERO
               MOVE 'PROGRAMS OVER 100'
                 TO WK-NOTE-MSG
               MOVE WK-CTR-PGM-OVER
                 TO WK-NOTE-CTR
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           MOVE 'STEP RUNS REPORTED'
             TO WK-NOTE-MSG
           MOVE WK-CTR-RUN
             TO WK-NOTE-CTR
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'RAN LONG'
             TO WK-NOTE-MSG
           MOVE WK-CTR-LONG
             TO WK-NOTE-CTR
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'ENDED NON-ZERO'
             TO WK-NOTE-MSG
           MOVE WK-CTR-RC-NG
             TO WK-NOTE-CTR
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'NO END RECORD'
             TO WK-NOTE-MSG
           MOVE WK-CTR-NOEND
             TO WK-NOTE-CTR
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'NEVER RAN'
             TO WK-NOTE-MSG
           MOVE WK-CTR-NEVER
             TO WK-NOTE-CTR
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'LOG RECORDS SKIPPED'
             TO WK-NOTE-MSG
           MOVE WK-CTR-LOG-NG
             TO WK-NOTE-CTR
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
      *
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
           CLOSE BGBB517W-F
           CLOSE BGBB517L-F
      *
           .
       END-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         NOTE-RTN : TOTAL / RUN NOTE LINE                       *
      ******************************************************************
       NOTE-RTN                SECTION.
      *
           MOVE SPACE
             TO BGBB517L
           SET RPT-KBN-GOKEI       IN BGBB517L
             TO TRUE
           MOVE WK-DT-RPT
             TO RPT-DT-SHR          IN BGBB517L
           MOVE WK-NOTE-CTR
             TO RPT-CTR-IN          IN BGBB517L
           MOVE WK-NOTE-MSG
             TO RPT-MSG             IN BGBB517L
           WRITE BGBB517L-REC FROM BGBB517L
      *
           .
       NOTE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DSP-RTN : RECORD COUNT REPORT                          *
      ******************************************************************
       DSP-RTN                 SECTION.
      *
           MOVE SPACE
             TO YAG005
           PERFORM VARYING WK-CNV-G FROM 1 BY 1
             UNTIL WK-CNV-G > 20
               MOVE ZERO
                 TO QA-CTR-KENSU        IN YAG005E1-ENT(WK-CNV-G)
               MOVE ZERO
                 TO QA-CTR-KINGAKU      IN YAG005E1-ENT(WK-CNV-G)
           END-PERFORM
           MOVE 'BGBB517'
             TO Q-NO-PGM            IN YAG005
           MOVE '0'
             TO QA-REV-PGM          IN YAG005
           MOVE 'IN-BGBB516G'
             TO QA-SV-KEY021        IN YAG005(1)
           MOVE 'AVG-RUNS'
             TO QA-SV-KEY021        IN YAG005(2)
           MOVE 'STEP-RUNS'
             TO QA-SV-KEY021        IN YAG005(3)
           MOVE 'RAN-LONG'
             TO QA-SV-KEY021        IN YAG005(4)
           MOVE 'RC-NON-ZERO'
             TO QA-SV-KEY021        IN YAG005(5)
           MOVE 'NO-END'
             TO QA-SV-KEY021        IN YAG005(6)
           MOVE 'NEVER-RAN'
             TO QA-SV-KEY021        IN YAG005(7)
           MOVE 'OU-BGBB517L'
             TO QA-SV-KEY021        IN YAG005(8)
           MOVE WK-CTR-LOG
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-AVG-RUN
             TO QA-CTR-KENSU        IN YAG005(2)
           MOVE WK-CTR-RUN
             TO QA-CTR-KENSU        IN YAG005(3)
           MOVE WK-CTR-LONG
             TO QA-CTR-KENSU        IN YAG005(4)
           MOVE WK-CTR-RC-NG
             TO QA-CTR-KENSU        IN YAG005(5)
           MOVE WK-CTR-NOEND
             TO QA-CTR-KENSU        IN YAG005(6)
           MOVE WK-CTR-NEVER
             TO QA-CTR-KENSU        IN YAG005(7)
           MOVE WK-CTR-LINE
             TO QA-CTR-KENSU        IN YAG005(8)
           CALL 'ZAEA301' USING YAG005
      *
           .
       DSP-RTN-EXIT.
           EXIT.
