      * **      TO THE BGBB501D OVERRIDE MASTER CONSULTED BY      ***
      * **      BGBB501 DPT-GET, WRITING A NEW MASTER AND AN      ***
      * **      AUDIT TRAIL OF WHO CHANGED WHAT AND WHEN.         ***
      * **      REJECTED TRANSACTIONS ARE AUDITED AS 'R'.         ***
      * **      EVERY ADD / EXPIRE IS HELD ON THE BGBB504W        ***
      * **      PENDING FILE UNTIL A USER OTHER THAN THE MAKER    ***
      * **      APPROVES IT ('K'); UNAPPROVED ENTRIES EXPIRE      ***
      * **      AFTER PARM-CTR-DAYS AND ARE LISTED DAILY ON THE   ***
      * **      BGBB504R AWAITING-APPROVAL REPORT                 ***
      * *************************************************************
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.08.22  M.K  NEW PROGRAM                              *
      *      2026.09.02  M.K  OVERLAP AND DEPARTMENT-CODE VALIDATION   *
      *                       ON ADD, EFFECTIVE-DATE PREVIEW REPORT    *
      *      2026.10.15  M.K  MAKER/CHECKER APPROVAL - ENTRIES WAIT ON *
      *                       BGBB504W, AWAITING-APPROVAL REPORT,      *
      *                       EXPIRY, CHECKER ON THE AUDIT TRAIL       *
      *      2026.10.15  M.K  RUN LOG START/END RECORDS (BGBB516G)     *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
           SELECT BGBB504N-F ASSIGN TO BGBB504N.
           SELECT BGBB504A-F ASSIGN TO BGBB504A.
           SELECT BGBB504L-F ASSIGN TO BGBB504L.
           SELECT BGBB504W-F ASSIGN TO BGBB504W
               FILE STATUS  IS WK-PND-STATUS.
           SELECT BGBB504V-F ASSIGN TO BGBB504V.
           SELECT BGBB504R-F ASSIGN TO BGBB504R.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
           DATA RECORD IS BGBB504L-REC.
       01  BGBB504L-REC.
           COPY BGBB504L.
      *-------- ENTRIES AWAITING APPROVAL (ABSENT ON THE FIRST RUN)
       FD  BGBB504W-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB504W-REC.
       01  BGBB504W-REC.
           COPY BGBB504W.
      *-------- UPDATED PENDING FILE (BECOMES THE NEXT BGBB504W)
       FD  BGBB504V-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB504V-REC.
       01  BGBB504V-REC.
           COPY BGBB504W.
      *-------- AWAITING-APPROVAL REPORT
       FD  BGBB504R-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB504R-REC.
       01  BGBB504R-REC.
           COPY BGBB504R.
      *-------- JOB-CHAIN RUN LOG SHARED BY EVERY STEP (EXTENDED)
       FD  BGBB516G-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB516G-REC.
       01  BGBB516G-REC.
           COPY BGBB516G.
      *
       WORKING-STORAGE         SECTION.
      ******************************************************************
         03  WK-CTR-MST-OUT             PIC 9(07).
         03  WK-CTR-MST-OVER            PIC 9(07).
         03  WK-CTR-PRV                 PIC 9(07).
         03  WK-CTR-PND-INP             PIC 9(07).
         03  WK-CTR-PND-ENT             PIC 9(07).
         03  WK-CTR-APPROVED            PIC 9(07).
         03  WK-CTR-DECLINED            PIC 9(07).
         03  WK-CTR-PND-EXPIRED         PIC 9(07).
         03  WK-CTR-PND-CARRY           PIC 9(07).
         03  WK-CTR-PND-OVER            PIC 9(07).
      *
         03  WK-OVR-STATUS              PIC X(02).
           88  WK-OVR-STATUS-OK               VALUE '00'.
         03  WK-PND-STATUS              PIC X(02).
           88  WK-PND-STATUS-OK               VALUE '00'.
         03  SW-PND-EOF                 PIC X(01).
      *
         03  WK-UPD-STAMP.
           05  WK-UPD-STAMP-DT          PIC X(08).
         03  WK-INT-TODAY               PIC 9(07).
         03  WK-INT-LIMIT               PIC 9(07).
         03  WK-INT-WK                  PIC 9(07).
      *-------- MAKER/CHECKER APPROVAL AREA
         03  WK-APV-DAYS                PIC 9(03).
         03  WK-APV-USER-CHK            PIC X(08).
         03  WK-APV-DT-ENTRY            PIC 9(08).
         03  WK-APV-TM-ENTRY            PIC 9(06).
         03  WK-APV-AGE                 PIC 9(07).
         03  WK-AUD-CD                  PIC X(01).
         03  WK-AUD-MSG                 PIC X(30).
         03  WK-APR-KEY.
           05  WK-APR-KEY-TRZ           PIC X(04).
           05  FILLER                   PIC X(01).
           05  WK-APR-KEY-DT            PIC X(08).
           05  FILLER                   PIC X(07).
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
           05  WK-MST-REC               PIC X(80).
         03  WK-MST-AREA-END            PIC X(12)
             VALUE 'MST-WORK-END'.
      *
      ******************************************************************
      *    ENTRIES AWAITING APPROVAL (CARRIED + KEYED THIS RUN)        *
      ******************************************************************
       01  WK-PND-AREA.
         03  WK-PND-AREA-START          PIC X(14)
             VALUE 'PND-WORK-START'.
         03  WK-PND-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-PND-G                   PIC 9(04)      COMP.
         03  WK-PND-TBL OCCURS 500 TIMES.
           05  WK-PND-HB-TR-Z           PIC X(04).
           05  WK-PND-DT-EFF-ST         PIC X(08).
           05  WK-PND-DT-ENTRY          PIC 9(08).
           05  WK-PND-TM-ENTRY          PIC 9(06).
           05  WK-PND-USER-MKR          PIC X(08).
           05  WK-PND-DATA              PIC X(80).
      *-------- '1' ONCE APPROVED OR DECLINED
           05  WK-PND-FLG               PIC X(01).
         03  WK-PND-AREA-END            PIC X(12)
             VALUE 'PND-WORK-END'.
      *
       01  BGBB501D.
           COPY BGBB501D.
           COPY BGBB504A.
       01  BGBB504L.
           COPY BGBB504L.
       01  BGBB504W.
           COPY BGBB504W.
       01  BGBB504R.
           COPY BGBB504R.
       01  YAB165.
           COPY YAB165.
       01  YAG005.
             COPY CBLCNS02.
         03  WK-CNV-AREA-END            PIC X(12)
             VALUE 'CNV-WORK-END'.
       01  WK-RLG-AREA.
         03  WK-RLG-AREA-START          PIC X(14)
             VALUE 'RLG-WORK-START'.
             COPY BGBB516W.
         03  WK-RLG-AREA-END            PIC X(12)
             VALUE 'RLG-WORK-END'.
       01  BGBB516G.
           COPY BGBB516G.
       LINKAGE                 SECTION.
       01  BGBB504P.
           COPY BGBB504P.
      *
       PROCEDURE               DIVISION USING BGBB504P.
      ******************************************************************
      *        MAIN                                                    *
      ******************************************************************
           END-PERFORM
      *-------- WRITE THE UPDATED MASTER
           PERFORM MST-OUT-RTN THRU MST-OUT-RTN-EXIT
      *-------- CARRY THE ENTRIES STILL AWAITING APPROVAL
           PERFORM PND-OUT-RTN THRU PND-OUT-RTN-EXIT
      *-------- PREVIEW OF ENTRIES CHANGING WITHIN THE NEXT 7 DAYS
           PERFORM PRV-RTN THRU PRV-RTN-EXIT
      *-------- TERMINATION
      *
           .
       MAIN-EXIT.
      *-------- RUN LOG END RECORD - HERE SO EVERY EXIT PATH IS LOGGED
           PERFORM RLG-END-RTN THRU RLG-END-RTN-EXIT
           GOBACK.
      ******************************************************************
      *         FST-RTN : INITIALIZATION                               *
             TO WK-CTR-MST-OVER
           MOVE ZERO
             TO WK-CTR-PRV
           MOVE ZERO
             TO WK-CTR-PND-INP
           MOVE ZERO
             TO WK-CTR-PND-ENT
           MOVE ZERO
             TO WK-CTR-APPROVED
           MOVE ZERO
             TO WK-CTR-DECLINED
           MOVE ZERO
             TO WK-CTR-PND-EXPIRED
           MOVE ZERO
             TO WK-CTR-PND-CARRY
           MOVE ZERO
             TO WK-CTR-PND-OVER
           MOVE ZERO
             TO WK-MST-CNT
           MOVE ZERO
             TO WK-PND-CNT
           MOVE SPACE
             TO SW-PND-EOF
           MOVE SPACE
             TO WK-REJ-MSG
      *-------- MAINTENANCE TIMESTAMP FOR THE AUDIT TRAIL
           ACCEPT WK-UPD-STAMP-DT FROM DATE YYYYMMDD
           ACCEPT WK-UPD-STAMP-TM FROM TIME
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *-------- PREVIEW WINDOW - TODAY THROUGH TODAY PLUS 7 DAYS
           COMPUTE WK-INT-TODAY
             = FUNCTION INTEGER-OF-DATE(WK-UPD-STAMP-DT-N)
           COMPUTE WK-INT-LIMIT = WK-INT-TODAY + 7
      *-------- DAYS AN ENTRY MAY WAIT FOR ITS CHECKER
           MOVE 7
             TO WK-APV-DAYS
           IF  PARM-LEN >= 3
           AND PARM-CTR-DAYS        IN BGBB504P NUMERIC
           AND PARM-CTR-DAYS        IN BGBB504P > ZERO
               MOVE PARM-CTR-DAYS       IN BGBB504P
                 TO WK-APV-DAYS
           END-IF
      *
           OPEN INPUT  BGBB504T-F
           OPEN OUTPUT BGBB504N-F
           OPEN OUTPUT BGBB504A-F
           OPEN OUTPUT BGBB504L-F
           OPEN OUTPUT BGBB504V-F
           OPEN OUTPUT BGBB504R-F
      *-------- LOAD THE CURRENT MASTER (ABSENT ON THE FIRST RUN)
           OPEN INPUT BGBB501D-F
           IF  WK-OVR-STATUS-OK
                 UNTIL SW-MST-EOF NOT = SPACE
               CLOSE BGBB501D-F
           END-IF
      *-------- LOAD THE ENTRIES AWAITING APPROVAL (ABSENT ON THE
      *-------- FIRST RUN) - OVERDUE ONES EXPIRE HERE, BEFORE ANY
      *-------- LATE APPROVAL CAN BE APPLIED
           OPEN INPUT BGBB504W-F
           IF  WK-PND-STATUS-OK
               PERFORM PND-RED-RTN THRU PND-RED-RTN-EXIT
                 UNTIL SW-PND-EOF NOT = SPACE
               CLOSE BGBB504W-F
           END-IF
      *
           .
       FST-RTN-EXIT.
       MST-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-RED-RTN : PENDING FILE READ                        *
      *           AN ENTRY OLDER THAN WK-APV-DAYS EXPIRES UNAPPLIED    *
      ******************************************************************
       PND-RED-RTN             SECTION.
      *
           READ BGBB504W-F INTO BGBB504W
             AT END
               MOVE '1'
                 TO SW-PND-EOF
           END-READ
           IF  SW-PND-EOF NOT = SPACE
               GO TO PND-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-PND-INP = WK-CTR-PND-INP + 1
           MOVE APV-TRN-DATA        IN BGBB504W
             TO BGBB504T
           MOVE SPACE
             TO WK-APV-USER-CHK
           MOVE APV-DT-ENTRY        IN BGBB504W
             TO WK-APV-DT-ENTRY
           MOVE APV-TM-ENTRY        IN BGBB504W
             TO WK-APV-TM-ENTRY
           PERFORM PND-AGE-RTN THRU PND-AGE-RTN-EXIT
      *
           IF  WK-APV-AGE > WK-APV-DAYS
               COMPUTE WK-CTR-PND-EXPIRED = WK-CTR-PND-EXPIRED + 1
               MOVE 'Z'
                 TO WK-AUD-CD
               MOVE 'EXPIRED - NOT APPROVED IN TIME'
                 TO WK-AUD-MSG
               PERFORM PND-AUD-RTN THRU PND-AUD-RTN-EXIT
               MOVE SPACE
                 TO BGBB504R
               SET APR-KBN-EXPIRED     IN BGBB504R
                 TO TRUE
               MOVE 'EXPIRED - NOT APPROVED IN TIME'
                 TO APR-MSG             IN BGBB504R
               PERFORM APR-OUT-RTN THRU APR-OUT-RTN-EXIT
               GO TO PND-RED-RTN-EXIT
           END-IF
      *
           IF  WK-PND-CNT < 500
               COMPUTE WK-PND-CNT = WK-PND-CNT + 1
               MOVE TRN-HB-TR-Z         IN BGBB504T
                 TO WK-PND-HB-TR-Z(WK-PND-CNT)
               MOVE TRN-DT-EFF-ST       IN BGBB504T
                 TO WK-PND-DT-EFF-ST(WK-PND-CNT)
               MOVE APV-DT-ENTRY        IN BGBB504W
                 TO WK-PND-DT-ENTRY(WK-PND-CNT)
               MOVE APV-TM-ENTRY        IN BGBB504W
                 TO WK-PND-TM-ENTRY(WK-PND-CNT)
               MOVE APV-USER-MKR        IN BGBB504W
                 TO WK-PND-USER-MKR(WK-PND-CNT)
               MOVE APV-TRN-DATA        IN BGBB504W
                 TO WK-PND-DATA(WK-PND-CNT)
               MOVE SPACE
                 TO WK-PND-FLG(WK-PND-CNT)
             ELSE
      *-------- TABLE FULL - THE ENTRY CANNOT BE APPROVED THIS RUN
      *-------- BUT IT IS NOT LOST: IT IS CARRIED UNCHANGED
               COMPUTE WK-CTR-PND-OVER = WK-CTR-PND-OVER + 1
               COMPUTE WK-CTR-PND-CARRY = WK-CTR-PND-CARRY + 1
               WRITE BGBB504V-REC FROM BGBB504W
               MOVE SPACE
                 TO BGBB504R
               SET APR-KBN-PND-OVER    IN BGBB504R
                 TO TRUE
               MOVE 'PENDING TABLE FULL - CARRIED'
                 TO APR-MSG             IN BGBB504R
               PERFORM APR-OUT-RTN THRU APR-OUT-RTN-EXIT
           END-IF
      *
           .
       PND-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-AGE-RTN : AGE IN DAYS OF WK-APV-DT-ENTRY           *
      *           AN ENTRY DATE THAT IS NOT A REAL DATE COUNTS AS      *
      *           OVERDUE SO THE ENTRY CANNOT WAIT FOREVER             *
      ******************************************************************
       PND-AGE-RTN             SECTION.
      *
           MOVE 999
             TO WK-APV-AGE
           IF  WK-APV-DT-ENTRY NOT NUMERIC
           OR  WK-APV-DT-ENTRY NOT > 19000101
           OR  WK-APV-DT-ENTRY NOT < 21000101
               GO TO PND-AGE-RTN-EXIT
           END-IF
           MOVE WK-APV-DT-ENTRY
             TO WK-CHK-DT
           PERFORM DATE-CHK-RTN THRU DATE-CHK-RTN-EXIT
           IF  NOT SW-CHK-OK-YES
               GO TO PND-AGE-RTN-EXIT
           END-IF
           COMPUTE WK-INT-WK
             = FUNCTION INTEGER-OF-DATE(WK-APV-DT-ENTRY)
           IF  WK-INT-WK > WK-INT-TODAY
               MOVE ZERO
                 TO WK-APV-AGE
             ELSE
               COMPUTE WK-APV-AGE = WK-INT-TODAY - WK-INT-WK
           END-IF
      *
           .
       PND-AGE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRN-RED-RTN : TRANSACTION READ                         *
      ******************************************************************
       TRN-RED-RTN             SECTION.
       TRN-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRN-EDT-RTN : EDIT ONE TRANSACTION                     *
      *           'A' / 'E' ARE HELD FOR APPROVAL (ENT-RTN) AND ONLY   *
      *           APPLIED WHEN A DIFFERENT USER APPROVES THEM          *
      ******************************************************************
       TRN-EDT-RTN             SECTION.
      *
           MOVE SPACE
             TO WK-APV-USER-CHK
           MOVE ZERO
             TO WK-APV-DT-ENTRY
           MOVE ZERO
             TO WK-APV-TM-ENTRY
           IF  TRN-CD-ACT-APV       IN BGBB504T
               PERFORM APV-RTN THRU APV-RTN-EXIT
             ELSE
           IF  TRN-CD-ACT-DCL       IN BGBB504T
               PERFORM DCL-RTN THRU DCL-RTN-EXIT
             ELSE
           IF  TRN-CD-ACT-ADD       IN BGBB504T
           OR  TRN-CD-ACT-EXP       IN BGBB504T
               PERFORM ENT-RTN THRU ENT-RTN-EXIT
             ELSE
      *-------- UNKNOWN ACTION CODE
               MOVE 'UNKNOWN ACTION CODE'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
           END-IF
           END-IF
           END-IF
      *
           .
       TRN-EDT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         ENT-RTN : HOLD A MAKER ENTRY FOR APPROVAL              *
      *           ONE ENTRY PER STORE AND EFFECTIVE START MAY AWAIT    *
      *           APPROVAL AT A TIME, SO THE CHECKER'S 'K' / 'D' KEY   *
      *           NAMES IT UNAMBIGUOUSLY                               *
      ******************************************************************
       ENT-RTN                 SECTION.
      *
           IF  TRN-USER             IN BGBB504T = SPACE
               MOVE 'MAKER USER ID MISSING'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO ENT-RTN-EXIT
           END-IF
           IF  TRN-HB-TR-Z          IN BGBB504T = SPACE
           OR  TRN-DT-EFF-ST        IN BGBB504T NOT NUMERIC
           OR  TRN-DT-EFF-ST        IN BGBB504T = ZERO
               MOVE 'INCOMPLETE TRANSACTION KEY'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO ENT-RTN-EXIT
           END-IF
           PERFORM PND-FIND-RTN THRU PND-FIND-RTN-EXIT
           IF  SW-HIT-YES
               MOVE 'ALREADY AWAITING APPROVAL'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO ENT-RTN-EXIT
           END-IF
           IF  WK-PND-CNT NOT < 500
               MOVE 'PENDING TABLE FULL'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO ENT-RTN-EXIT
           END-IF
      *
           COMPUTE WK-PND-CNT = WK-PND-CNT + 1
           MOVE TRN-HB-TR-Z         IN BGBB504T
             TO WK-PND-HB-TR-Z(WK-PND-CNT)
           MOVE TRN-DT-EFF-ST       IN BGBB504T
             TO WK-PND-DT-EFF-ST(WK-PND-CNT)
           MOVE WK-UPD-STAMP-DT
             TO WK-PND-DT-ENTRY(WK-PND-CNT)
           MOVE WK-UPD-STAMP-TM
             TO WK-PND-TM-ENTRY(WK-PND-CNT)
           MOVE TRN-USER            IN BGBB504T
             TO WK-PND-USER-MKR(WK-PND-CNT)
           MOVE BGBB504T
             TO WK-PND-DATA(WK-PND-CNT)
           MOVE SPACE
             TO WK-PND-FLG(WK-PND-CNT)
           COMPUTE WK-CTR-PND-ENT = WK-CTR-PND-ENT + 1
      *
           MOVE WK-UPD-STAMP-DT
             TO WK-APV-DT-ENTRY
           MOVE WK-UPD-STAMP-TM
             TO WK-APV-TM-ENTRY
           MOVE 'P'
             TO WK-AUD-CD
           MOVE 'ENTERED - AWAITING APPROVAL'
             TO WK-AUD-MSG
           PERFORM PND-AUD-RTN THRU PND-AUD-RTN-EXIT
      *
           .
       ENT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         APV-RTN : APPROVE AN ENTRY AND APPLY IT                *
      *           THE CHECKER MUST BE A DIFFERENT USER FROM THE MAKER; *
      *           A SELF-APPROVAL IS REJECTED AND THE ENTRY KEEPS      *
      *           WAITING FOR A GENUINE CHECKER                        *
      ******************************************************************
       APV-RTN                 SECTION.
      *
           PERFORM PND-FIND-RTN THRU PND-FIND-RTN-EXIT
           IF  NOT SW-HIT-YES
               MOVE 'NO ENTRY AWAITING APPROVAL'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO APV-RTN-EXIT
           END-IF
      *-------- FROM HERE BGBB504T HOLDS THE MAKER'S TRANSACTION
           MOVE TRN-USER            IN BGBB504T
             TO WK-APV-USER-CHK
           MOVE WK-PND-DT-ENTRY(WK-PND-G)
             TO WK-APV-DT-ENTRY
           MOVE WK-PND-TM-ENTRY(WK-PND-G)
             TO WK-APV-TM-ENTRY
           MOVE WK-PND-DATA(WK-PND-G)
             TO BGBB504T
           IF  WK-APV-USER-CHK = SPACE
           OR  WK-APV-USER-CHK = WK-PND-USER-MKR(WK-PND-G)
               MOVE 'CHECKER MUST DIFFER FROM MAKER'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO APV-RTN-EXIT
           END-IF
           MOVE '1'
             TO WK-PND-FLG(WK-PND-G)
           COMPUTE WK-CTR-APPROVED = WK-CTR-APPROVED + 1
      *-------- THE FULL EDITS RUN NOW, AGAINST THE MASTER AS IT
      *-------- STANDS AT APPROVAL - A FAILURE IS AUDITED AS 'R'
      *-------- WITH BOTH USERS AND THE ENTRY MUST BE RE-KEYED
           PERFORM APL-RTN THRU APL-RTN-EXIT
      *
           .
       APV-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DCL-RTN : DECLINE (OR, BY THE MAKER, WITHDRAW) AN      *
      *                   ENTRY AWAITING APPROVAL                      *
      ******************************************************************
       DCL-RTN                 SECTION.
      *
      *-------- A DECLINE OR WITHDRAWAL NAMES WHO MADE IT
           IF  TRN-USER             IN BGBB504T = SPACE
               MOVE 'CHECKER USER ID MISSING'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO DCL-RTN-EXIT
           END-IF
           PERFORM PND-FIND-RTN THRU PND-FIND-RTN-EXIT
           IF  NOT SW-HIT-YES
               MOVE 'NO ENTRY AWAITING APPROVAL'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO DCL-RTN-EXIT
           END-IF
           MOVE TRN-USER            IN BGBB504T
             TO WK-APV-USER-CHK
           MOVE WK-PND-DT-ENTRY(WK-PND-G)
             TO WK-APV-DT-ENTRY
           MOVE WK-PND-TM-ENTRY(WK-PND-G)
             TO WK-APV-TM-ENTRY
           MOVE WK-PND-DATA(WK-PND-G)
             TO BGBB504T
           MOVE '1'
             TO WK-PND-FLG(WK-PND-G)
           COMPUTE WK-CTR-DECLINED = WK-CTR-DECLINED + 1
           MOVE 'D'
             TO WK-AUD-CD
           IF  WK-APV-USER-CHK = WK-PND-USER-MKR(WK-PND-G)
               MOVE 'WITHDRAWN BY MAKER'
                 TO WK-AUD-MSG
             ELSE
               MOVE 'DECLINED BY CHECKER'
                 TO WK-AUD-MSG
           END-IF
           PERFORM PND-AUD-RTN THRU PND-AUD-RTN-EXIT
      *
           .
       DCL-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-FIND-RTN : FIND THE ENTRY AWAITING APPROVAL FOR    *
      *                        THE TRANSACTION'S STORE AND START DATE  *
      *           SW-HIT-YES AND WK-PND-G POINT AT IT WHEN FOUND       *
      ******************************************************************
       PND-FIND-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-HIT
           PERFORM VARYING WK-PND-G FROM 1 BY 1
             UNTIL WK-PND-G > WK-PND-CNT
             OR SW-HIT-YES
               IF  WK-PND-HB-TR-Z(WK-PND-G)
                   = TRN-HB-TR-Z    IN BGBB504T
               AND WK-PND-DT-EFF-ST(WK-PND-G)
                   = TRN-DT-EFF-ST  IN BGBB504T
               AND WK-PND-FLG(WK-PND-G) = SPACE
                   MOVE '1'
                     TO SW-HIT
               END-IF
           END-PERFORM
           IF  SW-HIT-YES
               COMPUTE WK-PND-G = WK-PND-G - 1
           END-IF
      *
           .
       PND-FIND-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         APL-RTN : APPLY ONE APPROVED TRANSACTION               *
      ******************************************************************
       APL-RTN                 SECTION.
      *
           IF  TRN-CD-ACT-ADD       IN BGBB504T
               PERFORM ADD-RTN THRU ADD-RTN-EXIT
           END-IF
      *
           .
       APL-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         ADD-RTN : ADD A NEW OVERRIDE ENTRY                     *
               MOVE 'OVERRIDE ENTRY EXPIRED'
                 TO AUD-MSG             IN BGBB504A
           END-IF
           MOVE WK-APV-USER-CHK
             TO AUD-USER-CHK        IN BGBB504A
           MOVE WK-APV-DT-ENTRY
             TO AUD-DT-ENTRY        IN BGBB504A
           MOVE WK-APV-TM-ENTRY
             TO AUD-TM-ENTRY        IN BGBB504A
           WRITE BGBB504A-REC FROM BGBB504A
      *
           .
           END-IF
           MOVE SPACE
             TO WK-REJ-MSG
           MOVE WK-APV-USER-CHK
             TO AUD-USER-CHK        IN BGBB504A
           MOVE WK-APV-DT-ENTRY
             TO AUD-DT-ENTRY        IN BGBB504A
           MOVE WK-APV-TM-ENTRY
             TO AUD-TM-ENTRY        IN BGBB504A
           WRITE BGBB504A-REC FROM BGBB504A
      *
           .
       REJ-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-AUD-RTN : AUDIT AN APPROVAL EVENT ON AN ENTRY      *
      *           ('P' KEYED, 'D' DECLINED, 'Z' EXPIRED). BGBB504T     *
      *           HOLDS THE MAKER'S TRANSACTION; WK-AUD-CD AND         *
      *           WK-AUD-MSG ARE SET BY THE CALLER                     *
      ******************************************************************
       PND-AUD-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB504A
           MOVE WK-UPD-STAMP-DT
             TO AUD-DT-UPD          IN BGBB504A
           MOVE WK-UPD-STAMP-TM
             TO AUD-TM-UPD          IN BGBB504A
           MOVE TRN-USER            IN BGBB504T
             TO AUD-USER            IN BGBB504A
           MOVE WK-AUD-CD
             TO AUD-CD-ACT          IN BGBB504A
           MOVE TRN-HB-TR-Z         IN BGBB504T
             TO AUD-HB-TR-Z         IN BGBB504A
           IF  TRN-DT-EFF-ST        IN BGBB504T NUMERIC
               MOVE TRN-DT-EFF-ST       IN BGBB504T
                 TO AUD-DT-EFF-ST       IN BGBB504A
             ELSE
               MOVE ZERO
                 TO AUD-DT-EFF-ST       IN BGBB504A
           END-IF
           IF  TRN-DT-EFF-ED        IN BGBB504T NUMERIC
               MOVE TRN-DT-EFF-ED       IN BGBB504T
                 TO AUD-DT-EFF-ED       IN BGBB504A
             ELSE
               MOVE ZERO
                 TO AUD-DT-EFF-ED       IN BGBB504A
           END-IF
           MOVE TRN-CD-SHK-DPT      IN BGBB504T
             TO AUD-CD-SHK-DPT      IN BGBB504A
           MOVE WK-AUD-MSG
             TO AUD-MSG             IN BGBB504A
           MOVE WK-APV-USER-CHK
             TO AUD-USER-CHK        IN BGBB504A
           MOVE WK-APV-DT-ENTRY
             TO AUD-DT-ENTRY        IN BGBB504A
           MOVE WK-APV-TM-ENTRY
             TO AUD-TM-ENTRY        IN BGBB504A
           WRITE BGBB504A-REC FROM BGBB504A
      *
           .
       PND-AUD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DATE-CHK-RTN : CALENDAR VALIDITY OF WK-CHK-DT          *
      *           FEBRUARY FOLLOWS THE FULL LEAP YEAR RULE.            *
      *           99991231 (OPEN-ENDED) PASSES LIKE ANY REAL DATE      *
       MST-OUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-OUT-RTN : CARRY THE ENTRIES STILL AWAITING         *
      *                       APPROVAL TO BGBB504V AND LIST THEM       *
      ******************************************************************
       PND-OUT-RTN             SECTION.
      *
           PERFORM PND-ONE-RTN THRU PND-ONE-RTN-EXIT
             VARYING WK-PND-G FROM 1 BY 1
             UNTIL WK-PND-G > WK-PND-CNT
      *
           .
       PND-OUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-ONE-RTN : CARRY ONE ENTRY AWAITING APPROVAL        *
      ******************************************************************
       PND-ONE-RTN             SECTION.
      *
           IF  WK-PND-FLG(WK-PND-G) NOT = SPACE
               GO TO PND-ONE-RTN-EXIT
           END-IF
           MOVE SPACE
             TO BGBB504W
           MOVE WK-PND-DT-ENTRY(WK-PND-G)
             TO APV-DT-ENTRY        IN BGBB504W
           MOVE WK-PND-TM-ENTRY(WK-PND-G)
             TO APV-TM-ENTRY        IN BGBB504W
           MOVE WK-PND-USER-MKR(WK-PND-G)
             TO APV-USER-MKR        IN BGBB504W
           MOVE WK-PND-DATA(WK-PND-G)
             TO APV-TRN-DATA        IN BGBB504W
           WRITE BGBB504V-REC FROM BGBB504W
           COMPUTE WK-CTR-PND-CARRY = WK-CTR-PND-CARRY + 1
      *
           MOVE WK-PND-DATA(WK-PND-G)
             TO BGBB504T
           MOVE WK-PND-DT-ENTRY(WK-PND-G)
             TO WK-APV-DT-ENTRY
           PERFORM PND-AGE-RTN THRU PND-AGE-RTN-EXIT
           MOVE SPACE
             TO BGBB504R
           SET APR-KBN-AWAITING    IN BGBB504R
             TO TRUE
      *-------- A BACKDATED OVERRIDE RE-ROUTES PAYOUTS ALREADY MADE -
      *-------- FLAG IT FOR THE CHECKER
           MOVE SPACE
             TO SW-HIT
           IF  TRN-CD-ACT-ADD       IN BGBB504T
           AND TRN-DT-EFF-ST        IN BGBB504T
               < WK-PND-DT-ENTRY(WK-PND-G)
               MOVE '1'
                 TO SW-HIT
           END-IF
           IF  TRN-CD-ACT-EXP       IN BGBB504T
           AND TRN-DT-EFF-ED        IN BGBB504T NUMERIC
           AND TRN-DT-EFF-ED        IN BGBB504T > ZERO
           AND TRN-DT-EFF-ED        IN BGBB504T
               < WK-PND-DT-ENTRY(WK-PND-G)
               MOVE '1'
                 TO SW-HIT
           END-IF
           IF  SW-HIT-YES
               MOVE 'AWAITING APPROVAL - BACKDATED'
                 TO APR-MSG             IN BGBB504R
             ELSE
               MOVE 'AWAITING APPROVAL'
                 TO APR-MSG             IN BGBB504R
           END-IF
           PERFORM APR-OUT-RTN THRU APR-OUT-RTN-EXIT
      *
           .
       PND-ONE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         APR-OUT-RTN : WRITE ONE AWAITING-APPROVAL REPORT LINE  *
      *           BGBB504T HOLDS THE MAKER'S TRANSACTION, WK-APV-AGE   *
      *           ITS AGE; BGBB504R IS CLEARED AND ITS KBN AND MSG     *
      *           SET BY THE CALLER                                    *
      ******************************************************************
       APR-OUT-RTN             SECTION.
      *
           MOVE SPACE
             TO WK-APR-KEY
           MOVE TRN-HB-TR-Z         IN BGBB504T
             TO WK-APR-KEY-TRZ
           MOVE TRN-DT-EFF-ST       IN BGBB504T
             TO WK-APR-KEY-DT
           MOVE TRN-CD-ACT          IN BGBB504T
             TO APR-CD-ACT          IN BGBB504R
           MOVE WK-APR-KEY
             TO APR-KEY             IN BGBB504R
           MOVE TRN-USER            IN BGBB504T
             TO APR-USER-MKR        IN BGBB504R
           IF  WK-APV-DT-ENTRY NUMERIC
               MOVE WK-APV-DT-ENTRY
                 TO APR-DT-ENTRY        IN BGBB504R
             ELSE
               MOVE ZERO
                 TO APR-DT-ENTRY        IN BGBB504R
           END-IF
           MOVE WK-APV-AGE
             TO APR-CTR-AGE         IN BGBB504R
           WRITE BGBB504R-REC FROM BGBB504R
      *
           .
       APR-OUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PRV-RTN : EFFECTIVE-DATE PREVIEW REPORT                *
      *           EVERY ENTRY ON THE UPDATED MASTER BECOMING           *
      *           EFFECTIVE OR EXPIRING WITHIN THE NEXT 7 DAYS         *
           CLOSE BGBB504N-F
           CLOSE BGBB504A-F
           CLOSE BGBB504L-F
           CLOSE BGBB504V-F
           CLOSE BGBB504R-F
      *
           .
       END-RTN-EXIT.
             TO QA-SV-KEY021        IN YAG005(7)
           MOVE 'PRV-LINES'
             TO QA-SV-KEY021        IN YAG005(8)
           MOVE 'IN-PENDING'
             TO QA-SV-KEY021        IN YAG005(9)
           MOVE 'PND-ENTERED'
             TO QA-SV-KEY021        IN YAG005(10)
           MOVE 'APPROVED'
             TO QA-SV-KEY021        IN YAG005(11)
           MOVE 'DECLINED'
             TO QA-SV-KEY021        IN YAG005(12)
           MOVE 'PND-EXPIRED'
             TO QA-SV-KEY021        IN YAG005(13)
           MOVE 'PND-CARRIED'
             TO QA-SV-KEY021        IN YAG005(14)
           MOVE 'PND-OVER'
             TO QA-SV-KEY021        IN YAG005(15)
           MOVE WK-CTR-TRN-INP
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-MST-INP
             TO QA-CTR-KENSU        IN YAG005(7)
           MOVE WK-CTR-PRV
             TO QA-CTR-KENSU        IN YAG005(8)
           MOVE WK-CTR-PND-INP
             TO QA-CTR-KENSU        IN YAG005(9)
           MOVE WK-CTR-PND-ENT
             TO QA-CTR-KENSU        IN YAG005(10)
           MOVE WK-CTR-APPROVED
             TO QA-CTR-KENSU        IN YAG005(11)
           MOVE WK-CTR-DECLINED
             TO QA-CTR-KENSU        IN YAG005(12)
           MOVE WK-CTR-PND-EXPIRED
             TO QA-CTR-KENSU        IN YAG005(13)
           MOVE WK-CTR-PND-CARRY
             TO QA-CTR-KENSU        IN YAG005(14)
           MOVE WK-CTR-PND-OVER
             TO QA-CTR-KENSU        IN YAG005(15)
           CALL 'ZAEA301' USING YAG005
      *
           .
       DSP-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RLG-STR-RTN : RUN LOG START RECORD                     *
      ******************************************************************
       RLG-STR-RTN             SECTION.
      *
           ACCEPT WK-RLG-RUN-DT FROM DATE YYYYMMDD
           ACCEPT WK-RLG-RUN-TM FROM TIME
      *-------- NO BATCH DATE IN A MAINTENANCE RUN - THE RUN DATE
           MOVE WK-RLG-RUN-DT
             TO WK-RLG-DT-SHR
           MOVE SPACE
             TO WK-RLG-CYCLE
           MOVE 'S'
             TO WK-RLG-KBN
           MOVE SPACE
             TO WK-RLG-END-STAMP
           MOVE ZERO
             TO WK-RLG-SEC
           MOVE ZERO
             TO WK-RLG-CTR-IN
           MOVE ZERO
             TO WK-RLG-CTR-OUT
           MOVE ZERO
             TO WK-RLG-RC
           PERFORM RLG-WRT-RTN THRU RLG-WRT-RTN-EXIT
      *
           .
       RLG-STR-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RLG-END-RTN : RUN LOG END RECORD                       *
      *           ELAPSED TIME, MAIN INPUT/OUTPUT COUNTS AND THE       *
      *           RETURN-CODE THE STEP IS ABOUT TO END WITH            *
      ******************************************************************
       RLG-END-RTN             SECTION.
      *
           ACCEPT WK-RLG-END-DT FROM DATE YYYYMMDD
           ACCEPT WK-RLG-END-TM FROM TIME
           MOVE WK-RLG-RUN-TM
             TO WK-RLG-TM-N
           PERFORM RLG-SEC-RTN THRU RLG-SEC-RTN-EXIT
           MOVE WK-RLG-SEC-W
             TO WK-RLG-SEC-ST
           MOVE WK-RLG-END-TM
             TO WK-RLG-TM-N
           PERFORM RLG-SEC-RTN THRU RLG-SEC-RTN-EXIT
           MOVE WK-RLG-SEC-W
             TO WK-RLG-SEC-ED
      *-------- A RUN THAT CROSSED MIDNIGHT
           IF  WK-RLG-END-DT NOT = WK-RLG-RUN-DT
               COMPUTE WK-RLG-SEC-ED = WK-RLG-SEC-ED + 86400
           END-IF
           IF  WK-RLG-SEC-ED < WK-RLG-SEC-ST
               MOVE ZERO
                 TO WK-RLG-SEC
             ELSE
               COMPUTE WK-RLG-SEC = WK-RLG-SEC-ED - WK-RLG-SEC-ST
           END-IF
           MOVE WK-CTR-TRN-INP
             TO WK-RLG-CTR-IN
           MOVE WK-CTR-MST-OUT
             TO WK-RLG-CTR-OUT
           MOVE RETURN-CODE
             TO WK-RLG-RC
           MOVE 'E'
             TO WK-RLG-KBN
           PERFORM RLG-WRT-RTN THRU RLG-WRT-RTN-EXIT
      *
           .
       RLG-END-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RLG-SEC-RTN : WK-RLG-TM-N (HHMMSS) TO SECONDS OF DAY   *
      ******************************************************************
       RLG-SEC-RTN             SECTION.
      *
           DIVIDE WK-RLG-TM-N BY 10000
             GIVING WK-RLG-HH
             REMAINDER WK-RLG-MMSS
           DIVIDE WK-RLG-MMSS BY 100
             GIVING WK-RLG-MI
             REMAINDER WK-RLG-SS
           COMPUTE WK-RLG-SEC-W
             = WK-RLG-HH * 3600 + WK-RLG-MI * 60 + WK-RLG-SS
      *
           .
       RLG-SEC-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RLG-WRT-RTN : RUN LOG RECORD APPEND                    *
      *           THE LOG NEVER STOPS THE STEP - A LOG THAT CANNOT BE  *
      *           OPENED SIMPLY GOES UNWRITTEN                         *
      ******************************************************************
       RLG-WRT-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB516G
           MOVE WK-RLG-KBN
             TO RLG-REC-KBN         IN BGBB516G
           MOVE 'BGBB504'
             TO RLG-NO-PGM          IN BGBB516G
           MOVE WK-RLG-DT-SHR
             TO RLG-DT-SHR          IN BGBB516G
           MOVE WK-RLG-CYCLE
             TO RLG-NO-CYCLE        IN BGBB516G
           MOVE WK-RLG-RUN-STAMP
             TO RLG-RUN-STAMP       IN BGBB516G
           MOVE WK-RLG-END-STAMP
             TO RLG-END-STAMP       IN BGBB516G
           MOVE WK-RLG-SEC
             TO RLG-SEC-ELAPSED     IN BGBB516G
           MOVE WK-RLG-CTR-IN
             TO RLG-CTR-IN          IN BGBB516G
           MOVE WK-RLG-CTR-OUT
             TO RLG-CTR-OUT         IN BGBB516G
           MOVE WK-RLG-RC
             TO RLG-RC              IN BGBB516G
           OPEN EXTEND BGBB516G-F
           IF  NOT WK-RLG-STATUS-OK
               OPEN OUTPUT BGBB516G-F
           END-IF
           IF  NOT WK-RLG-STATUS-OK
               GO TO RLG-WRT-RTN-EXIT
           END-IF
           WRITE BGBB516G-REC FROM BGBB516G
           CLOSE BGBB516G-F
      *
           .
       RLG-WRT-RTN-EXIT.
           EXIT.
