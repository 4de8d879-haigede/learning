      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.09.02  M.K  NEW PROGRAM                              *
      *      2026.10.15  M.K  BGBB502 LOAD REJECTIONS ROUTED TO        *
      *                       SUSPENSE COUNT IN THE SIDE FILE RULE     *
      *      2026.10.15  M.K  RUN LOG START/END RECORDS (BGBB516G)     *
      *      2026.10.15  M.K  VOID RECORDS IN THE CORRECTION FEED AND  *
      *                       SIDE FILE RULES, VOID COUNT/AMOUNT RULES *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
           SELECT BGBB509C-F ASSIGN TO BGBB509C
               FILE STATUS  IS WK-DCT-STATUS.
           SELECT BGBB509L-F ASSIGN TO BGBB509L.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
           DATA RECORD IS BGBB509L-REC.
       01  BGBB509L-REC.
           COPY BGBB509L.
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
      *
       PROCEDURE               DIVISION.
      ******************************************************************
      *
           .
       MAIN-EXIT.
      *-------- RUN LOG END RECORD - HERE SO EVERY EXIT PATH IS LOGGED
           PERFORM RLG-END-RTN THRU RLG-END-RTN-EXIT
           GOBACK.
      ******************************************************************
      *         FST-RTN : INITIALIZATION                               *
           MOVE 'BGBB509'
             TO QA-NO-PGM           IN YAB110
           CALL 'ZAGB110' USING YAB110
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *
           OPEN OUTPUT BGBB509L-F
           OPEN INPUT  BGBB509C-F
             TO WK-TB-RULE
           PERFORM RULE-OUT-RTN THRU RULE-OUT-RTN-EXIT
      *
      *-------- BGBB501 CORRECTION FEED OUT (CORRECTIONS AND VOIDS)
      *-------- = BGBB503 IN
           MOVE 'BGBB501 '
             TO WK-GET-PGM
           MOVE 'OU-YF55204C'
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           MOVE WK-GET-CTR
             TO WK-TB-LEFT
           MOVE 'BGBB501 '
             TO WK-GET-PGM
           MOVE 'OU-VOID'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           COMPUTE WK-TB-LEFT = WK-TB-LEFT + WK-GET-CTR
           MOVE 'BGBB503 '
             TO WK-GET-PGM
           MOVE 'IN-YF55204C'
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           MOVE WK-GET-CTR
             TO WK-TB-RIGHT
           MOVE '501 OU-C+VOID CNT = 503 IN'
             TO WK-TB-RULE
           PERFORM RULE-OUT-RTN THRU RULE-OUT-RTN-EXIT
      *
             TO WK-TB-RULE
           PERFORM RULE-OUT-RTN THRU RULE-OUT-RTN-EXIT
      *
      *-------- BGBB501 VOIDS = BGBB503 REVERSAL-ONLY VOIDS
           MOVE 'BGBB501 '
             TO WK-GET-PGM
           MOVE 'OU-VOID'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           MOVE WK-GET-CTR
             TO WK-TB-LEFT
           MOVE 'BGBB503 '
             TO WK-GET-PGM
           MOVE 'VOIDED'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           MOVE WK-GET-CTR
             TO WK-TB-RIGHT
           MOVE '501 OU-VOID CNT = 503 VOIDED'
             TO WK-TB-RULE
           PERFORM RULE-OUT-RTN THRU RULE-OUT-RTN-EXIT
      *
           MOVE 'BGBB501 '
             TO WK-GET-PGM
           MOVE 'OU-VOID'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           MOVE WK-GET-KIN
             TO WK-TB-LEFT
           MOVE 'BGBB503 '
             TO WK-GET-PGM
           MOVE 'VOIDED'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           MOVE WK-GET-KIN
             TO WK-TB-RIGHT
           MOVE '501 OU-VOID KIN = 503 VOIDED'
             TO WK-TB-RULE
           PERFORM RULE-OUT-RTN THRU RULE-OUT-RTN-EXIT
      *
      *-------- BGBB503 DELTA FEED = TWO RECORDS PER NETTED PAIR
      *-------- PLUS ONE REVERSAL PER VOID
           MOVE 'BGBB503 '
             TO WK-GET-PGM
           MOVE 'OU-YF55204D'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           COMPUTE WK-TB-RIGHT = WK-GET-CTR * 2
           MOVE 'BGBB503 '
             TO WK-GET-PGM
           MOVE 'VOIDED'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           COMPUTE WK-TB-RIGHT = WK-TB-RIGHT + WK-GET-CTR
           MOVE '503 OU-D CNT = 2XNETTED+VOIDED'
             TO WK-TB-RULE
           PERFORM RULE-OUT-RTN THRU RULE-OUT-RTN-EXIT
      *
             TO WK-TB-RULE
           PERFORM RULE-OUT-RTN THRU RULE-OUT-RTN-EXIT
      *
      *-------- BGBB502 MATCHED PLUS KAKU-NASHI PLUS THE LOAD
      *-------- REJECTIONS ROUTED TO SUSPENSE PLUS THE VOIDED ITEMS
      *-------- DROPPED UNCONFIRMED COVERS THE DAY'S SIDE FILE WRITES
           MOVE 'BGBB502 '
             TO WK-GET-PGM
           MOVE 'MATCHED'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           COMPUTE WK-TB-LEFT = WK-TB-LEFT + WK-GET-CTR
           MOVE 'BGBB502 '
             TO WK-GET-PGM
           MOVE 'LDREJ-X'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           COMPUTE WK-TB-LEFT = WK-TB-LEFT + WK-GET-CTR
           MOVE 'BGBB502 '
             TO WK-GET-PGM
           MOVE 'VOID-X'
             TO WK-GET-KEY
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           COMPUTE WK-TB-LEFT = WK-TB-LEFT + WK-GET-CTR
           MOVE 'BGBB506 '
             TO WK-GET-PGM
           MOVE 'OU-YF55204X'
           PERFORM CTL-GET-RTN THRU CTL-GET-RTN-EXIT
           MOVE WK-GET-CTR
             TO WK-TB-RIGHT
           MOVE '502 MAT+KAKU+REJ+VOID = 506 X'
             TO WK-TB-RULE
           PERFORM RULE-OUT-RTN THRU RULE-OUT-RTN-EXIT
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
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
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
           MOVE WK-CTR-INP
             TO WK-RLG-CTR-IN
           COMPUTE WK-RLG-CTR-OUT
             = WK-CTR-RULE-OK
             + WK-CTR-RULE-NG
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
           MOVE 'BGBB509'
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
