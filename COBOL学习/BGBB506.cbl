      *                       THE BGBB501G CYCLE REGISTRY              *
      *      2026.09.02  M.K  DAILY CONTROL RECORDS FOR THE BGBB509    *
      *                       TRIAL BALANCE                            *
      *      2026.10.15  M.K  RUN LOG START/END RECORDS (BGBB516G)     *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
           SELECT BGBB506L-F ASSIGN TO BGBB506L.
           SELECT BGBB509C-F ASSIGN TO BGBB509C
               FILE STATUS  IS WK-DCT-STATUS.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
           DATA RECORD IS BGBB509C-REC.
       01  BGBB509C-REC.
           COPY BGBB509C.
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
           MOVE 'BGBB506'
             TO QA-NO-PGM           IN YAB110
           CALL 'ZAGB110' USING YAB110
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *
           OPEN INPUT  BGBB506I-F
           OPEN OUTPUT YF55204A-F
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
           MOVE WK-CTR-OUT
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
           MOVE 'BGBB506'
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
