       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BGBB515.
      * *************************************************************
      * **      DAILY GL JOURNAL INTERFACE                        ***
      * **                                                        ***
      * **      TURNS THE DAY'S FINAL YF55204A HANDOFF (BGBB506)  ***
      * **      AND THE YF55204D CORRECTION DELTA FEED (BGBB503)  ***
      * **      - PLUS, WHEN ONE IS PRESENT, THE YF55204K         ***
      * **      RECLASSIFICATION FEED (BGBB518) - INTO A          ***
      * **      BALANCED JOURNAL FILE FOR THE ACCOUNTING          ***
      * **      SYSTEM: ONE DEBIT AND ONE CREDIT PER CD-SHK-DPT   ***
      * **      AND SETTLEMENT DATE (DT-SHK-SHR), ACCOUNTS FROM   ***
      * **      THE BGBB515M OPERATIONS MAPPING TABLE. AN         ***
      * **      UNMAPPED DEPARTMENT OR AN INPUT FEED THAT DOES    ***
      * **      NOT BALANCE TO ITS TRAILER STOPS THE WHOLE        ***
      * **      POSTING (RETURN CODE 16) - NOTHING GOES TO A      ***
      * **      SUSPENSE ACCOUNT. A HANDOFF DETAIL WITH           ***
      * **      SCT-RESEND = '1' (A REPAIRED X552 LOAD REJECTION  ***
      * **      RE-FED BY BGBB501) WAS POSTED WITH ITS ORIGINAL   ***
      * **      ISSUE - IT BALANCES THE TRAILER BUT IS NOT POSTED ***
      * **      AGAIN, AS BGBB511 RE-SENDS NEVER REACH THIS STEP  ***
      * *************************************************************
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.10.15  M.K  NEW PROGRAM                              *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT YF55204A-F ASSIGN TO YF55204A.
           SELECT YF55204D-F ASSIGN TO YF55204D.
           SELECT YF55204K-F ASSIGN TO YF55204K
               FILE STATUS  IS WK-YFK-STATUS.
           SELECT BGBB515M-F ASSIGN TO BGBB515M
               FILE STATUS  IS WK-MAP-STATUS.
           SELECT BGBB515W-F ASSIGN TO BGBB515W
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS GLW-KEY OF BGBB515W-REC
               FILE STATUS  IS WK-GLW-STATUS.
           SELECT BGBB515J-F ASSIGN TO BGBB515J.
           SELECT BGBB515L-F ASSIGN TO BGBB515L.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
      *-------- FINAL CONSOLIDATED YF55204A HANDOFF WRITTEN BY BGBB506
       FD  YF55204A-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS YF55204A-REC.
       01  YF55204A-REC.
           COPY YF55204A.
      *-------- NETTED CORRECTION DELTA FEED WRITTEN BY BGBB503
       FD  YF55204D-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS YF55204D-REC.
       01  YF55204D-REC.
           COPY YF55204A.
      *-------- RECLASSIFICATION DELTA FEED WRITTEN BY BGBB518 (UPDATE
      *-------- MODE ONLY) - OPTIONAL, IN YF55204D LAYOUT
       FD  YF55204K-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS YF55204K-REC.
       01  YF55204K-REC.
           COPY YF55204A.
      *-------- OPERATIONS GL ACCOUNT MAPPING TABLE
       FD  BGBB515M-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB515M-REC.
       01  BGBB515M-REC.
           COPY BGBB515M.
      *-------- KEYED POSTING WORK FILE - REBUILT EMPTY EVERY RUN.
      *-------- ONE RECORD PER CD-SHK-DPT AND DT-SHK-SHR HOLDING THE
      *-------- NET OF ALL THE INPUT FEEDS
       FD  BGBB515W-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS BGBB515W-REC.
       01  BGBB515W-REC.
           03  GLW-KEY.
               05  GLW-CD-SHK-DPT      PIC X(02).
               05  GLW-DT-SHK-SHR      PIC 9(08).
           03  GLW-CTR-A               PIC 9(07).
           03  GLW-CTR-D               PIC 9(07).
           03  GLW-KIN                 PIC S9(13)     COMP-3.
           03  GLW-CTR-K               PIC 9(07).
           03  FILLER                  PIC X(13).
      *-------- GL JOURNAL FILE FOR THE ACCOUNTING SYSTEM
       FD  BGBB515J-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB515J-REC.
       01  BGBB515J-REC.
           COPY BGBB515J.
      *-------- POSTING REPORT
       FD  BGBB515L-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB515L-REC.
       01  BGBB515L-REC.
           COPY BGBB515L.
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
      *                WORK AREA                                       *
      ******************************************************************
       01  WORK-AREA.
         03  WK-START                   PIC X(10) VALUE 'WORK-START'.
         03  SW-YFA-EOF                 PIC X(01).
         03  SW-YFD-EOF                 PIC X(01).
         03  SW-YFK-EOF                 PIC X(01).
      *-------- '1' = NO YF55204K THIS RUN (NOT PRESENT OR EMPTY)
         03  SW-YFK-NONE                PIC X(01).
           88  SW-YFK-NONE-YES                  VALUE '1'.
         03  SW-GLW-EOF                 PIC X(01).
      *-------- '1' = POSTING STOPPED - JOURNAL GETS NO DETAIL LINES
         03  SW-STOP                    PIC X(01).
           88  SW-STOP-YES                      VALUE '1'.
         03  WK-CTR-YFA                 PIC 9(07).
         03  WK-KIN-YFA                 PIC S9(13)     COMP-3.
      *-------- OF WHICH RE-FED AFTER LOAD REPAIR - NOT POSTED
         03  WK-CTR-YFA-RSND            PIC 9(07).
         03  WK-KIN-YFA-RSND            PIC S9(13)     COMP-3.
         03  WK-CTR-YFD                 PIC 9(07).
         03  WK-KIN-YFD                 PIC S9(13)     COMP-3.
         03  WK-CTR-YFK                 PIC 9(07).
         03  WK-KIN-YFK                 PIC S9(13)     COMP-3.
      *-------- EVERY YF55204K RECORD READ, CONTROL RECORDS INCLUDED
         03  WK-CTR-YFK-RED             PIC 9(07).
         03  WK-CTR-KEY                 PIC 9(07).
         03  WK-CTR-JNL                 PIC 9(07).
         03  WK-KIN-DR                  PIC S9(15)     COMP-3.
         03  WK-KIN-CR                  PIC S9(15)     COMP-3.
         03  WK-CTR-ZERO                PIC 9(07).
         03  WK-CTR-UNMAP               PIC 9(07).
         03  WK-KIN-UNMAP               PIC S9(13)     COMP-3.
         03  WK-CTR-CTL-NG              PIC 9(07).
         03  WK-CTR-GLW-NG              PIC 9(07).
      *
         03  WK-MAP-STATUS              PIC X(02).
           88  WK-MAP-STATUS-OK               VALUE '00'.
         03  WK-YFK-STATUS              PIC X(02).
           88  WK-YFK-STATUS-OK               VALUE '00'.
           88  WK-YFK-STATUS-NOFILE           VALUE '35'.
         03  WK-GLW-STATUS              PIC X(02).
           88  WK-GLW-STATUS-OK               VALUE '00'.
           88  WK-GLW-STATUS-NOTFND           VALUE '23'.
      *
      *-------- INPUT FEED CONTROL FRAME CHECK (ONE FEED AT A TIME)
         03  SW-YFA-TRL                 PIC X(01).
         03  SW-YFD-TRL                 PIC X(01).
         03  SW-YFK-TRL                 PIC X(01).
         03  WK-CHK-FILE                PIC X(08).
         03  WK-CHK-CTR                 PIC 9(07).
         03  WK-CHK-KIN                 PIC S9(13)     COMP-3.
         03  WK-CTL-MSG                 PIC X(30).
         03  WK-CTL-DPT                 PIC X(02).
      *-------- FEED OF THE DETAIL BEING ACCUMULATED
      *-------- 'A' = YF55204A HANDOFF, 'D' = YF55204D DELTA,
      *-------- 'K' = YF55204K RECLASSIFICATION
         03  WK-ACM-SRC                 PIC X(01).
      *
      *-------- DEBIT/CREDIT PAIR BEING POSTED
         03  WK-PST-DR                  PIC X(10).
         03  WK-PST-CR                  PIC X(10).
         03  WK-PST-KIN                 PIC S9(13)     COMP-3.
         03  WK-PST-CTR                 PIC 9(07).
         03  WK-PST-TEXT                PIC X(20).
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
      ******************************************************************
      *    GL ACCOUNT MAPPING TABLE WORK AREA                          *
      ******************************************************************
       01  WK-MAP-AREA.
         03  WK-MAP-AREA-START          PIC X(14)
             VALUE 'MAP-WORK-START'.
         03  WK-MAP-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-MAP-G                   PIC 9(04)      COMP.
         03  SW-MAP-EOF                 PIC X(01).
         03  SW-MAP-FOUND               PIC X(01).
           88  SW-MAP-FOUND-YES                 VALUE '1'.
         03  WK-MAP-FIND-DPT            PIC X(02).
         03  WK-MAP-TBL OCCURS 500 TIMES.
           05  WK-MAP-DPT               PIC X(02).
           05  WK-MAP-DR                PIC X(10).
           05  WK-MAP-CR                PIC X(10).
           05  WK-MAP-NM                PIC X(20).
         03  WK-MAP-AREA-END            PIC X(12)
             VALUE 'MAP-WORK-END'.
      *
       01  BGBB515L.
           COPY BGBB515L.
       01  BGBB515J.
           COPY BGBB515J.
       01  BGBB515F.
           COPY BGBB515F.
       01  BGBB515M.
           COPY BGBB515M.
       01  YF55204F.
           COPY YF55204F.
      *
       01  YAB110.
           COPY YAB110.
       01  YF55204A.
           COPY YF55204A.
       01  YAG005.
           COPY YAG005.
       01  WK-CNV-AREA.
         03  WK-CNV-AREA-START          PIC X(14)
             VALUE 'CNV-WORK-START'.
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
      *        MAIN                                                    *
      ******************************************************************
       MAIN                    SECTION.
      *-------- INITIALIZATION AND ACCOUNT MAPPING TABLE LOAD
           PERFORM FST-RTN THRU FST-RTN-EXIT
      *-------- ACCUMULATE THE FEEDS BY DEPARTMENT AND SETTLEMENT DATE
           PERFORM YFA-RTN THRU YFA-RTN-EXIT
           PERFORM YFD-RTN THRU YFD-RTN-EXIT
           PERFORM YFK-RTN THRU YFK-RTN-EXIT
      *-------- EVERY DEPARTMENT MUST MAP BEFORE ANYTHING IS POSTED
           PERFORM CHK-RTN THRU CHK-RTN-EXIT
      *-------- JOURNAL OUTPUT
           PERFORM JNL-RTN THRU JNL-RTN-EXIT
      *-------- TERMINATION
           PERFORM END-RTN THRU END-RTN-EXIT
      *
           .
       MAIN-EXIT.
      *-------- RUN LOG END RECORD - HERE SO EVERY EXIT PATH IS LOGGED
           PERFORM RLG-END-RTN THRU RLG-END-RTN-EXIT
           GOBACK.
      ******************************************************************
      *         FST-RTN : INITIALIZATION                               *
      ******************************************************************
       FST-RTN                 SECTION.
      *
           MOVE SPACE
             TO SW-YFA-EOF
           MOVE SPACE
             TO SW-YFD-EOF
           MOVE SPACE
             TO SW-YFK-EOF
           MOVE SPACE
             TO SW-YFK-NONE
           MOVE SPACE
             TO SW-GLW-EOF
           MOVE SPACE
             TO SW-STOP
           MOVE SPACE
             TO SW-YFA-TRL
           MOVE SPACE
             TO SW-YFD-TRL
           MOVE SPACE
             TO SW-YFK-TRL
           MOVE ZERO
             TO WK-CTR-YFA
           MOVE ZERO
             TO WK-KIN-YFA
           MOVE ZERO
             TO WK-CTR-YFA-RSND
           MOVE ZERO
             TO WK-KIN-YFA-RSND
           MOVE ZERO
             TO WK-CTR-YFD
           MOVE ZERO
             TO WK-KIN-YFD
           MOVE ZERO
             TO WK-CTR-YFK
           MOVE ZERO
             TO WK-KIN-YFK
           MOVE ZERO
             TO WK-CTR-YFK-RED
           MOVE ZERO
             TO WK-CTR-KEY
           MOVE ZERO
             TO WK-CTR-JNL
           MOVE ZERO
             TO WK-KIN-DR
           MOVE ZERO
             TO WK-KIN-CR
           MOVE ZERO
             TO WK-CTR-ZERO
           MOVE ZERO
             TO WK-CTR-UNMAP
           MOVE ZERO
             TO WK-KIN-UNMAP
           MOVE ZERO
             TO WK-CTR-CTL-NG
           MOVE ZERO
             TO WK-CTR-GLW-NG
           MOVE SPACE
             TO WK-CTL-DPT
      *
      *  [ZAGB110] BATCH PROCESSING DATE
           MOVE SPACE
             TO YAB110
           MOVE 'BGBB515'
             TO QA-NO-PGM           IN YAB110
           CALL 'ZAGB110' USING YAB110
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *
           OPEN INPUT  YF55204A-F
           OPEN INPUT  YF55204D-F
           OPEN OUTPUT BGBB515J-F
           OPEN OUTPUT BGBB515L-F
           OPEN OUTPUT BGBB515W-F
           CLOSE       BGBB515W-F
           OPEN I-O    BGBB515W-F
      *
           PERFORM MAP-LOAD-RTN THRU MAP-LOAD-RTN-EXIT
      *
           .
       FST-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         MAP-LOAD-RTN : LOAD THE GL ACCOUNT MAPPING TABLE       *
      *           AN ABSENT TABLE, A TABLE TOO BIG FOR THE WORK AREA   *
      *           OR A DEPARTMENT MAPPED TWICE STOPS THE POSTING -     *
      *           A GUESSED ACCOUNT IS WORSE THAN A LATE JOURNAL       *
      ******************************************************************
       MAP-LOAD-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-MAP-EOF
           MOVE ZERO
             TO WK-MAP-CNT
           OPEN INPUT BGBB515M-F
           IF  NOT WK-MAP-STATUS-OK
               MOVE 'BGBB515M'
                 TO WK-CHK-FILE
               MOVE 'MAPPING TABLE NOT AVAILABLE'
                 TO WK-CTL-MSG
               MOVE ZERO
                 TO WK-CHK-CTR
               MOVE ZERO
                 TO WK-CHK-KIN
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
               GO TO MAP-LOAD-RTN-EXIT
           END-IF
           PERFORM MAP-RED-RTN THRU MAP-RED-RTN-EXIT
             UNTIL SW-MAP-EOF NOT = SPACE
           CLOSE BGBB515M-F
      *
           .
       MAP-LOAD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         MAP-RED-RTN : MAPPING TABLE READ                       *
      ******************************************************************
       MAP-RED-RTN             SECTION.
      *
           READ BGBB515M-F INTO BGBB515M
             AT END
               MOVE '1'
                 TO SW-MAP-EOF
           END-READ
           IF  SW-MAP-EOF NOT = SPACE
               GO TO MAP-RED-RTN-EXIT
           END-IF
           MOVE MAP-CD-SHK-DPT      IN BGBB515M
             TO WK-MAP-FIND-DPT
           PERFORM MAP-FIND-RTN THRU MAP-FIND-RTN-EXIT
           IF  SW-MAP-FOUND-YES
               MOVE 'BGBB515M'
                 TO WK-CHK-FILE
               MOVE 'DEPARTMENT MAPPED TWICE'
                 TO WK-CTL-MSG
               MOVE MAP-CD-SHK-DPT      IN BGBB515M
                 TO WK-CTL-DPT
               MOVE ZERO
                 TO WK-CHK-CTR
               MOVE ZERO
                 TO WK-CHK-KIN
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
               GO TO MAP-RED-RTN-EXIT
           END-IF
           IF  WK-MAP-CNT NOT < 500
               MOVE 'BGBB515M'
                 TO WK-CHK-FILE
               MOVE 'MAPPING TABLE OVER 500 ENTRIES'
                 TO WK-CTL-MSG
               MOVE ZERO
                 TO WK-CHK-CTR
               MOVE ZERO
                 TO WK-CHK-KIN
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
               MOVE '1'
                 TO SW-MAP-EOF
               GO TO MAP-RED-RTN-EXIT
           END-IF
           COMPUTE WK-MAP-CNT = WK-MAP-CNT + 1
           MOVE MAP-CD-SHK-DPT      IN BGBB515M
             TO WK-MAP-DPT(WK-MAP-CNT)
           MOVE MAP-ACCT-DR         IN BGBB515M
             TO WK-MAP-DR(WK-MAP-CNT)
           MOVE MAP-ACCT-CR         IN BGBB515M
             TO WK-MAP-CR(WK-MAP-CNT)
           MOVE MAP-NM-ACCT         IN BGBB515M
             TO WK-MAP-NM(WK-MAP-CNT)
      *
           .
       MAP-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         MAP-FIND-RTN : MAPPING TABLE LOOKUP                    *
      *           WK-MAP-FIND-DPT NAMES THE DEPARTMENT; ON RETURN      *
      *           WK-MAP-G POINTS AT ITS ENTRY WHEN FOUND              *
      ******************************************************************
       MAP-FIND-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-MAP-FOUND
           PERFORM VARYING WK-MAP-G FROM 1 BY 1
             UNTIL WK-MAP-G > WK-MAP-CNT
             OR SW-MAP-FOUND-YES
               IF  WK-MAP-DPT(WK-MAP-G) = WK-MAP-FIND-DPT
                   MOVE '1'
                     TO SW-MAP-FOUND
               END-IF
           END-PERFORM
           IF  SW-MAP-FOUND-YES
               COMPUTE WK-MAP-G = WK-MAP-G - 1
           END-IF
      *
           .
       MAP-FIND-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFA-RTN : FINAL YF55204A HANDOFF ACCUMULATION          *
      ******************************************************************
       YFA-RTN                 SECTION.
      *
           PERFORM YFA-RED-RTN THRU YFA-RED-RTN-EXIT
             UNTIL SW-YFA-EOF NOT = SPACE
      *-------- A HANDOFF WITHOUT ITS TRAILER IS TRUNCATED
           IF  SW-YFA-TRL = SPACE
               MOVE 'YF55204A'
                 TO WK-CHK-FILE
               MOVE 'FEED TRAILER MISSING'
                 TO WK-CTL-MSG
               MOVE WK-CTR-YFA
                 TO WK-CHK-CTR
               MOVE WK-KIN-YFA
                 TO WK-CHK-KIN
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
           END-IF
      *
           .
       YFA-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFA-RED-RTN : YF55204A READ AND ACCUMULATE             *
      ******************************************************************
       YFA-RED-RTN             SECTION.
      *
           READ YF55204A-F INTO YF55204A
             AT END
               MOVE '1'
                 TO SW-YFA-EOF
           END-READ
           IF  SW-YFA-EOF NOT = SPACE
               GO TO YFA-RED-RTN-EXIT
           END-IF
      *-------- FEED CONTROL RECORDS ARE CHECKED, NOT POSTED
           MOVE YF55204A
             TO YF55204F
           IF  FC-REC-HDR IN YF55204F
               GO TO YFA-RED-RTN-EXIT
           END-IF
           IF  FC-REC-TRL IN YF55204F
               MOVE '1'
                 TO SW-YFA-TRL
               MOVE 'YF55204A'
                 TO WK-CHK-FILE
               MOVE WK-CTR-YFA
                 TO WK-CHK-CTR
               MOVE WK-KIN-YFA
                 TO WK-CHK-KIN
               PERFORM CTL-TRL-RTN THRU CTL-TRL-RTN-EXIT
               GO TO YFA-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-YFA = WK-CTR-YFA + 1
           COMPUTE WK-KIN-YFA = WK-KIN-YFA
             + KS-SHK-JSK           IN YF55204A
      *-------- A REPAIRED LOAD REJECTION RE-FED BY BGBB501 - ITS
      *-------- ORIGINAL ISSUE IS ALREADY ON THE LEDGER
           IF  SCT-RESEND           IN YF55204A = '1'
               COMPUTE WK-CTR-YFA-RSND = WK-CTR-YFA-RSND + 1
               COMPUTE WK-KIN-YFA-RSND = WK-KIN-YFA-RSND
                 + KS-SHK-JSK           IN YF55204A
               GO TO YFA-RED-RTN-EXIT
           END-IF
           MOVE 'A'
             TO WK-ACM-SRC
           PERFORM ACM-RTN THRU ACM-RTN-EXIT
      *
           .
       YFA-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFD-RTN : YF55204D DELTA FEED ACCUMULATION             *
      ******************************************************************
       YFD-RTN                 SECTION.
      *
           PERFORM YFD-RED-RTN THRU YFD-RED-RTN-EXIT
             UNTIL SW-YFD-EOF NOT = SPACE
           IF  SW-YFD-TRL = SPACE
               MOVE 'YF55204D'
                 TO WK-CHK-FILE
               MOVE 'FEED TRAILER MISSING'
                 TO WK-CTL-MSG
               MOVE WK-CTR-YFD
                 TO WK-CHK-CTR
               MOVE WK-KIN-YFD
                 TO WK-CHK-KIN
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
           END-IF
      *
           .
       YFD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFD-RED-RTN : YF55204D READ AND ACCUMULATE             *
      *           THE REVERSAL AND THE CORRECTED VALUE BOTH CARRY      *
      *           THEIR OWN SIGN, SO THEY NET IN THE SAME TOTAL        *
      ******************************************************************
       YFD-RED-RTN             SECTION.
      *
           READ YF55204D-F INTO YF55204A
             AT END
               MOVE '1'
                 TO SW-YFD-EOF
           END-READ
           IF  SW-YFD-EOF NOT = SPACE
               GO TO YFD-RED-RTN-EXIT
           END-IF
           MOVE YF55204A
             TO YF55204F
           IF  FC-REC-HDR IN YF55204F
               GO TO YFD-RED-RTN-EXIT
           END-IF
           IF  FC-REC-TRL IN YF55204F
               MOVE '1'
                 TO SW-YFD-TRL
               MOVE 'YF55204D'
                 TO WK-CHK-FILE
               MOVE WK-CTR-YFD
                 TO WK-CHK-CTR
               MOVE WK-KIN-YFD
                 TO WK-CHK-KIN
               PERFORM CTL-TRL-RTN THRU CTL-TRL-RTN-EXIT
               GO TO YFD-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-YFD = WK-CTR-YFD + 1
           COMPUTE WK-KIN-YFD = WK-KIN-YFD
             + KS-SHK-JSK           IN YF55204A
           MOVE 'D'
             TO WK-ACM-SRC
           PERFORM ACM-RTN THRU ACM-RTN-EXIT
      *
           .
       YFD-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFK-RTN : YF55204K RECLASSIFICATION FEED ACCUMULATION  *
      *           BGBB518 WRITES THE FEED ONLY ON AN UPDATE RUN, SO A  *
      *           DATASET NOT THERE, OR EMPTY, IS NO INPUT. ONE THAT   *
      *           IS THERE IS FRAMED AND CHECKED ON ITS OWN COUNTS     *
      ******************************************************************
       YFK-RTN                 SECTION.
      *
           OPEN INPUT YF55204K-F
           IF  WK-YFK-STATUS-NOFILE
               MOVE '1'
                 TO SW-YFK-NONE
               GO TO YFK-RTN-EXIT
           END-IF
           IF  NOT WK-YFK-STATUS-OK
               MOVE '1'
                 TO SW-YFK-NONE
               MOVE 'YF55204K'
                 TO WK-CHK-FILE
               MOVE 'FEED CANNOT BE OPENED'
                 TO WK-CTL-MSG
               MOVE ZERO
                 TO WK-CHK-CTR
               MOVE ZERO
                 TO WK-CHK-KIN
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
               GO TO YFK-RTN-EXIT
           END-IF
           PERFORM YFK-RED-RTN THRU YFK-RED-RTN-EXIT
             UNTIL SW-YFK-EOF NOT = SPACE
           CLOSE YF55204K-F
           IF  WK-CTR-YFK-RED = ZERO
               MOVE '1'
                 TO SW-YFK-NONE
               GO TO YFK-RTN-EXIT
           END-IF
           IF  SW-YFK-TRL = SPACE
               MOVE 'YF55204K'
                 TO WK-CHK-FILE
               MOVE 'FEED TRAILER MISSING'
                 TO WK-CTL-MSG
               MOVE WK-CTR-YFK
                 TO WK-CHK-CTR
               MOVE WK-KIN-YFK
                 TO WK-CHK-KIN
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
           END-IF
      *
           .
       YFK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFK-RED-RTN : YF55204K READ AND ACCUMULATE             *
      *           THE REVERSAL UNDER THE OLD DEPARTMENT AND THE        *
      *           REISSUE UNDER THE NEW ONE MOVE THE AMOUNT BETWEEN    *
      *           THE TWO DEPARTMENTS' ACCOUNTS                        *
      ******************************************************************
       YFK-RED-RTN             SECTION.
      *
           READ YF55204K-F INTO YF55204A
             AT END
               MOVE '1'
                 TO SW-YFK-EOF
           END-READ
           IF  SW-YFK-EOF NOT = SPACE
               GO TO YFK-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-YFK-RED = WK-CTR-YFK-RED + 1
           MOVE YF55204A
             TO YF55204F
           IF  FC-REC-HDR IN YF55204F
               GO TO YFK-RED-RTN-EXIT
           END-IF
           IF  FC-REC-TRL IN YF55204F
               MOVE '1'
                 TO SW-YFK-TRL
               MOVE 'YF55204K'
                 TO WK-CHK-FILE
               MOVE WK-CTR-YFK
                 TO WK-CHK-CTR
               MOVE WK-KIN-YFK
                 TO WK-CHK-KIN
               PERFORM CTL-TRL-RTN THRU CTL-TRL-RTN-EXIT
               GO TO YFK-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-YFK = WK-CTR-YFK + 1
           COMPUTE WK-KIN-YFK = WK-KIN-YFK
             + KS-SHK-JSK           IN YF55204A
           MOVE 'K'
             TO WK-ACM-SRC
           PERFORM ACM-RTN THRU ACM-RTN-EXIT
      *
           .
       YFK-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         ACM-RTN : ADD ONE DETAIL TO ITS POSTING RECORD         *
      *           WK-ACM-SRC = 'A' (HANDOFF), 'D' (DELTA) OR 'K'       *
      *           (RECLASSIFICATION)                                   *
      ******************************************************************
       ACM-RTN                 SECTION.
      *
           MOVE SPACE
             TO BGBB515W-REC
           MOVE CD-SHK-DPT          IN YF55204A
             TO GLW-CD-SHK-DPT      IN BGBB515W-REC
           MOVE DT-SHK-SHR          IN YF55204A
             TO GLW-DT-SHK-SHR      IN BGBB515W-REC
           READ BGBB515W-F
             INVALID KEY
               CONTINUE
           END-READ
           IF  WK-GLW-STATUS-NOTFND
               MOVE SPACE
                 TO BGBB515W-REC
               MOVE CD-SHK-DPT          IN YF55204A
                 TO GLW-CD-SHK-DPT      IN BGBB515W-REC
               MOVE DT-SHK-SHR          IN YF55204A
                 TO GLW-DT-SHK-SHR      IN BGBB515W-REC
               MOVE ZERO
                 TO GLW-CTR-A           IN BGBB515W-REC
               MOVE ZERO
                 TO GLW-CTR-D           IN BGBB515W-REC
               MOVE ZERO
                 TO GLW-CTR-K           IN BGBB515W-REC
               MOVE ZERO
                 TO GLW-KIN             IN BGBB515W-REC
               PERFORM ACM-ADD-RTN THRU ACM-ADD-RTN-EXIT
               WRITE BGBB515W-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
               IF  WK-GLW-STATUS-OK
                   COMPUTE WK-CTR-KEY = WK-CTR-KEY + 1
               END-IF
             ELSE
           IF  WK-GLW-STATUS-OK
               PERFORM ACM-ADD-RTN THRU ACM-ADD-RTN-EXIT
               REWRITE BGBB515W-REC
                 INVALID KEY
                   CONTINUE
               END-REWRITE
           END-IF
           END-IF
      *-------- A DETAIL THAT CANNOT BE ACCUMULATED WOULD UNBALANCE
      *-------- THE JOURNAL AGAINST THE FEEDS - STOP THE POSTING
           IF  NOT WK-GLW-STATUS-OK
               COMPUTE WK-CTR-GLW-NG = WK-CTR-GLW-NG + 1
               MOVE 'BGBB515W'
                 TO WK-CHK-FILE
               MOVE 'WORK FILE I/O ERROR'
                 TO WK-CTL-MSG
               MOVE 1
                 TO WK-CHK-CTR
               MOVE KS-SHK-JSK          IN YF55204A
                 TO WK-CHK-KIN
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
           END-IF
      *
           .
       ACM-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         ACM-ADD-RTN : ADD THE DETAIL TO BGBB515W-REC           *
      ******************************************************************
       ACM-ADD-RTN             SECTION.
      *
           IF  WK-ACM-SRC = 'A'
               COMPUTE GLW-CTR-A    IN BGBB515W-REC
                 = GLW-CTR-A        IN BGBB515W-REC + 1
             ELSE
           IF  WK-ACM-SRC = 'K'
               COMPUTE GLW-CTR-K    IN BGBB515W-REC
                 = GLW-CTR-K        IN BGBB515W-REC + 1
             ELSE
               COMPUTE GLW-CTR-D    IN BGBB515W-REC
                 = GLW-CTR-D        IN BGBB515W-REC + 1
           END-IF
           END-IF
           COMPUTE GLW-KIN          IN BGBB515W-REC
             = GLW-KIN              IN BGBB515W-REC
             + KS-SHK-JSK           IN YF55204A
      *
           .
       ACM-ADD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CTL-TRL-RTN : INPUT FEED CONTROL TRAILER CHECK         *
      *           THE TRAILER COUNT AND HASH MUST AGREE WITH THE       *
      *           DETAILS READ (WK-CHK-CTR / WK-CHK-KIN) - A SHORT OR  *
      *           DOUBLED FEED MUST NOT REACH THE LEDGER               *
      ******************************************************************
       CTL-TRL-RTN             SECTION.
      *
           IF  FC-CTR-RECORD        IN YF55204F NOT = WK-CHK-CTR
               MOVE 'FEED TRAILER COUNT MISMATCH'
                 TO WK-CTL-MSG
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
           END-IF
           IF  FC-HASH-SHK-JSK      IN YF55204F NOT = WK-CHK-KIN
               MOVE 'FEED TRAILER HASH MISMATCH'
                 TO WK-CTL-MSG
               PERFORM CTL-NG-LOG THRU CTL-NG-LOG-EXIT
           END-IF
      *
           .
       CTL-TRL-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CTL-NG-LOG : INPUT OR TABLE ERROR - STOP THE POSTING   *
      *           WK-CHK-FILE / WK-CHK-CTR / WK-CHK-KIN / WK-CTL-MSG   *
      *           (AND WK-CTL-DPT WHEN A DEPARTMENT IS CONCERNED)      *
      ******************************************************************
       CTL-NG-LOG              SECTION.
      *
           COMPUTE WK-CTR-CTL-NG = WK-CTR-CTL-NG + 1
           MOVE '1'
             TO SW-STOP
           MOVE SPACE
             TO BGBB515L
           SET GLR-KBN-CTL-NG      IN BGBB515L
             TO TRUE
           MOVE ZERO
             TO GLR-DT-SHK-SHR      IN BGBB515L
           MOVE WK-CTL-DPT
             TO GLR-CD-SHK-DPT      IN BGBB515L
           MOVE WK-CHK-FILE
             TO GLR-ACCT-DR         IN BGBB515L
           MOVE WK-CHK-CTR
             TO GLR-CTR-KENSU       IN BGBB515L
           MOVE WK-CHK-KIN
             TO GLR-KIN             IN BGBB515L
           MOVE WK-CTL-MSG
             TO GLR-MSG             IN BGBB515L
           WRITE BGBB515L-REC FROM BGBB515L
           MOVE SPACE
             TO WK-CTL-DPT
      *
           .
       CTL-NG-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         CHK-RTN : ACCOUNT MAPPING CHECK OVER EVERY POSTING     *
      *           EVERY UNMAPPED DEPARTMENT/DATE IS REPORTED, NOT      *
      *           JUST THE FIRST, SO OPERATIONS CAN FIX THE TABLE IN   *
      *           ONE GO BEFORE THE RERUN                              *
      ******************************************************************
       CHK-RTN                 SECTION.
      *
           PERFORM GLW-TOP-RTN THRU GLW-TOP-RTN-EXIT
           PERFORM CHK-ONE-RTN THRU CHK-ONE-RTN-EXIT
             UNTIL SW-GLW-EOF NOT = SPACE
      *
           .
       CHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CHK-ONE-RTN : ONE POSTING RECORD MAPPING CHECK         *
      ******************************************************************
       CHK-ONE-RTN             SECTION.
      *
           MOVE GLW-CD-SHK-DPT      IN BGBB515W-REC
             TO WK-MAP-FIND-DPT
           PERFORM MAP-FIND-RTN THRU MAP-FIND-RTN-EXIT
           IF  NOT SW-MAP-FOUND-YES
               COMPUTE WK-CTR-UNMAP = WK-CTR-UNMAP + 1
               COMPUTE WK-KIN-UNMAP = WK-KIN-UNMAP
                 + GLW-KIN              IN BGBB515W-REC
               MOVE '1'
                 TO SW-STOP
               MOVE SPACE
                 TO BGBB515L
               SET GLR-KBN-UNMAPPED    IN BGBB515L
                 TO TRUE
               MOVE GLW-DT-SHK-SHR      IN BGBB515W-REC
                 TO GLR-DT-SHK-SHR      IN BGBB515L
               MOVE GLW-CD-SHK-DPT      IN BGBB515W-REC
                 TO GLR-CD-SHK-DPT      IN BGBB515L
               COMPUTE GLR-CTR-KENSU    IN BGBB515L
                 = GLW-CTR-A            IN BGBB515W-REC
                 + GLW-CTR-D            IN BGBB515W-REC
                 + GLW-CTR-K            IN BGBB515W-REC
               MOVE GLW-KIN             IN BGBB515W-REC
                 TO GLR-KIN             IN BGBB515L
               MOVE 'NO GL ACCOUNT MAPPING'
                 TO GLR-MSG             IN BGBB515L
               WRITE BGBB515L-REC FROM BGBB515L
           END-IF
           PERFORM GLW-RED-RTN THRU GLW-RED-RTN-EXIT
      *
           .
       CHK-ONE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         GLW-TOP-RTN : POSITION THE WORK FILE AT ITS FIRST      *
      *                       RECORD AND READ IT                       *
      ******************************************************************
       GLW-TOP-RTN             SECTION.
      *
           MOVE SPACE
             TO SW-GLW-EOF
           MOVE LOW-VALUES
             TO GLW-KEY             IN BGBB515W-REC
           START BGBB515W-F
             KEY NOT < GLW-KEY      IN BGBB515W-REC
             INVALID KEY
               MOVE '1'
                 TO SW-GLW-EOF
           END-START
           PERFORM GLW-RED-RTN THRU GLW-RED-RTN-EXIT
      *
           .
       GLW-TOP-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         GLW-RED-RTN : POSTING WORK FILE SEQUENTIAL READ        *
      ******************************************************************
       GLW-RED-RTN             SECTION.
      *
           IF  SW-GLW-EOF NOT = SPACE
               GO TO GLW-RED-RTN-EXIT
           END-IF
           READ BGBB515W-F NEXT RECORD
             AT END
               MOVE '1'
                 TO SW-GLW-EOF
           END-READ
           IF  NOT WK-GLW-STATUS-OK
               MOVE '1'
                 TO SW-GLW-EOF
           END-IF
      *
           .
       GLW-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         JNL-RTN : JOURNAL FILE OUTPUT                          *
      *           THE FILE IS ALWAYS FRAMED. A STOPPED POSTING GETS    *
      *           HEADER AND TRAILER ONLY, FLAGGED 'S', SO THE         *
      *           ACCOUNTING SIDE CANNOT MISTAKE IT FOR A QUIET DAY    *
      ******************************************************************
       JNL-RTN                 SECTION.
      *
           PERFORM JNF-HDR-RTN THRU JNF-HDR-RTN-EXIT
           IF  SW-STOP-YES
               MOVE SPACE
                 TO BGBB515L
               SET GLR-KBN-GOKEI       IN BGBB515L
                 TO TRUE
               MOVE ZERO
                 TO GLR-DT-SHK-SHR      IN BGBB515L
               MOVE ZERO
                 TO GLR-CTR-KENSU       IN BGBB515L
               MOVE ZERO
                 TO GLR-KIN             IN BGBB515L
               MOVE 'POSTING STOPPED - NOTHING SENT'
                 TO GLR-MSG             IN BGBB515L
               WRITE BGBB515L-REC FROM BGBB515L
             ELSE
               PERFORM GLW-TOP-RTN THRU GLW-TOP-RTN-EXIT
               PERFORM PST-RTN THRU PST-RTN-EXIT
                 UNTIL SW-GLW-EOF NOT = SPACE
               MOVE SPACE
                 TO BGBB515L
               SET GLR-KBN-GOKEI       IN BGBB515L
                 TO TRUE
               MOVE ZERO
                 TO GLR-DT-SHK-SHR      IN BGBB515L
               MOVE WK-CTR-JNL
                 TO GLR-CTR-KENSU       IN BGBB515L
               MOVE WK-KIN-DR
                 TO GLR-KIN             IN BGBB515L
               MOVE 'JOURNAL TOTAL (DEBIT = CREDIT)'
                 TO GLR-MSG             IN BGBB515L
               WRITE BGBB515L-REC FROM BGBB515L
           END-IF
           PERFORM JNF-TRL-RTN THRU JNF-TRL-RTN-EXIT
      *
           .
       JNL-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PST-RTN : ONE DEBIT/CREDIT PAIR PER POSTING RECORD     *
      *           A POSITIVE NET DEBITS MAP-ACCT-DR AND CREDITS        *
      *           MAP-ACCT-CR; A NEGATIVE NET (CORRECTIONS OUTWEIGH    *
      *           THE DAY'S PAYOUTS) POSTS THE SAME ACCOUNTS THE       *
      *           OTHER WAY ROUND                                      *
      ******************************************************************
       PST-RTN                 SECTION.
      *
           MOVE GLW-CD-SHK-DPT      IN BGBB515W-REC
             TO WK-MAP-FIND-DPT
           PERFORM MAP-FIND-RTN THRU MAP-FIND-RTN-EXIT
           COMPUTE WK-PST-CTR
             = GLW-CTR-A            IN BGBB515W-REC
             + GLW-CTR-D            IN BGBB515W-REC
             + GLW-CTR-K            IN BGBB515W-REC
           MOVE SPACE
             TO BGBB515L
           MOVE GLW-DT-SHK-SHR      IN BGBB515W-REC
             TO GLR-DT-SHK-SHR      IN BGBB515L
           MOVE GLW-CD-SHK-DPT      IN BGBB515W-REC
             TO GLR-CD-SHK-DPT      IN BGBB515L
           MOVE WK-PST-CTR
             TO GLR-CTR-KENSU       IN BGBB515L
           MOVE GLW-KIN             IN BGBB515W-REC
             TO GLR-KIN             IN BGBB515L
           IF  GLW-KIN              IN BGBB515W-REC = ZERO
               COMPUTE WK-CTR-ZERO = WK-CTR-ZERO + 1
               SET GLR-KBN-ZERO        IN BGBB515L
                 TO TRUE
               MOVE 'NETS TO ZERO - NOT POSTED'
                 TO GLR-MSG             IN BGBB515L
               WRITE BGBB515L-REC FROM BGBB515L
             ELSE
               PERFORM PST-PAIR-RTN THRU PST-PAIR-RTN-EXIT
           END-IF
           PERFORM GLW-RED-RTN THRU GLW-RED-RTN-EXIT
      *
           .
       PST-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PST-PAIR-RTN : DEBIT AND CREDIT LINE WRITE             *
      ******************************************************************
       PST-PAIR-RTN            SECTION.
      *
           MOVE WK-MAP-NM(WK-MAP-G)
             TO WK-PST-TEXT
           IF  GLW-KIN              IN BGBB515W-REC > ZERO
               MOVE WK-MAP-DR(WK-MAP-G)
                 TO WK-PST-DR
               MOVE WK-MAP-CR(WK-MAP-G)
                 TO WK-PST-CR
               MOVE GLW-KIN             IN BGBB515W-REC
                 TO WK-PST-KIN
             ELSE
               MOVE WK-MAP-CR(WK-MAP-G)
                 TO WK-PST-DR
               MOVE WK-MAP-DR(WK-MAP-G)
                 TO WK-PST-CR
               COMPUTE WK-PST-KIN
                 = GLW-KIN              IN BGBB515W-REC * -1
           END-IF
      *-------- DEBIT LINE
           MOVE SPACE
             TO BGBB515J
           SET JNL-REC-DTL         IN BGBB515J
             TO TRUE
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO JNL-DT-CREATE       IN BGBB515J
           COMPUTE WK-CTR-JNL = WK-CTR-JNL + 1
           MOVE WK-CTR-JNL
             TO JNL-NO-LINE         IN BGBB515J
           MOVE GLW-DT-SHK-SHR      IN BGBB515W-REC
             TO JNL-DT-SHK-SHR      IN BGBB515J
           MOVE GLW-CD-SHK-DPT      IN BGBB515W-REC
             TO JNL-CD-SHK-DPT      IN BGBB515J
           SET JNL-KBN-DR          IN BGBB515J
             TO TRUE
           MOVE WK-PST-DR
             TO JNL-ACCT            IN BGBB515J
           MOVE WK-PST-KIN
             TO JNL-KIN             IN BGBB515J
           MOVE WK-PST-CTR
             TO JNL-CTR-SRC         IN BGBB515J
           MOVE WK-PST-TEXT
             TO JNL-TEXT            IN BGBB515J
           WRITE BGBB515J-REC FROM BGBB515J
           COMPUTE WK-KIN-DR = WK-KIN-DR + WK-PST-KIN
      *-------- CREDIT LINE
           COMPUTE WK-CTR-JNL = WK-CTR-JNL + 1
           MOVE WK-CTR-JNL
             TO JNL-NO-LINE         IN BGBB515J
           SET JNL-KBN-CR          IN BGBB515J
             TO TRUE
           MOVE WK-PST-CR
             TO JNL-ACCT            IN BGBB515J
           WRITE BGBB515J-REC FROM BGBB515J
           COMPUTE WK-KIN-CR = WK-KIN-CR + WK-PST-KIN
      *
           SET GLR-KBN-POSTED      IN BGBB515L
             TO TRUE
           MOVE WK-PST-DR
             TO GLR-ACCT-DR         IN BGBB515L
           MOVE WK-PST-CR
             TO GLR-ACCT-CR         IN BGBB515L
           MOVE 'POSTED'
             TO GLR-MSG             IN BGBB515L
           WRITE BGBB515L-REC FROM BGBB515L
      *
           .
       PST-PAIR-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         JNF-HDR-RTN : JOURNAL CONTROL HEADER WRITE             *
      ******************************************************************
       JNF-HDR-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB515F
           SET JNF-REC-HDR         IN BGBB515F
             TO TRUE
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO JNF-DT-CREATE       IN BGBB515F
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO JNF-DT-SHR          IN BGBB515F
           MOVE ZERO
             TO JNF-CTR-RECORD      IN BGBB515F
           MOVE ZERO
             TO JNF-TOT-DR          IN BGBB515F
           MOVE ZERO
             TO JNF-TOT-CR          IN BGBB515F
           IF  SW-STOP-YES
               SET JNF-STS-STOPPED     IN BGBB515F
                 TO TRUE
           END-IF
           WRITE BGBB515J-REC FROM BGBB515F
      *
           .
       JNF-HDR-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         JNF-TRL-RTN : JOURNAL CONTROL TRAILER WRITE            *
      *           DETAIL LINE COUNT AND DEBIT/CREDIT TOTALS SO THE     *
      *           ACCOUNTING SIDE CAN BALANCE THE FILE BEFORE LOADING  *
      ******************************************************************
       JNF-TRL-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB515F
           SET JNF-REC-TRL         IN BGBB515F
             TO TRUE
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO JNF-DT-CREATE       IN BGBB515F
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO JNF-DT-SHR          IN BGBB515F
           MOVE WK-CTR-JNL
             TO JNF-CTR-RECORD      IN BGBB515F
           MOVE WK-KIN-DR
             TO JNF-TOT-DR          IN BGBB515F
           MOVE WK-KIN-CR
             TO JNF-TOT-CR          IN BGBB515F
           IF  SW-STOP-YES
               SET JNF-STS-STOPPED     IN BGBB515F
                 TO TRUE
           END-IF
           WRITE BGBB515J-REC FROM BGBB515F
      *
           .
       JNF-TRL-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         END-RTN : TERMINATION                                  *
      ******************************************************************
       END-RTN                 SECTION.
      *
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
      *-------- A STOPPED POSTING HOLDS THE JOURNAL TRANSMISSION.
      *-------- SET AFTER THE LAST CALL - ZAEA301'S GOBACK REPLACES
      *-------- THE RETURN-CODE OF THIS RUN
           IF  SW-STOP-YES
               MOVE 16
                 TO RETURN-CODE
           END-IF
           CLOSE YF55204A-F
           CLOSE YF55204D-F
           CLOSE BGBB515W-F
           CLOSE BGBB515J-F
           CLOSE BGBB515L-F
      *
           .
       END-RTN-EXIT.
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
           MOVE 'BGBB515'
             TO Q-NO-PGM            IN YAG005
           MOVE '0'
             TO QA-REV-PGM          IN YAG005
           MOVE 'IN-YF55204A'
             TO QA-SV-KEY021        IN YAG005(1)
           MOVE 'IN-YF55204D'
             TO QA-SV-KEY021        IN YAG005(2)
           MOVE 'POST-KEYS'
             TO QA-SV-KEY021        IN YAG005(3)
           MOVE 'OU-JOURNAL'
             TO QA-SV-KEY021        IN YAG005(4)
           MOVE 'NET-ZERO'
             TO QA-SV-KEY021        IN YAG005(5)
           MOVE 'UNMAPPED'
             TO QA-SV-KEY021        IN YAG005(6)
           MOVE 'CTL-NG'
             TO QA-SV-KEY021        IN YAG005(7)
           MOVE 'IN-YF55204K'
             TO QA-SV-KEY021        IN YAG005(8)
           MOVE 'RESEND-SKIP'
             TO QA-SV-KEY021        IN YAG005(9)
           MOVE WK-CTR-YFA
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-YFD
             TO QA-CTR-KENSU        IN YAG005(2)
           MOVE WK-CTR-KEY
             TO QA-CTR-KENSU        IN YAG005(3)
           MOVE WK-CTR-JNL
             TO QA-CTR-KENSU        IN YAG005(4)
           MOVE WK-CTR-ZERO
             TO QA-CTR-KENSU        IN YAG005(5)
           MOVE WK-CTR-UNMAP
             TO QA-CTR-KENSU        IN YAG005(6)
           MOVE WK-CTR-CTL-NG
             TO QA-CTR-KENSU        IN YAG005(7)
           MOVE WK-CTR-YFK
             TO QA-CTR-KENSU        IN YAG005(8)
           MOVE WK-CTR-YFA-RSND
             TO QA-CTR-KENSU        IN YAG005(9)
           MOVE WK-KIN-YFA
             TO QA-CTR-KINGAKU      IN YAG005(1)
           MOVE WK-KIN-YFD
             TO QA-CTR-KINGAKU      IN YAG005(2)
           MOVE WK-KIN-DR
             TO QA-CTR-KINGAKU      IN YAG005(4)
           MOVE WK-KIN-UNMAP
             TO QA-CTR-KINGAKU      IN YAG005(6)
           MOVE WK-KIN-YFK
             TO QA-CTR-KINGAKU      IN YAG005(8)
           MOVE WK-KIN-YFA-RSND
             TO QA-CTR-KINGAKU      IN YAG005(9)
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
           COMPUTE WK-RLG-CTR-IN
             = WK-CTR-YFA
             + WK-CTR-YFD
             + WK-CTR-YFK
           MOVE WK-CTR-JNL
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
           MOVE 'BGBB515'
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
