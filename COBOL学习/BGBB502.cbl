      * **      YF55204X KEYED SIDE FILE WRITTEN BY BGBB501,      ***
      * **      REPORTS UNMATCHED PAYOUTS IN BOTH DIRECTIONS AND  ***
      * **      CARRIES UNACKNOWLEDGED ITEMS FORWARD WITH AN      ***
      * **      AGE IN DAYS ON THE PENDING FILE.                  ***
      * **      A PAYOUT THE LOAD REJECTS (KAK-CD-STS NOT OK) IS  ***
      * **      TAKEN OFF THE PENDING CHAIN AND ROUTED TO THE     ***
      * **      BGBB502E SUSPENSE FILE WITH THE DOWNSTREAM REASON ***
      * **      AND ITS YF55204H IMAGE FOR REPAIR IN BGBB508.     ***
      * **      A VOIDED PAYOUT (A 'V' TOUCH ON YF55204H) IS NOT  ***
      * **      AWAITING CONFIRMATION AND LEAVES THE PENDING      ***
      * **      CHAIN                                             ***
      * *************************************************************
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *                       TRIAL BALANCE                            *
      *      2026.09.02  M.K  PENDING TABLE REPLACED BY THE BGBB502W   *
      *                       KEYED WORK FILE - NO CAPACITY LIMIT      *
      *      2026.10.15  M.K  LOAD REJECTIONS ROUTED TO BGBB502E       *
      *                       SUSPENSE FOR REPAIR AND RE-SEND, 'J'     *
      *                       TOUCH ON THE HISTORY MASTER              *
      *      2026.10.15  M.K  RUN LOG START/END RECORDS (BGBB516G)     *
      *      2026.10.15  M.K  VOIDED PAYOUTS DROPPED FROM THE PENDING  *
      *                       CHAIN WITH THEIR OWN COUNT AND AMOUNT    *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
               RECORD KEY   IS PNW-NO-HKK OF BGBB502W-REC
               FILE STATUS  IS WK-PNW-STATUS.
           SELECT BGBB502N-F ASSIGN TO BGBB502N.
           SELECT YF55204H-F ASSIGN TO YF55204H
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HIS-KEY OF YF55204H-REC
               FILE STATUS  IS WK-YFH-STATUS.
           SELECT BGBB502E-F ASSIGN TO BGBB502E.
           SELECT BGBB502L-F ASSIGN TO BGBB502L.
           SELECT BGBB509C-F ASSIGN TO BGBB509C
               FILE STATUS  IS WK-DCT-STATUS.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
           DATA RECORD IS BGBB502L-REC.
       01  BGBB502L-REC.
           COPY BGBB502L.
      *-------- PERMANENT PAYOUT HISTORY MASTER - READ FOR THE IMAGE
      *-------- THE LOAD REJECTED, WRITTEN WITH THE 'J' TOUCH
       FD  YF55204H-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS YF55204H-REC.
       01  YF55204H-REC.
           COPY YF55204H.
      *-------- LOAD REJECTIONS ROUTED TO SUSPENSE FOR BGBB508
       FD  BGBB502E-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB502E-REC.
       01  BGBB502E-REC.
           COPY BGBB502E.
      *-------- DAILY CONTROL RECORD FILE FOR THE BGBB509 TRIAL BALANCE
       FD  BGBB509C-F
           BLOCK CONTAINS 0 RECORDS
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
         03  WK-CTR-PND-OVER            PIC 9(07).
         03  WK-CTR-REWRT-NG            PIC 9(07).
         03  WK-AGE-DAYS                PIC S9(05).
      *-------- LOAD REJECTIONS ROUTED TO SUSPENSE - FROM THE SIDE
      *-------- FILE, FROM THE PENDING ITEMS, AND LEFT UNROUTED FOR
      *-------- WANT OF A HISTORY IMAGE
         03  WK-CTR-DSR-X               PIC 9(07).
         03  WK-KIN-DSR-X               PIC S9(11)     COMP-3.
         03  WK-CTR-DSR-PND             PIC 9(07).
         03  WK-KIN-DSR-PND             PIC S9(11)     COMP-3.
         03  WK-CTR-DSR-NOIMG           PIC 9(07).
         03  WK-CTR-YFH-NG              PIC 9(07).
         03  WK-DSR-SRC                 PIC X(01).
           88  WK-DSR-SRC-X                     VALUE 'X'.
           88  WK-DSR-SRC-PND                   VALUE 'P'.
         03  WK-NO-HKK-DSR              PIC X(10).
         03  SW-HIS-EOF                 PIC X(01).
         03  SW-IMG-FOUND               PIC X(01).
           88  SW-IMG-FOUND-YES                 VALUE '1'.
      *-------- VOIDED PAYOUTS - UNCONFIRMED ON THE SIDE FILE AND AMONG
      *-------- THE CARRIED PENDING ITEMS
         03  SW-HIS-VOID                PIC X(01).
           88  SW-HIS-VOID-YES                  VALUE '1'.
         03  WK-CTR-VOID-X              PIC 9(07).
         03  WK-KIN-VOID-X              PIC S9(11)     COMP-3.
         03  WK-CTR-VOID-PND            PIC 9(07).
         03  WK-KIN-VOID-PND            PIC S9(11)     COMP-3.
         03  WK-YFH-STATUS              PIC X(02).
           88  WK-YFH-STATUS-OK               VALUE '00'.
         03  WK-RUN-STAMP.
           05  WK-RUN-STAMP-DT          PIC X(08).
           05  WK-RUN-STAMP-TM          PIC X(06).
      *
         03  WK-YFX-STATUS              PIC X(02).
           88  WK-YFX-STATUS-OK               VALUE '00'.
       01  WK-PND-OUTREC.
         03  WK-PND-OUT-DATA            PIC X(122).
         03  WK-PND-OUT-DT              PIC 9(08).
      *
      *-------- LATEST 'A' TOUCH OF THE PAYOUT THE LOAD REJECTED
       01  WK-IMG-AREA.
         03  WK-IMG-KEY                 PIC X(33).
         03  WK-IMG-DATA                PIC X(122).
      *
       01  BGBB502K.
           COPY BGBB502K.
           COPY YAB110.
       01  YF55204A.
           COPY YF55204A.
       01  ZFL572A.
           COPY ZFL572A.
       01  BGBB502E.
           COPY BGBB502E.
       01  YAG005.
           COPY YAG005.
       01  WK-CNV-AREA.
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
           MOVE 'BGBB502'
             TO QA-NO-PGM           IN YAB110
           CALL 'ZAGB110' USING YAB110
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
           ACCEPT WK-RUN-STAMP-DT FROM DATE YYYYMMDD
           ACCEPT WK-RUN-STAMP-TM FROM TIME
      *
           OPEN INPUT  BGBB502K-F
           OPEN I-O    YF55204X-F
           OPEN OUTPUT BGBB502N-F
           OPEN OUTPUT BGBB502L-F
           OPEN I-O    YF55204H-F
           OPEN OUTPUT BGBB502E-F
      *-------- KEYED PENDING WORK FILE - ALWAYS REBUILT EMPTY
           OPEN OUTPUT BGBB502W-F
           CLOSE       BGBB502W-F
             TO WK-CTR-YFX-NG
           MOVE ZERO
             TO WK-CTR-PND-DUP
           MOVE ZERO
             TO WK-CTR-DSR-X
           MOVE ZERO
             TO WK-KIN-DSR-X
           MOVE ZERO
             TO WK-CTR-DSR-PND
           MOVE ZERO
             TO WK-KIN-DSR-PND
           MOVE ZERO
             TO WK-CTR-DSR-NOIMG
           MOVE ZERO
             TO WK-CTR-YFH-NG
           MOVE ZERO
             TO WK-CTR-VOID-X
           MOVE ZERO
             TO WK-KIN-VOID-X
           MOVE ZERO
             TO WK-CTR-VOID-PND
           MOVE ZERO
             TO WK-KIN-VOID-PND
      *
           .
       INT-RTN-EXIT.
       KAK-EDT-RTN             SECTION.
      *
      *-------- A CONFIRMATION FLAGGED NG BY THE LOAD IS NOT AN ACK -
      *-------- THE PAYOUT GOES TO SUSPENSE FOR REPAIR AND RE-SEND
           IF  NOT KAK-CD-STS-OK    IN BGBB502K
               PERFORM DSR-RTN THRU DSR-RTN-EXIT
               GO TO KAK-EDT-RTN-EXIT
           END-IF
      *
      ******************************************************************
       XMATCH-RTN              SECTION.
      *
      *-------- SAME PAYOUT CONFIRMED TWICE BY THE DOWNSTREAM LOAD, OR
      *-------- CONFIRMED AFTER THE LOAD REJECTED IT ('J')
           IF  YFX-ACK-FLG IN YF55204X-REC NOT = SPACE
               COMPUTE WK-CTR-KAK-DUP = WK-CTR-KAK-DUP + 1
               MOVE SPACE
                 TO BGBB502L
                 TO RPT-KIN             IN BGBB502L
               MOVE ZERO
                 TO RPT-AGE             IN BGBB502L
               IF  YFX-ACK-FLG IN YF55204X-REC = 'J'
                   MOVE 'CONFIRMED AFTER LOAD REJECTION'
                     TO RPT-MSG             IN BGBB502L
                 ELSE
                   MOVE 'DUPLICATE CONFIRMATION FROM X552 LOAD'
                     TO RPT-MSG             IN BGBB502L
               END-IF
               WRITE BGBB502L-REC FROM BGBB502L
               GO TO XMATCH-RTN-EXIT
           END-IF
       PND-MATCH-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DSR-RTN : LOAD REJECTION TO SUSPENSE                   *
      *           THE PAYOUT IS FOUND ON THE SIDE FILE OR AMONG THE    *
      *           CARRIED PENDING ITEMS, ITS LATEST 'A' IMAGE IS       *
      *           PULLED FROM THE HISTORY MASTER AND A BGBB502E        *
      *           SUSPENSE ITEM IS WRITTEN WITH THE DOWNSTREAM REASON. *
      *           THE PAYOUT IS THEN TAKEN OFF THE PENDING CHAIN       *
      *           (ACK 'J') - BGBB508 OWNS IT FROM HERE. WITH NO       *
      *           IMAGE ON THE HISTORY IT STAYS UNACKNOWLEDGED AND     *
      *           IS CARRIED AS BEFORE                                 *
      ******************************************************************
       DSR-RTN                 SECTION.
      *
           COMPUTE WK-CTR-KAK-STS-NG = WK-CTR-KAK-STS-NG + 1
           MOVE KAK-NO-HKK          IN BGBB502K
             TO WK-NO-HKK-DSR
           MOVE SPACE
             TO BGBB502L
           SET RPT-KBN-STS-NG      IN BGBB502L
             TO TRUE
           MOVE KAK-NO-HKK          IN BGBB502K
             TO RPT-NO-HKK          IN BGBB502L
           MOVE KAK-KS-SHK-JSK      IN BGBB502K
             TO RPT-KIN             IN BGBB502L
           MOVE ZERO
             TO RPT-AGE             IN BGBB502L
      *
      *-------- WHERE IS THE PAYOUT WAITING FOR ITS CONFIRMATION
           MOVE SPACE
             TO WK-DSR-SRC
           MOVE SPACE
             TO YF55204X-REC
           MOVE KAK-NO-HKK          IN BGBB502K
             TO NO-HKK              IN YF55204X-REC
           READ YF55204X-F
             INVALID KEY
               CONTINUE
           END-READ
           IF  WK-YFX-STATUS-OK
               IF  YFX-ACK-FLG IN YF55204X-REC NOT = SPACE
                   MOVE 'LOAD NG FOR A PAYOUT ALREADY SETTLED'
                     TO RPT-MSG             IN BGBB502L
                   WRITE BGBB502L-REC FROM BGBB502L
                   GO TO DSR-RTN-EXIT
               END-IF
               MOVE 'X'
                 TO WK-DSR-SRC
             ELSE
           IF  WK-YFX-STATUS-NOTFND
               MOVE SPACE
                 TO BGBB502W-REC
               MOVE KAK-NO-HKK          IN BGBB502K
                 TO PNW-NO-HKK          IN BGBB502W-REC
               READ BGBB502W-F
                 INVALID KEY
                   CONTINUE
               END-READ
               IF  WK-PNW-STATUS-OK
                   IF  PNW-ACK IN BGBB502W-REC NOT = SPACE
                       MOVE 'LOAD NG FOR A PAYOUT ALREADY SETTLED'
                         TO RPT-MSG             IN BGBB502L
                       WRITE BGBB502L-REC FROM BGBB502L
                       GO TO DSR-RTN-EXIT
                   END-IF
                   MOVE 'P'
                     TO WK-DSR-SRC
               END-IF
             ELSE
      *-------- HARD I/O ERROR ON THE SIDE FILE
               COMPUTE WK-CTR-YFX-NG = WK-CTR-YFX-NG + 1
           END-IF
           END-IF
           IF  WK-DSR-SRC = SPACE
               MOVE 'LOAD NG - NO MATCHING PAYOUT'
                 TO RPT-MSG             IN BGBB502L
               WRITE BGBB502L-REC FROM BGBB502L
               GO TO DSR-RTN-EXIT
           END-IF
      *
      *-------- THE IMAGE AS FIRST SENT
           PERFORM HIS-SCAN-RTN THRU HIS-SCAN-RTN-EXIT
           IF  NOT SW-IMG-FOUND-YES
               COMPUTE WK-CTR-DSR-NOIMG = WK-CTR-DSR-NOIMG + 1
               MOVE 'LOAD NG - NO HISTORY IMAGE, NOT ROUTED'
                 TO RPT-MSG             IN BGBB502L
               WRITE BGBB502L-REC FROM BGBB502L
               GO TO DSR-RTN-EXIT
           END-IF
      *
      *-------- REBUILD THE EXTRACT RECORD BGBB508 REPAIRS - THE
      *-------- STORE AS RECEIVED WHEN THE IMAGE CARRIES IT
           MOVE WK-IMG-DATA
             TO YF55204A
           MOVE SPACE
             TO ZFL572A
           MOVE NO-HKK              IN YF55204A
             TO QA-NO-HKK           IN ZFL572A
           IF  HB-TR-Z-ORG          IN YF55204A NOT = SPACE
               MOVE HB-TR-Z-ORG         IN YF55204A
                 TO HB-TR-Z             IN ZFL572A
             ELSE
               MOVE HB-TR-Z-SYS         IN YF55204A
                 TO HB-TR-Z             IN ZFL572A
           END-IF
           MOVE BG-HKK              IN YF55204A
             TO QA-GKA-DPT-4        IN ZFL572A
           MOVE DT-SHK-JSK          IN YF55204A
             TO DT-PAYOUT           IN ZFL572A
           IF  KS-SHK-JSK           IN YF55204A < ZERO
               MOVE '-'
                 TO QA-SIGN             IN ZFL572A
               COMPUTE QA-KS-N8         IN ZFL572A
                 = KS-SHK-JSK           IN YF55204A * -1
             ELSE
               MOVE KS-SHK-JSK          IN YF55204A
                 TO QA-KS-N8            IN ZFL572A
           END-IF
           MOVE CD-TEISEI-FCT       IN YF55204A
             TO QF-REC-KBN          IN ZFL572A
      *
           MOVE SPACE
             TO BGBB502E
           MOVE ZFL572A
             TO DSR-DATA            IN BGBB502E
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO DSR-DT-ENTRY        IN BGBB502E
           MOVE KAK-CD-STS          IN BGBB502K
             TO DSR-CD-STS          IN BGBB502E
           MOVE KAK-DT-LOAD         IN BGBB502K
             TO DSR-DT-LOAD         IN BGBB502E
           MOVE WK-IMG-KEY
             TO DSR-HIS-KEY         IN BGBB502E
           MOVE WK-IMG-DATA
             TO DSR-HIS-DATA        IN BGBB502E
           WRITE BGBB502E-REC FROM BGBB502E
      *
      *-------- RECORD THE REJECTION ON THE HISTORY MASTER
           MOVE SPACE
             TO YF55204H-REC
           MOVE WK-NO-HKK-DSR
             TO HIS-NO-HKK          IN YF55204H-REC
           MOVE DT-SHK-JSK          IN YF55204A
             TO HIS-DT-SHK-JSK      IN YF55204H-REC
           MOVE WK-RUN-STAMP
             TO HIS-RUN-STAMP       IN YF55204H-REC
           SET HIS-REC-LOAD-REJ    IN YF55204H-REC
             TO TRUE
           MOVE WK-IMG-DATA
             TO HIS-DATA            IN YF55204H-REC
           WRITE YF55204H-REC
             INVALID KEY
               COMPUTE WK-CTR-YFH-NG = WK-CTR-YFH-NG + 1
           END-WRITE
      *
      *-------- OFF THE PENDING CHAIN - NEITHER KAKU-NASHI NOR
      *-------- CARRIED FORWARD
           IF  WK-DSR-SRC-X
               MOVE 'J'
                 TO YFX-ACK-FLG         IN YF55204X-REC
               REWRITE YF55204X-REC
                 INVALID KEY
                   COMPUTE WK-CTR-REWRT-NG = WK-CTR-REWRT-NG + 1
               END-REWRITE
               COMPUTE WK-CTR-DSR-X = WK-CTR-DSR-X + 1
               COMPUTE WK-KIN-DSR-X = WK-KIN-DSR-X
                 + KS-SHK-JSK           IN YF55204A
             ELSE
               MOVE 'J'
                 TO PNW-ACK             IN BGBB502W-REC
               REWRITE BGBB502W-REC
                 INVALID KEY
                   CONTINUE
               END-REWRITE
               COMPUTE WK-CTR-DSR-PND = WK-CTR-DSR-PND + 1
               COMPUTE WK-KIN-DSR-PND = WK-KIN-DSR-PND
                 + KS-SHK-JSK           IN YF55204A
           END-IF
           MOVE 'LOAD REJECTED - ROUTED TO SUSPENSE'
             TO RPT-MSG             IN BGBB502L
           WRITE BGBB502L-REC FROM BGBB502L
      *
           .
       DSR-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HIS-SCAN-RTN : HISTORY SCAN FOR ONE PAYOUT             *
      *           KEEPS THE LATEST 'A' TOUCH (KEY ORDER LEAVES THE     *
      *           NEWEST STANDING) - THE IMAGE THE LOAD WAS SENT -     *
      *           AND NOTES A 'V' (VOIDED) TOUCH                       *
      ******************************************************************
       HIS-SCAN-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-HIS-EOF
           MOVE SPACE
             TO SW-IMG-FOUND
           MOVE SPACE
             TO SW-HIS-VOID
           MOVE LOW-VALUES
             TO HIS-KEY             IN YF55204H-REC
           MOVE WK-NO-HKK-DSR
             TO HIS-NO-HKK          IN YF55204H-REC
           START YF55204H-F
             KEY NOT < HIS-KEY      IN YF55204H-REC
             INVALID KEY
               MOVE '1'
                 TO SW-HIS-EOF
           END-START
           IF  NOT WK-YFH-STATUS-OK
               MOVE '1'
                 TO SW-HIS-EOF
           END-IF
           PERFORM HIS-RED-RTN THRU HIS-RED-RTN-EXIT
             UNTIL SW-HIS-EOF NOT = SPACE
      *
           .
       HIS-SCAN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HIS-RED-RTN : HISTORY MASTER SEQUENTIAL READ           *
      ******************************************************************
       HIS-RED-RTN             SECTION.
      *
           READ YF55204H-F NEXT RECORD
             AT END
               MOVE '1'
                 TO SW-HIS-EOF
           END-READ
           IF  NOT WK-YFH-STATUS-OK
               MOVE '1'
                 TO SW-HIS-EOF
           END-IF
           IF  SW-HIS-EOF NOT = SPACE
               GO TO HIS-RED-RTN-EXIT
           END-IF
           IF  HIS-NO-HKK IN YF55204H-REC NOT = WK-NO-HKK-DSR
               MOVE '1'
                 TO SW-HIS-EOF
               GO TO HIS-RED-RTN-EXIT
           END-IF
           IF  HIS-REC-HONBAN       IN YF55204H-REC
               MOVE HIS-KEY             IN YF55204H-REC
                 TO WK-IMG-KEY
               MOVE HIS-DATA            IN YF55204H-REC
                 TO WK-IMG-DATA
               MOVE '1'
                 TO SW-IMG-FOUND
           END-IF
           IF  HIS-REC-VOID         IN YF55204H-REC
               MOVE '1'
                 TO SW-HIS-VOID
           END-IF
      *
           .
       HIS-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         XSCAN-RTN : REPORT AND CARRY UNCONFIRMED PAYOUTS       *
      ******************************************************************
       XSCAN-RTN               SECTION.
           IF  SW-X-EOF NOT = SPACE
               GO TO XSCAN-RED-RTN-EXIT
           END-IF
           IF  YFX-ACK-FLG IN YF55204X-REC NOT = SPACE
               GO TO XSCAN-RED-RTN-EXIT
           END-IF
      *-------- VOIDED SINCE IT WAS SENT - NOTHING IS AWAITED FROM
      *-------- THE LOAD, SO IT DOES NOT ENTER THE PENDING FILE
           MOVE NO-HKK              IN YF55204X-REC
             TO WK-NO-HKK-DSR
           PERFORM HIS-SCAN-RTN THRU HIS-SCAN-RTN-EXIT
           IF  SW-HIS-VOID-YES
               MOVE SPACE
                 TO YF55204A
               MOVE YF55204E-ENT        IN YF55204X-REC
                 TO YF55204E-ENT        IN YF55204A
               COMPUTE WK-CTR-VOID-X = WK-CTR-VOID-X + 1
               COMPUTE WK-KIN-VOID-X = WK-KIN-VOID-X
                 + KS-SHK-JSK           IN YF55204A
               PERFORM VOID-LOG THRU VOID-LOG-EXIT
               GO TO XSCAN-RED-RTN-EXIT
           END-IF
      *-------- SENT ON YF55204A BUT NEVER CONFIRMED BY THE LOAD -
           END-IF
           MOVE PNW-DATA            IN BGBB502W-REC
             TO YF55204A
      *-------- VOIDED WHILE PENDING - DROPPED FROM THE CHAIN
           MOVE PNW-NO-HKK          IN BGBB502W-REC
             TO WK-NO-HKK-DSR
           PERFORM HIS-SCAN-RTN THRU HIS-SCAN-RTN-EXIT
           IF  SW-HIS-VOID-YES
               COMPUTE WK-CTR-VOID-PND = WK-CTR-VOID-PND + 1
               COMPUTE WK-KIN-VOID-PND = WK-KIN-VOID-PND
                 + KS-SHK-JSK           IN YF55204A
               PERFORM VOID-LOG THRU VOID-LOG-EXIT
               GO TO PND-AGE-RTN-EXIT
           END-IF
      *-------- STILL UNACKNOWLEDGED - AGE IN DAYS SINCE ENTRY
           IF  PNW-DT-ENTRY IN BGBB502W-REC > 19000101
               COMPUTE WK-AGE-DAYS
       PND-AGE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         VOID-LOG : VOIDED PAYOUT DROPPED FROM PENDING OUTPUT   *
      ******************************************************************
       VOID-LOG                SECTION.
      *
           MOVE SPACE
             TO BGBB502L
           SET RPT-KBN-VOID        IN BGBB502L
             TO TRUE
           MOVE NO-HKK              IN YF55204A
             TO RPT-NO-HKK          IN BGBB502L
           MOVE KS-SHK-JSK          IN YF55204A
             TO RPT-KIN             IN BGBB502L
           MOVE ZERO
             TO RPT-AGE             IN BGBB502L
           MOVE 'VOIDED - NOT AWAITING CONFIRMATION'
             TO RPT-MSG             IN BGBB502L
           WRITE BGBB502L-REC FROM BGBB502L
      *
           .
       VOID-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         END-RTN : TERMINATION                                  *
      ******************************************************************
       END-RTN                 SECTION.
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
      *-------- DAILY CONTROL RECORDS FOR THE BGBB509 TRIAL BALANCE
           PERFORM CTL-OUT-RTN THRU CTL-OUT-RTN-EXIT
      *-------- SECOND COUNT BLOCK - REPORTED AND RECORDED THE SAME WAY
           PERFORM DSP-EXT-RTN THRU DSP-EXT-RTN-EXIT
           PERFORM CTL-OUT-RTN THRU CTL-OUT-RTN-EXIT
           CLOSE BGBB502K-F
           CLOSE YF55204X-F
           CLOSE BGBB502W-F
           CLOSE BGBB502N-F
           CLOSE BGBB502L-F
           CLOSE YF55204H-F
           CLOSE BGBB502E-F
      *
           .
       END-RTN-EXIT.
             TO QA-SV-KEY021        IN YAG005(14)
           MOVE 'PND-DUP'
             TO QA-SV-KEY021        IN YAG005(15)
           MOVE 'LDREJ-X'
             TO QA-SV-KEY021        IN YAG005(16)
           MOVE 'LDREJ-PND'
             TO QA-SV-KEY021        IN YAG005(17)
           MOVE 'LDREJ-NOIMG'
             TO QA-SV-KEY021        IN YAG005(18)
           MOVE 'YFH-NG'
             TO QA-SV-KEY021        IN YAG005(19)
           MOVE 'VOID-X'
             TO QA-SV-KEY021        IN YAG005(20)
           MOVE WK-CTR-KAK-INP
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-PND-INP
             TO QA-CTR-KENSU        IN YAG005(14)
           MOVE WK-CTR-PND-DUP
             TO QA-CTR-KENSU        IN YAG005(15)
           MOVE WK-CTR-DSR-X
             TO QA-CTR-KENSU        IN YAG005(16)
           MOVE WK-CTR-DSR-PND
             TO QA-CTR-KENSU        IN YAG005(17)
           MOVE WK-CTR-DSR-NOIMG
             TO QA-CTR-KENSU        IN YAG005(18)
           MOVE WK-CTR-YFH-NG
             TO QA-CTR-KENSU        IN YAG005(19)
           MOVE WK-CTR-VOID-X
             TO QA-CTR-KENSU        IN YAG005(20)
           MOVE WK-KIN-KAK-INP
             TO QA-CTR-KINGAKU      IN YAG005(1)
           MOVE WK-KIN-MATCH
             TO QA-CTR-KINGAKU      IN YAG005(6)
           MOVE WK-KIN-KURIKOSHI
             TO QA-CTR-KINGAKU      IN YAG005(8)
           MOVE WK-KIN-DSR-X
             TO QA-CTR-KINGAKU      IN YAG005(16)
           MOVE WK-KIN-DSR-PND
             TO QA-CTR-KINGAKU      IN YAG005(17)
           MOVE WK-KIN-VOID-X
             TO QA-CTR-KINGAKU      IN YAG005(20)
           CALL 'ZAEA301' USING YAG005
      *
           .
       DSP-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DSP-EXT-RTN : RECORD COUNT REPORT - SECOND BLOCK       *
      *           QA-REV-PGM '1' CARRIES THE COUNTERS ADDED AFTER THE  *
      *           FIRST BLOCK WAS FULL                                 *
      ******************************************************************
       DSP-EXT-RTN             SECTION.
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
           MOVE 'BGBB502'
             TO Q-NO-PGM            IN YAG005
           MOVE '1'
             TO QA-REV-PGM          IN YAG005
           MOVE 'VOID-PND'
             TO QA-SV-KEY021        IN YAG005(1)
           MOVE WK-CTR-VOID-PND
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-KIN-VOID-PND
             TO QA-CTR-KINGAKU      IN YAG005(1)
           CALL 'ZAEA301' USING YAG005
      *
           .
       DSP-EXT-RTN-EXIT.
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
           MOVE WK-CTR-KAK-INP
             TO WK-RLG-CTR-IN
           COMPUTE WK-RLG-CTR-OUT
             = WK-CTR-MATCH
             + WK-CTR-PND-MATCH
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
           MOVE 'BGBB502'
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
