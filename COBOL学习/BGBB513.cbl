       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BGBB513.
      * *************************************************************
      * **      HELD-PAYOUT RELEASE                               ***
      * **                                                        ***
      * **      APPLIES OPERATOR RELEASE AND CANCEL TRANSACTIONS  ***
      * **      (KEYED BY QA-NO-HKK) TO THE BGBB501Q HELD-PAYOUT  ***
      * **      QUEUE WRITTEN BY BGBB501 FOR PAYOUTS STOPPED BY   ***
      * **      THE BGBB501K STOP LIST. A RELEASED ITEM GOES TO   ***
      * **      BGBB513R, READ AHEAD OF THE NEXT EXTRACT, AND     ***
      * **      IS FED ON THAT RUN WITHOUT THE STOP LIST CHECK.   ***
      * **      A CANCELLED ITEM IS RETIRED AND NEVER PAID.       ***
      * **      ITEMS WITHOUT A TRANSACTION ARE CARRIED FORWARD   ***
      * **      UNCHANGED THROUGH BGBB513Q WITH THEIR ORIGINAL    ***
      * **      HOLD DATE. BOTH ACTIONS LEAVE A TOUCH ON THE      ***
      * **      YF55204H HISTORY MASTER FOR THE BGBB505 TRACE     ***
      * **      AND EVERY TRANSACTION IS AUDITED - THE SAME       ***
      * **      PATTERN AS THE BGBB508 SUSPENSE REPAIR            ***
      * *************************************************************
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.10.15  M.K  NEW PROGRAM                              *
      *      2026.10.15  M.K  RUN LOG START/END RECORDS (BGBB516G)     *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT BGBB513T-F ASSIGN TO BGBB513T.
           SELECT BGBB501Q-F ASSIGN TO BGBB501Q
               FILE STATUS  IS WK-HLQ-STATUS.
           SELECT BGBB513R-F ASSIGN TO BGBB513R.
           SELECT BGBB513Q-F ASSIGN TO BGBB513Q.
           SELECT BGBB513L-F ASSIGN TO BGBB513L.
           SELECT BGBB513A-F ASSIGN TO BGBB513A.
           SELECT YF55204H-F ASSIGN TO YF55204H
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HIS-KEY OF YF55204H-REC
               FILE STATUS  IS WK-YFH-STATUS.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
      *-------- RELEASE / CANCEL TRANSACTIONS FROM OPERATIONS
       FD  BGBB513T-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB513T-REC.
       01  BGBB513T-REC.
           COPY BGBB513T.
      *-------- HELD-PAYOUT QUEUE WRITTEN BY BGBB501. BGBB501
      *-------- REBUILDS IT EVERY FRESH RUN FROM BGBB513Q, SO EVERY
      *-------- ITEM NOT RELEASED OR CANCELLED MUST BE CARRIED
       FD  BGBB501Q-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB501Q-REC.
       01  BGBB501Q-REC.
           COPY BGBB501Q.
      *-------- RELEASED ITEMS - READ BY BGBB501 RLS-RED-RTN AHEAD
      *-------- OF THE NEW EXTRACT (SAME LAYOUT AS BGBB501R)
       FD  BGBB513R-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB513R-REC.
       01  BGBB513R-REC.
           03  RLS-DATA                PIC X(80).
           03  RLS-DT-ENTRY            PIC 9(08).
      *-------- HELD ITEMS CARRIED FORWARD - COPIED BACK ONTO THE
      *-------- QUEUE BY BGBB501 HLQ-CARRY-RTN
       FD  BGBB513Q-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB513Q-REC.
       01  BGBB513Q-REC.
           COPY BGBB501Q.
      *-------- RELEASE REPORT
       FD  BGBB513L-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB513L-REC.
       01  BGBB513L-REC.
           COPY BGBB513L.
      *-------- RELEASE AUDIT TRAIL
       FD  BGBB513A-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB513A-REC.
       01  BGBB513A-REC.
           COPY BGBB513A.
      *-------- PERMANENT PAYOUT HISTORY MASTER - RELEASE 'L' AND
      *-------- CANCEL 'X' TOUCHES FOR THE BGBB505 TRACE
       FD  YF55204H-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS YF55204H-REC.
       01  YF55204H-REC.
           COPY YF55204H.
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
         03  SW-EOF                     PIC X(01).
         03  SW-HLQ-EOF                 PIC X(01).
         03  SW-HIT                     PIC X(01).
           88  SW-HIT-YES                       VALUE '1'.
         03  SW-DUP                     PIC X(01).
           88  SW-DUP-YES                       VALUE '1'.
         03  WK-CTR-TRN-INP             PIC 9(07).
         03  WK-CTR-HLQ-INP             PIC 9(07).
         03  WK-CTR-RELEASED            PIC 9(07).
         03  WK-KIN-RELEASED            PIC S9(11)     COMP-3.
         03  WK-CTR-CANCELLED           PIC 9(07).
         03  WK-KIN-CANCELLED           PIC S9(11)     COMP-3.
         03  WK-CTR-REJECT              PIC 9(07).
         03  WK-CTR-CARRY               PIC 9(07).
         03  WK-KIN-CARRY               PIC S9(11)     COMP-3.
         03  WK-CTR-HLQ-OVER            PIC 9(07).
         03  WK-CTR-HLQ-DUP             PIC 9(07).
         03  WK-CTR-YFH-NG              PIC 9(07).
      *
         03  WK-HLQ-STATUS              PIC X(02).
           88  WK-HLQ-STATUS-OK               VALUE '00'.
         03  WK-YFH-STATUS              PIC X(02).
           88  WK-YFH-STATUS-OK               VALUE '00'.
           88  WK-YFH-STATUS-NASHI            VALUE '35'.
      *
         03  WK-UPD-STAMP.
           05  WK-UPD-STAMP-DT          PIC X(08).
           05  WK-UPD-STAMP-TM          PIC X(06).
      *
         03  WK-HIS-KBN                 PIC X(01).
         03  WK-REJ-MSG                 PIC X(40).
         03  SW-REJ-NASHI               PIC X(01).
           88  SW-REJ-NASHI-YES                 VALUE '1'.
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
      ******************************************************************
      *    HELD-PAYOUT TABLE (THE QUEUE IS SMALL - HELD ITEMS ONLY)    *
      ******************************************************************
       01  WK-HLQ-AREA.
         03  WK-HLQ-AREA-START          PIC X(14)
             VALUE 'HLQ-WORK-START'.
         03  WK-HLQ-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-HLQ-G                   PIC 9(04)      COMP.
         03  WK-HLQ-TBL OCCURS 1000 TIMES.
           05  WK-HLQ-NO-HKK            PIC X(10).
           05  WK-HLQ-DATA              PIC X(80).
           05  WK-HLQ-DT-HOLD           PIC 9(08).
           05  WK-HLQ-REC               PIC X(240).
      *-------- '1' ONCE A TRANSACTION HAS ACTED ON THE ITEM
           05  WK-HLQ-FLG               PIC X(01).
         03  WK-HLQ-AREA-END            PIC X(12)
             VALUE 'HLQ-WORK-END'.
      *
       01  BGBB513T.
           COPY BGBB513T.
       01  BGBB513L.
           COPY BGBB513L.
       01  BGBB513A.
           COPY BGBB513A.
       01  BGBB501Q.
           COPY BGBB501Q.
       01  ZFL572A.
           COPY ZFL572A.
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
      *-------- INITIALIZATION AND HELD-PAYOUT QUEUE LOAD
           PERFORM FST-RTN THRU FST-RTN-EXIT
      *-------- APPLY RELEASE / CANCEL TRANSACTIONS
           PERFORM TRN-RED-RTN THRU TRN-RED-RTN-EXIT
           PERFORM
             UNTIL SW-EOF NOT = SPACE
               PERFORM TRN-EDT-RTN THRU TRN-EDT-RTN-EXIT
               PERFORM TRN-RED-RTN THRU TRN-RED-RTN-EXIT
           END-PERFORM
      *-------- CARRY THE UNTOUCHED ITEMS FORWARD UNCHANGED - BGBB501
      *-------- REBUILDS THE QUEUE FROM BGBB513Q, SO ANYTHING LEFT
      *-------- BEHIND HERE WOULD VANISH
           PERFORM CARRY-RTN THRU CARRY-RTN-EXIT
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
             TO SW-EOF
           MOVE SPACE
             TO SW-HLQ-EOF
           MOVE ZERO
             TO WK-CTR-TRN-INP
           MOVE ZERO
             TO WK-CTR-HLQ-INP
           MOVE ZERO
             TO WK-CTR-RELEASED
           MOVE ZERO
             TO WK-KIN-RELEASED
           MOVE ZERO
             TO WK-CTR-CANCELLED
           MOVE ZERO
             TO WK-KIN-CANCELLED
           MOVE ZERO
             TO WK-CTR-REJECT
           MOVE ZERO
             TO WK-CTR-CARRY
           MOVE ZERO
             TO WK-KIN-CARRY
           MOVE ZERO
             TO WK-CTR-HLQ-OVER
           MOVE ZERO
             TO WK-CTR-HLQ-DUP
           MOVE ZERO
             TO WK-CTR-YFH-NG
           MOVE ZERO
             TO WK-HLQ-CNT
           MOVE SPACE
             TO SW-REJ-NASHI
           MOVE SPACE
             TO BGBB513A
      *-------- RELEASE TIMESTAMP FOR THE AUDIT TRAIL AND THE
      *-------- HISTORY TOUCHES
           ACCEPT WK-UPD-STAMP-DT FROM DATE YYYYMMDD
           ACCEPT WK-UPD-STAMP-TM FROM TIME
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *
           OPEN INPUT  BGBB513T-F
           OPEN OUTPUT BGBB513R-F
           OPEN OUTPUT BGBB513Q-F
           OPEN OUTPUT BGBB513L-F
           OPEN OUTPUT BGBB513A-F
      *-------- PERMANENT HISTORY MASTER - CREATED EMPTY IF BGBB501
      *-------- HAS NEVER RUN
           OPEN I-O YF55204H-F
           IF  WK-YFH-STATUS-NASHI
               OPEN OUTPUT YF55204H-F
               CLOSE       YF55204H-F
               OPEN I-O    YF55204H-F
           END-IF
      *-------- LOAD THE HELD-PAYOUT QUEUE (MAY BE ABSENT OR EMPTY)
           OPEN INPUT BGBB501Q-F
           IF  WK-HLQ-STATUS-OK
               PERFORM HLQ-RED-RTN THRU HLQ-RED-RTN-EXIT
                 UNTIL SW-HLQ-EOF NOT = SPACE
               CLOSE BGBB501Q-F
           END-IF
      *
           .
       FST-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HLQ-RED-RTN : HELD-PAYOUT QUEUE READ                   *
      *           A BGBB501 RESTART MAY HAVE QUEUED THE SAME HOLD      *
      *           TWICE (SAME ZFL572A IMAGE, SAME HOLD DATE) - THE     *
      *           SECOND COPY IS DROPPED HERE                          *
      ******************************************************************
       HLQ-RED-RTN             SECTION.
      *
           READ BGBB501Q-F INTO BGBB501Q
             AT END
               MOVE '1'
                 TO SW-HLQ-EOF
           END-READ
           IF  SW-HLQ-EOF NOT = SPACE
               GO TO HLQ-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-HLQ-INP = WK-CTR-HLQ-INP + 1
           MOVE HLQ-DATA            IN BGBB501Q
             TO ZFL572A
           MOVE HLQ-YF-DATA         IN BGBB501Q
             TO YF55204A
      *
           MOVE SPACE
             TO SW-DUP
           PERFORM VARYING WK-HLQ-G FROM 1 BY 1
             UNTIL WK-HLQ-G > WK-HLQ-CNT
             OR SW-DUP-YES
               IF  WK-HLQ-DATA(WK-HLQ-G)
                   = HLQ-DATA            IN BGBB501Q
               AND WK-HLQ-DT-HOLD(WK-HLQ-G)
                   = HLQ-DT-HOLD         IN BGBB501Q
                   MOVE '1'
                     TO SW-DUP
               END-IF
           END-PERFORM
           IF  SW-DUP-YES
               COMPUTE WK-CTR-HLQ-DUP = WK-CTR-HLQ-DUP + 1
               GO TO HLQ-RED-RTN-EXIT
           END-IF
      *
           IF  WK-HLQ-CNT < 1000
               COMPUTE WK-HLQ-CNT = WK-HLQ-CNT + 1
               MOVE QA-NO-HKK           IN ZFL572A
                 TO WK-HLQ-NO-HKK(WK-HLQ-CNT)
               MOVE HLQ-DATA            IN BGBB501Q
                 TO WK-HLQ-DATA(WK-HLQ-CNT)
               MOVE HLQ-DT-HOLD         IN BGBB501Q
                 TO WK-HLQ-DT-HOLD(WK-HLQ-CNT)
               MOVE BGBB501Q
                 TO WK-HLQ-REC(WK-HLQ-CNT)
               MOVE SPACE
                 TO WK-HLQ-FLG(WK-HLQ-CNT)
             ELSE
      *-------- TABLE FULL - THE ITEM CANNOT BE RELEASED THIS RUN
      *-------- BUT IT IS NOT LOST: IT IS CARRIED FORWARD UNCHANGED
               COMPUTE WK-CTR-HLQ-OVER = WK-CTR-HLQ-OVER + 1
               COMPUTE WK-CTR-CARRY = WK-CTR-CARRY + 1
               COMPUTE WK-KIN-CARRY = WK-KIN-CARRY
                 + KS-SHK-JSK          IN YF55204A
               WRITE BGBB513Q-REC FROM BGBB501Q
               MOVE SPACE
                 TO BGBB513L
               SET HRL-KBN-HLQ-OVER    IN BGBB513L
                 TO TRUE
               MOVE QA-NO-HKK           IN ZFL572A
                 TO HRL-NO-HKK          IN BGBB513L
               MOVE HLQ-DT-HOLD         IN BGBB501Q
                 TO HRL-DT-HOLD         IN BGBB513L
               MOVE KS-SHK-JSK          IN YF55204A
                 TO HRL-KIN             IN BGBB513L
               MOVE 'HOLD TABLE FULL - CARRIED UNRELEASED'
                 TO HRL-MSG             IN BGBB513L
               WRITE BGBB513L-REC FROM BGBB513L
           END-IF
      *
           .
       HLQ-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRN-RED-RTN : TRANSACTION READ                         *
      ******************************************************************
       TRN-RED-RTN             SECTION.
      *
           READ BGBB513T-F INTO BGBB513T
             AT END
               MOVE '1'
                 TO SW-EOF
           END-READ
           IF  SW-EOF = SPACE
               COMPUTE WK-CTR-TRN-INP = WK-CTR-TRN-INP + 1
           END-IF
      *
           .
       TRN-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRN-EDT-RTN : APPLY ONE TRANSACTION                    *
      ******************************************************************
       TRN-EDT-RTN             SECTION.
      *
      *-------- FIND THE MATCHING UNTOUCHED HELD ITEM
           MOVE SPACE
             TO SW-HIT
           PERFORM VARYING WK-HLQ-G FROM 1 BY 1
             UNTIL WK-HLQ-G > WK-HLQ-CNT
             OR SW-HIT-YES
               IF  WK-HLQ-NO-HKK(WK-HLQ-G)
                   = HRT-NO-HKK         IN BGBB513T
               AND WK-HLQ-FLG(WK-HLQ-G) = SPACE
                   MOVE '1'
                     TO SW-HIT
               END-IF
           END-PERFORM
           IF  NOT SW-HIT-YES
               MOVE 'NO MATCHING HELD ITEM - REJECTED'
                 TO WK-REJ-MSG
               MOVE '1'
                 TO SW-REJ-NASHI
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO TRN-EDT-RTN-EXIT
           END-IF
           COMPUTE WK-HLQ-G = WK-HLQ-G - 1
           MOVE WK-HLQ-REC(WK-HLQ-G)
             TO BGBB501Q
           MOVE HLQ-DATA            IN BGBB501Q
             TO ZFL572A
           MOVE HLQ-YF-DATA         IN BGBB501Q
             TO YF55204A
      *
           IF  HRT-CD-ACT-RLS       IN BGBB513T
               PERFORM RLS-RTN THRU RLS-RTN-EXIT
             ELSE
           IF  HRT-CD-ACT-CAN       IN BGBB513T
               PERFORM CAN-RTN THRU CAN-RTN-EXIT
             ELSE
      *-------- UNKNOWN ACTION CODE
               MOVE 'UNKNOWN ACTION CODE - REJECTED'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
           END-IF
           END-IF
      *
           .
       TRN-EDT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RLS-RTN : RELEASE ONE HELD ITEM                        *
      *           THE ORIGINAL ZFL572A IMAGE GOES TO BGBB513R AND IS   *
      *           RE-EDITED AND FED BY THE NEXT BGBB501 RUN            *
      ******************************************************************
       RLS-RTN                 SECTION.
      *
           MOVE HLQ-DATA            IN BGBB501Q
             TO RLS-DATA            IN BGBB513R-REC
           MOVE HLQ-DT-HOLD         IN BGBB501Q
             TO RLS-DT-ENTRY        IN BGBB513R-REC
           WRITE BGBB513R-REC
           MOVE '1'
             TO WK-HLQ-FLG(WK-HLQ-G)
           COMPUTE WK-CTR-RELEASED = WK-CTR-RELEASED + 1
           COMPUTE WK-KIN-RELEASED = WK-KIN-RELEASED
             + KS-SHK-JSK          IN YF55204A
      *
           MOVE SPACE
             TO BGBB513L
           SET HRL-KBN-RELEASED    IN BGBB513L
             TO TRUE
           MOVE QA-NO-HKK           IN ZFL572A
             TO HRL-NO-HKK          IN BGBB513L
           MOVE HLQ-DT-HOLD         IN BGBB501Q
             TO HRL-DT-HOLD         IN BGBB513L
           MOVE KS-SHK-JSK          IN YF55204A
             TO HRL-KIN             IN BGBB513L
           MOVE 'RELEASED TO BGBB513R FOR THE NEXT RUN'
             TO HRL-MSG             IN BGBB513L
           WRITE BGBB513L-REC FROM BGBB513L
      *
           MOVE 'L'
             TO WK-HIS-KBN
           PERFORM HIS-WRT-RTN THRU HIS-WRT-RTN-EXIT
           IF  HRT-REASON           IN BGBB513T = SPACE
               MOVE 'HELD PAYOUT RELEASED'
                 TO HAU-MSG             IN BGBB513A
             ELSE
               MOVE HRT-REASON          IN BGBB513T
                 TO HAU-MSG             IN BGBB513A
           END-IF
           PERFORM AUD-RTN THRU AUD-RTN-EXIT
      *
           .
       RLS-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CAN-RTN : CANCEL ONE HELD ITEM                         *
      *           THE ITEM IS RETIRED PERMANENTLY AND NEVER PAID.      *
      *           THE REASON IS KEPT ON THE AUDIT TRAIL                *
      ******************************************************************
       CAN-RTN                 SECTION.
      *
           IF  HRT-REASON           IN BGBB513T = SPACE
               MOVE 'CANCEL WITHOUT REASON - REJECTED'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO CAN-RTN-EXIT
           END-IF
           MOVE '1'
             TO WK-HLQ-FLG(WK-HLQ-G)
           COMPUTE WK-CTR-CANCELLED = WK-CTR-CANCELLED + 1
           COMPUTE WK-KIN-CANCELLED = WK-KIN-CANCELLED
             + KS-SHK-JSK          IN YF55204A
      *
           MOVE SPACE
             TO BGBB513L
           SET HRL-KBN-CANCELLED   IN BGBB513L
             TO TRUE
           MOVE QA-NO-HKK           IN ZFL572A
             TO HRL-NO-HKK          IN BGBB513L
           MOVE HLQ-DT-HOLD         IN BGBB501Q
             TO HRL-DT-HOLD         IN BGBB513L
           MOVE KS-SHK-JSK          IN YF55204A
             TO HRL-KIN             IN BGBB513L
           MOVE HRT-REASON          IN BGBB513T
             TO HRL-MSG             IN BGBB513L
           WRITE BGBB513L-REC FROM BGBB513L
      *
           MOVE 'X'
             TO WK-HIS-KBN
           PERFORM HIS-WRT-RTN THRU HIS-WRT-RTN-EXIT
           MOVE HRT-REASON          IN BGBB513T
             TO HAU-MSG             IN BGBB513A
           PERFORM AUD-RTN THRU AUD-RTN-EXIT
      *
           .
       CAN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HIS-WRT-RTN : PAYOUT HISTORY MASTER WRITE              *
      *           KBN 'L' RELEASE / 'X' CANCEL, STAMPED WITH THIS RUN  *
      *           AND CARRYING THE YF55204A IMAGE AS HELD              *
      ******************************************************************
       HIS-WRT-RTN             SECTION.
      *
           MOVE SPACE
             TO YF55204H-REC
           MOVE NO-HKK              IN YF55204A
             TO HIS-NO-HKK          IN YF55204H-REC
           MOVE DT-SHK-JSK          IN YF55204A
             TO HIS-DT-SHK-JSK      IN YF55204H-REC
           MOVE WK-UPD-STAMP
             TO HIS-RUN-STAMP       IN YF55204H-REC
           MOVE WK-HIS-KBN
             TO HIS-REC-KBN         IN YF55204H-REC
           MOVE YF55204A
             TO HIS-DATA            IN YF55204H-REC
           WRITE YF55204H-REC
             INVALID KEY
               COMPUTE WK-CTR-YFH-NG = WK-CTR-YFH-NG + 1
               MOVE SPACE
                 TO BGBB513L
               SET HRL-KBN-INVALID     IN BGBB513L
                 TO TRUE
               MOVE NO-HKK              IN YF55204A
                 TO HRL-NO-HKK          IN BGBB513L
               MOVE ZERO
                 TO HRL-DT-HOLD         IN BGBB513L
               MOVE ZERO
                 TO HRL-KIN             IN BGBB513L
               MOVE 'HISTORY MASTER WRITE FAILED'
                 TO HRL-MSG             IN BGBB513L
               WRITE BGBB513L-REC FROM BGBB513L
           END-WRITE
      *
           .
       HIS-WRT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         AUD-RTN : WRITE ONE AUDIT TRAIL RECORD                 *
      *           HAU-MSG IS SET BY THE CALLER BEFORE THE PERFORM      *
      ******************************************************************
       AUD-RTN                 SECTION.
      *
           MOVE WK-UPD-STAMP-DT
             TO HAU-DT-UPD          IN BGBB513A
           MOVE WK-UPD-STAMP-TM
             TO HAU-TM-UPD          IN BGBB513A
           MOVE HRT-USER            IN BGBB513T
             TO HAU-USER            IN BGBB513A
           MOVE HRT-CD-ACT          IN BGBB513T
             TO HAU-CD-ACT          IN BGBB513A
           MOVE HRT-NO-HKK          IN BGBB513T
             TO HAU-NO-HKK          IN BGBB513A
           MOVE HLQ-DT-HOLD         IN BGBB501Q
             TO HAU-DT-HOLD         IN BGBB513A
           MOVE HLQ-CD-KBN          IN BGBB501Q
             TO HAU-CD-KBN-HOLD     IN BGBB513A
           MOVE KS-SHK-JSK          IN YF55204A
             TO HAU-KIN             IN BGBB513A
           WRITE BGBB513A-REC FROM BGBB513A
           MOVE SPACE
             TO BGBB513A
      *
           .
       AUD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         REJ-RTN : REPORT AND AUDIT A REJECTED TRANSACTION      *
      *           WK-REJ-MSG IS SET BY THE CALLER BEFORE THE PERFORM   *
      ******************************************************************
       REJ-RTN                 SECTION.
      *
           COMPUTE WK-CTR-REJECT = WK-CTR-REJECT + 1
           MOVE SPACE
             TO BGBB513L
           IF  SW-REJ-NASHI-YES
               SET HRL-KBN-NASHI       IN BGBB513L
                 TO TRUE
             ELSE
               SET HRL-KBN-INVALID     IN BGBB513L
                 TO TRUE
           END-IF
           MOVE SPACE
             TO SW-REJ-NASHI
           MOVE HRT-NO-HKK          IN BGBB513T
             TO HRL-NO-HKK          IN BGBB513L
           MOVE ZERO
             TO HRL-DT-HOLD         IN BGBB513L
           MOVE ZERO
             TO HRL-KIN             IN BGBB513L
           MOVE WK-REJ-MSG
             TO HRL-MSG             IN BGBB513L
           WRITE BGBB513L-REC FROM BGBB513L
      *
           MOVE SPACE
             TO BGBB513A
           MOVE WK-UPD-STAMP-DT
             TO HAU-DT-UPD          IN BGBB513A
           MOVE WK-UPD-STAMP-TM
             TO HAU-TM-UPD          IN BGBB513A
           MOVE HRT-USER            IN BGBB513T
             TO HAU-USER            IN BGBB513A
           MOVE 'X'
             TO HAU-CD-ACT          IN BGBB513A
           MOVE HRT-NO-HKK          IN BGBB513T
             TO HAU-NO-HKK          IN BGBB513A
           MOVE ZERO
             TO HAU-DT-HOLD         IN BGBB513A
           MOVE ZERO
             TO HAU-KIN             IN BGBB513A
           MOVE WK-REJ-MSG
             TO HAU-MSG             IN BGBB513A
           WRITE BGBB513A-REC FROM BGBB513A
           MOVE SPACE
             TO BGBB513A
      *
           .
       REJ-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CARRY-RTN : CARRY THE UNTOUCHED HELD ITEMS FORWARD     *
      ******************************************************************
       CARRY-RTN               SECTION.
      *
           PERFORM CARRY-ONE-RTN THRU CARRY-ONE-RTN-EXIT
             VARYING WK-HLQ-G FROM 1 BY 1
             UNTIL WK-HLQ-G > WK-HLQ-CNT
      *
           .
       CARRY-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CARRY-ONE-RTN : ONE UNTOUCHED ITEM TO BGBB513Q         *
      *           THE ORIGINAL HOLD DATE IS PRESERVED AND THE ITEM IS  *
      *           LISTED SO OPERATIONS SEE EVERYTHING STILL HELD       *
      ******************************************************************
       CARRY-ONE-RTN           SECTION.
      *
           IF  WK-HLQ-FLG(WK-HLQ-G) NOT = SPACE
               GO TO CARRY-ONE-RTN-EXIT
           END-IF
           MOVE WK-HLQ-REC(WK-HLQ-G)
             TO BGBB501Q
           MOVE HLQ-DATA            IN BGBB501Q
             TO ZFL572A
           MOVE HLQ-YF-DATA         IN BGBB501Q
             TO YF55204A
           WRITE BGBB513Q-REC FROM BGBB501Q
           COMPUTE WK-CTR-CARRY = WK-CTR-CARRY + 1
           COMPUTE WK-KIN-CARRY = WK-KIN-CARRY
             + KS-SHK-JSK          IN YF55204A
      *
           MOVE SPACE
             TO BGBB513L
           SET HRL-KBN-HELD        IN BGBB513L
             TO TRUE
           MOVE QA-NO-HKK           IN ZFL572A
             TO HRL-NO-HKK          IN BGBB513L
           MOVE HLQ-DT-HOLD         IN BGBB501Q
             TO HRL-DT-HOLD         IN BGBB513L
           MOVE KS-SHK-JSK          IN YF55204A
             TO HRL-KIN             IN BGBB513L
           MOVE 'STILL HELD - CARRIED FORWARD'
             TO HRL-MSG             IN BGBB513L
           WRITE BGBB513L-REC FROM BGBB513L
      *
           .
       CARRY-ONE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         END-RTN : TERMINATION                                  *
      ******************************************************************
       END-RTN                 SECTION.
      *
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
           CLOSE BGBB513T-F
           CLOSE BGBB513R-F
           CLOSE BGBB513Q-F
           CLOSE BGBB513L-F
           CLOSE BGBB513A-F
           CLOSE YF55204H-F
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
           MOVE 'BGBB513'
             TO Q-NO-PGM            IN YAG005
           MOVE '0'
             TO QA-REV-PGM          IN YAG005
           MOVE 'IN-TORIHIKI'
             TO QA-SV-KEY021        IN YAG005(1)
           MOVE 'IN-HOLDQ'
             TO QA-SV-KEY021        IN YAG005(2)
           MOVE 'RELEASED'
             TO QA-SV-KEY021        IN YAG005(3)
           MOVE 'CANCELLED'
             TO QA-SV-KEY021        IN YAG005(4)
           MOVE 'REJECTED'
             TO QA-SV-KEY021        IN YAG005(5)
           MOVE 'HOLDQ-OVER'
             TO QA-SV-KEY021        IN YAG005(6)
           MOVE 'CARRIED'
             TO QA-SV-KEY021        IN YAG005(7)
           MOVE 'HOLDQ-DUP'
             TO QA-SV-KEY021        IN YAG005(8)
           MOVE 'YFH-NG'
             TO QA-SV-KEY021        IN YAG005(9)
           MOVE WK-CTR-TRN-INP
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-HLQ-INP
             TO QA-CTR-KENSU        IN YAG005(2)
           MOVE WK-CTR-RELEASED
             TO QA-CTR-KENSU        IN YAG005(3)
           MOVE WK-CTR-CANCELLED
             TO QA-CTR-KENSU        IN YAG005(4)
           MOVE WK-CTR-REJECT
             TO QA-CTR-KENSU        IN YAG005(5)
           MOVE WK-CTR-HLQ-OVER
             TO QA-CTR-KENSU        IN YAG005(6)
           MOVE WK-CTR-CARRY
             TO QA-CTR-KENSU        IN YAG005(7)
           MOVE WK-CTR-HLQ-DUP
             TO QA-CTR-KENSU        IN YAG005(8)
           MOVE WK-CTR-YFH-NG
             TO QA-CTR-KENSU        IN YAG005(9)
           MOVE WK-KIN-RELEASED
             TO QA-CTR-KINGAKU      IN YAG005(3)
           MOVE WK-KIN-CANCELLED
             TO QA-CTR-KINGAKU      IN YAG005(4)
           MOVE WK-KIN-CARRY
             TO QA-CTR-KINGAKU      IN YAG005(7)
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
           COMPUTE WK-RLG-CTR-OUT
             = WK-CTR-RELEASED
             + WK-CTR-CANCELLED
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
           MOVE 'BGBB513'
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
