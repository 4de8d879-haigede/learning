      * **      PERMANENTLY WITH A REASON. UNMATCHED OR STILL-    ***
      * **      INVALID REPAIRS GO TO THE REPORT AND EVERY        ***
      * **      TRANSACTION IS AUDITED - THE SAME PATTERN AS      ***
      * **      THE BGBB504 OVERRIDE MASTER MAINTENANCE.          ***
      * **      EVERY REPAIR / WRITE-OFF IS HELD ON THE BGBB508W  ***
      * **      PENDING FILE UNTIL A USER OTHER THAN THE MAKER    ***
      * **      APPROVES IT ('K'); UNAPPROVED ENTRIES EXPIRE      ***
      * **      AFTER PARM-CTR-DAYS AND ARE LISTED DAILY ON THE   ***
      * **      BGBB508R AWAITING-APPROVAL REPORT.                ***
      * **      PAYOUTS THE X552 LOAD REJECTED (BGBB502E, PLUS    ***
      * **      THOSE CARRIED ON BGBB508D) ARE WORKED THE SAME    ***
      * **      WAY - A REPAIRED ONE GOES TO BGBB502R FOR BGBB501 ***
      * **      TO SEND AGAIN AS A RE-SEND, AN UNTOUCHED ONE IS   ***
      * **      CARRIED ON BGBB508E WITH ITS DOWNSTREAM REASON    ***
      * *************************************************************
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.09.02  M.K  NEW PROGRAM                              *
      *      2026.10.15  M.K  MAKER/CHECKER APPROVAL - ENTRIES WAIT ON *
      *                       BGBB508W, AWAITING-APPROVAL REPORT,      *
      *                       EXPIRY, CHECKER ON THE AUDIT TRAIL       *
      *      2026.10.15  M.K  X552 LOAD REJECTIONS REPAIRED HERE -     *
      *                       BGBB502E/BGBB508D IN, BGBB502R RE-SEND   *
      *                       AND BGBB508E CARRY-FORWARD OUT           *
      *      2026.10.15  M.K  RUN LOG START/END RECORDS (BGBB516G)     *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
           SELECT BGBB501R-F ASSIGN TO BGBB501R.
           SELECT BGBB508L-F ASSIGN TO BGBB508L.
           SELECT BGBB508A-F ASSIGN TO BGBB508A.
           SELECT BGBB508W-F ASSIGN TO BGBB508W
               FILE STATUS  IS WK-PND-STATUS.
           SELECT BGBB508V-F ASSIGN TO BGBB508V.
           SELECT BGBB508R-F ASSIGN TO BGBB508R.
           SELECT BGBB502E-F ASSIGN TO BGBB502E
               FILE STATUS  IS WK-DSR-STATUS.
           SELECT BGBB508D-F ASSIGN TO BGBB508D
               FILE STATUS  IS WK-DSC-STATUS.
           SELECT BGBB508E-F ASSIGN TO BGBB508E.
           SELECT BGBB502R-F ASSIGN TO BGBB502R.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
           DATA RECORD IS BGBB508A-REC.
       01  BGBB508A-REC.
           COPY BGBB508A.
      *-------- ENTRIES AWAITING APPROVAL (ABSENT ON THE FIRST RUN)
       FD  BGBB508W-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB508W-REC.
       01  BGBB508W-REC.
           COPY BGBB504W.
      *-------- UPDATED PENDING FILE (BECOMES THE NEXT BGBB508W)
       FD  BGBB508V-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB508V-REC.
       01  BGBB508V-REC.
           COPY BGBB504W.
      *-------- AWAITING-APPROVAL REPORT
       FD  BGBB508R-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB508R-REC.
       01  BGBB508R-REC.
           COPY BGBB504R.
      *-------- PAYOUTS THE X552 LOAD REJECTED, ROUTED HERE BY BGBB502
      *-------- (MAY BE ABSENT OR EMPTY)
       FD  BGBB502E-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB502E-REC.
       01  BGBB502E-REC.
           COPY BGBB502E.
      *-------- LOAD REJECTIONS CARRIED UNREPAIRED BY THE PREVIOUS
      *-------- RUN (ABSENT ON THE FIRST RUN)
       FD  BGBB508D-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB508D-REC.
       01  BGBB508D-REC.
           COPY BGBB502E.
      *-------- UPDATED LOAD REJECTION CARRY (BECOMES THE NEXT BGBB508D)
       FD  BGBB508E-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB508E-REC.
       01  BGBB508E-REC.
           COPY BGBB502E.
      *-------- REPAIRED LOAD REJECTIONS - READ BY BGBB501 AND SENT
      *-------- AGAIN WITH SCT-RESEND SET
       FD  BGBB502R-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB502R-REC.
       01  BGBB502R-REC.
           COPY BGBB502E.
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
         03  WK-CTR-REJECT              PIC 9(07).
         03  WK-CTR-CARRY               PIC 9(07).
         03  WK-CTR-SUS-OVER            PIC 9(07).
         03  WK-CTR-PND-INP             PIC 9(07).
         03  WK-CTR-PND-ENT             PIC 9(07).
         03  WK-CTR-APPROVED            PIC 9(07).
         03  WK-CTR-DECLINED            PIC 9(07).
         03  WK-CTR-PND-EXPIRED         PIC 9(07).
         03  WK-CTR-PND-CARRY           PIC 9(07).
         03  WK-CTR-PND-OVER            PIC 9(07).
         03  WK-CTR-DSR-INP             PIC 9(07).
         03  WK-CTR-RESEND              PIC 9(07).
         03  WK-KIN-RESEND              PIC S9(11)     COMP-3.
         03  WK-CTR-DSR-CARRY           PIC 9(07).
      *
         03  WK-SUS-STATUS              PIC X(02).
           88  WK-SUS-STATUS-OK               VALUE '00'.
         03  WK-PND-STATUS              PIC X(02).
           88  WK-PND-STATUS-OK               VALUE '00'.
         03  SW-PND-EOF                 PIC X(01).
         03  WK-DSR-STATUS              PIC X(02).
           88  WK-DSR-STATUS-OK               VALUE '00'.
         03  WK-DSC-STATUS              PIC X(02).
           88  WK-DSC-STATUS-OK               VALUE '00'.
         03  SW-DSR-EOF                 PIC X(01).
      *
         03  WK-UPD-STAMP.
           05  WK-UPD-STAMP-DT          PIC X(08).
           05  WK-UPD-STAMP-DT-N REDEFINES WK-UPD-STAMP-DT
                                        PIC 9(08).
           05  WK-UPD-STAMP-TM          PIC X(06).
      *
         03  WK-SIGN-OLD                PIC X(01).
         03  WK-REJ-MSG                 PIC X(40).
         03  SW-REJ-NASHI               PIC X(01).
           88  SW-REJ-NASHI-YES                 VALUE '1'.
      *-------- MAKER/CHECKER APPROVAL AREA
         03  WK-APV-DAYS                PIC 9(03).
         03  WK-APV-USER-CHK            PIC X(08).
         03  WK-APV-DT-ENTRY            PIC 9(08).
         03  WK-APV-TM-ENTRY            PIC 9(06).
         03  WK-APV-AGE                 PIC 9(07).
         03  WK-AUD-CD                  PIC X(01).
         03  WK-AUD-MSG                 PIC X(29).
         03  WK-INT-TODAY               PIC 9(07).
         03  WK-INT-WK                  PIC 9(07).
      *-------- REPORT TEXT FOR A LOAD REJECTION LEFT UNREPAIRED
         03  WK-DSR-MSG.
           05  FILLER                   PIC X(23)
               VALUE 'LOAD REJECTED - STATUS '.
           05  WK-DSR-MSG-STS           PIC X(01).
           05  FILLER                   PIC X(16)
               VALUE ' - UNREPAIRED'.
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
           05  WK-SUS-DT-ENTRY          PIC 9(08).
      *-------- '1' ONCE A TRANSACTION HAS ACTED ON THE ITEM
           05  WK-SUS-FLG               PIC X(01).
      *-------- 'D' = X552 LOAD REJECTION (BGBB502E / BGBB508D) WITH
      *-------- ITS DOWNSTREAM REASON AND ORIGINAL HISTORY IMAGE
           05  WK-SUS-KBN               PIC X(01).
             88  WK-SUS-KBN-DSR                 VALUE 'D'.
           05  WK-SUS-DSR-STS           PIC X(01).
           05  WK-SUS-DSR-DT-LOAD       PIC 9(08).
           05  WK-SUS-DSR-HIS-KEY       PIC X(33).
           05  WK-SUS-DSR-HIS-DATA      PIC X(122).
         03  WK-SUS-AREA-END            PIC X(12)
             VALUE 'SUS-WORK-END'.
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
           05  WK-PND-NO-HKK            PIC X(10).
           05  WK-PND-DT-ENTRY          PIC 9(08).
           05  WK-PND-TM-ENTRY          PIC 9(06).
           05  WK-PND-USER-MKR          PIC X(08).
           05  WK-PND-DATA              PIC X(80).
      *-------- '1' ONCE APPROVED OR DECLINED
           05  WK-PND-FLG               PIC X(01).
         03  WK-PND-AREA-END            PIC X(12)
             VALUE 'PND-WORK-END'.
      *
       01  BGBB508T.
           COPY BGBB508T.
           COPY BGBB508L.
       01  BGBB508A.
           COPY BGBB508A.
       01  BGBB504W.
           COPY BGBB504W.
       01  BGBB504R.
           COPY BGBB504R.
       01  BGBB502E.
           COPY BGBB502E.
       01  ZFL572A.
           COPY ZFL572A.
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
       01  BGBB508P.
           COPY BGBB508P.
      *
       PROCEDURE               DIVISION USING BGBB508P.
      ******************************************************************
      *        MAIN                                                    *
      ******************************************************************
       MAIN                    SECTION.
      *-------- INITIALIZATION AND SUSPENSE FILE LOAD
           PERFORM FST-RTN THRU FST-RTN-EXIT
      *-------- APPLY REPAIR AND APPROVAL TRANSACTIONS
           PERFORM TRN-RED-RTN THRU TRN-RED-RTN-EXIT
           PERFORM
             UNTIL SW-EOF NOT = SPACE
      *-------- REBUILDS THE SUSPENSE FILE FROM BGBB501R, SO
      *-------- ANYTHING LEFT BEHIND HERE WOULD VANISH
           PERFORM CARRY-RTN THRU CARRY-RTN-EXIT
      *-------- CARRY THE ENTRIES STILL AWAITING APPROVAL
           PERFORM PND-OUT-RTN THRU PND-OUT-RTN-EXIT
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
             TO WK-CTR-CARRY
           MOVE ZERO
             TO WK-CTR-SUS-OVER
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
             TO WK-CTR-DSR-INP
           MOVE ZERO
             TO WK-CTR-RESEND
           MOVE ZERO
             TO WK-KIN-RESEND
           MOVE ZERO
             TO WK-CTR-DSR-CARRY
           MOVE ZERO
             TO WK-SUS-CNT
           MOVE ZERO
             TO WK-PND-CNT
           MOVE SPACE
             TO SW-PND-EOF
           MOVE SPACE
             TO SW-REJ-NASHI
           MOVE SPACE
      *-------- REPAIR TIMESTAMP FOR THE AUDIT TRAIL
           ACCEPT WK-UPD-STAMP-DT FROM DATE YYYYMMDD
           ACCEPT WK-UPD-STAMP-TM FROM TIME
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
           COMPUTE WK-INT-TODAY
             = FUNCTION INTEGER-OF-DATE(WK-UPD-STAMP-DT-N)
      *-------- DAYS AN ENTRY MAY WAIT FOR ITS CHECKER
           MOVE 7
             TO WK-APV-DAYS
           IF  PARM-LEN >= 3
           AND PARM-CTR-DAYS        IN BGBB508P NUMERIC
           AND PARM-CTR-DAYS        IN BGBB508P > ZERO
               MOVE PARM-CTR-DAYS       IN BGBB508P
                 TO WK-APV-DAYS
           END-IF
      *
           OPEN INPUT  BGBB508T-F
           OPEN OUTPUT BGBB501R-F
           OPEN OUTPUT BGBB508L-F
           OPEN OUTPUT BGBB508A-F
           OPEN OUTPUT BGBB508V-F
           OPEN OUTPUT BGBB508R-F
           OPEN OUTPUT BGBB508E-F
           OPEN OUTPUT BGBB502R-F
      *-------- LOAD THE SUSPENSE FILE (MAY BE ABSENT OR EMPTY)
           OPEN INPUT BGBB501E-F
           IF  WK-SUS-STATUS-OK
                 UNTIL SW-SUS-EOF NOT = SPACE
               CLOSE BGBB501E-F
           END-IF
      *-------- LOAD REJECTIONS - THE CARRIED ONES FIRST, THEN THE
      *-------- ONES BGBB502 ROUTED SINCE THE LAST RUN (EITHER FILE
      *-------- MAY BE ABSENT OR EMPTY)
           MOVE SPACE
             TO SW-DSR-EOF
           OPEN INPUT BGBB508D-F
           IF  WK-DSC-STATUS-OK
               PERFORM DSC-RED-RTN THRU DSC-RED-RTN-EXIT
                 UNTIL SW-DSR-EOF NOT = SPACE
               CLOSE BGBB508D-F
           END-IF
           MOVE SPACE
             TO SW-DSR-EOF
           OPEN INPUT BGBB502E-F
           IF  WK-DSR-STATUS-OK
               PERFORM DSR-RED-RTN THRU DSR-RED-RTN-EXIT
                 UNTIL SW-DSR-EOF NOT = SPACE
               CLOSE BGBB502E-F
           END-IF
      *-------- LOAD THE ENTRIES AWAITING APPROVAL (ABSENT ON THE
      *-------- FIRST RUN) - OVERDUE ONES EXPIRE HERE, BEFORE ANY
      *-------- LATE APPROVAL CAN BE APPLIED
           OPEN INPUT BGBB508W-F
           IF  WK-PND-STATUS-OK
               PERFORM PND-RED-RTN THRU PND-RED-RTN-EXIT
                 UNTIL SW-PND-EOF NOT = SPACE
               CLOSE BGBB508W-F
           END-IF
      *
           .
       FST-RTN-EXIT.
                 TO WK-SUS-DT-ENTRY(WK-SUS-CNT)
               MOVE SPACE
                 TO WK-SUS-FLG(WK-SUS-CNT)
               MOVE SPACE
                 TO WK-SUS-KBN(WK-SUS-CNT)
             ELSE
      *-------- TABLE FULL - THE ITEM CANNOT BE REPAIRED THIS RUN
      *-------- BUT IT IS NOT LOST: IT IS RECYCLED UNCHANGED SO IT
       SUS-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DSC-RED-RTN : CARRIED LOAD REJECTION READ              *
      ******************************************************************
       DSC-RED-RTN             SECTION.
      *
           READ BGBB508D-F INTO BGBB502E
             AT END
               MOVE '1'
                 TO SW-DSR-EOF
           END-READ
           IF  SW-DSR-EOF NOT = SPACE
               GO TO DSC-RED-RTN-EXIT
           END-IF
           PERFORM DSR-ADD-RTN THRU DSR-ADD-RTN-EXIT
      *
           .
       DSC-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DSR-RED-RTN : NEW LOAD REJECTION READ                  *
      ******************************************************************
       DSR-RED-RTN             SECTION.
      *
           READ BGBB502E-F INTO BGBB502E
             AT END
               MOVE '1'
                 TO SW-DSR-EOF
           END-READ
           IF  SW-DSR-EOF NOT = SPACE
               GO TO DSR-RED-RTN-EXIT
           END-IF
           PERFORM DSR-ADD-RTN THRU DSR-ADD-RTN-EXIT
      *
           .
       DSR-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DSR-ADD-RTN : ONE LOAD REJECTION INTO THE TABLE        *
      *           BGBB502E HOLDS THE RECORD. IT JOINS THE SUSPENSE     *
      *           TABLE SO ONE REPAIR OR WRITE-OFF TRANSACTION WORKS   *
      *           EITHER KIND OF ITEM                                  *
      ******************************************************************
       DSR-ADD-RTN             SECTION.
      *
           COMPUTE WK-CTR-DSR-INP = WK-CTR-DSR-INP + 1
           IF  WK-SUS-CNT < 1000
               COMPUTE WK-SUS-CNT = WK-SUS-CNT + 1
               MOVE DSR-DATA            IN BGBB502E
                 TO ZFL572A
               MOVE QA-NO-HKK           IN ZFL572A
                 TO WK-SUS-NO-HKK(WK-SUS-CNT)
               MOVE DSR-DATA            IN BGBB502E
                 TO WK-SUS-DATA(WK-SUS-CNT)
               MOVE DSR-DT-ENTRY        IN BGBB502E
                 TO WK-SUS-DT-ENTRY(WK-SUS-CNT)
               MOVE SPACE
                 TO WK-SUS-FLG(WK-SUS-CNT)
               MOVE 'D'
                 TO WK-SUS-KBN(WK-SUS-CNT)
               MOVE DSR-CD-STS          IN BGBB502E
                 TO WK-SUS-DSR-STS(WK-SUS-CNT)
               MOVE DSR-DT-LOAD         IN BGBB502E
                 TO WK-SUS-DSR-DT-LOAD(WK-SUS-CNT)
               MOVE DSR-HIS-KEY         IN BGBB502E
                 TO WK-SUS-DSR-HIS-KEY(WK-SUS-CNT)
               MOVE DSR-HIS-DATA        IN BGBB502E
                 TO WK-SUS-DSR-HIS-DATA(WK-SUS-CNT)
             ELSE
      *-------- TABLE FULL - CARRIED UNCHANGED TO THE NEXT RUN
               COMPUTE WK-CTR-SUS-OVER = WK-CTR-SUS-OVER + 1
               COMPUTE WK-CTR-DSR-CARRY = WK-CTR-DSR-CARRY + 1
               WRITE BGBB508E-REC FROM BGBB502E
               MOVE DSR-DATA            IN BGBB502E
                 TO ZFL572A
               MOVE SPACE
                 TO BGBB508L
               SET RPR-KBN-SUS-OVER    IN BGBB508L
                 TO TRUE
               MOVE QA-NO-HKK           IN ZFL572A
                 TO RPR-NO-HKK          IN BGBB508L
               MOVE DSR-DT-ENTRY        IN BGBB502E
                 TO RPR-DT-ENTRY        IN BGBB508L
               MOVE ZERO
                 TO RPR-KIN             IN BGBB508L
               MOVE 'SUSPENSE TABLE FULL - CARRIED UNREPAIRED'
                 TO RPR-MSG             IN BGBB508L
               WRITE BGBB508L-REC FROM BGBB508L
           END-IF
      *
           .
       DSR-ADD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DSR-BLD-RTN : REBUILD THE LOAD REJECTION RECORD OF     *
      *                       TABLE ENTRY WK-SUS-G INTO BGBB502E       *
      ******************************************************************
       DSR-BLD-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB502E
           MOVE WK-SUS-DATA(WK-SUS-G)
             TO DSR-DATA            IN BGBB502E
           MOVE WK-SUS-DT-ENTRY(WK-SUS-G)
             TO DSR-DT-ENTRY        IN BGBB502E
           MOVE WK-SUS-DSR-STS(WK-SUS-G)
             TO DSR-CD-STS          IN BGBB502E
           MOVE WK-SUS-DSR-DT-LOAD(WK-SUS-G)
             TO DSR-DT-LOAD         IN BGBB502E
           MOVE WK-SUS-DSR-HIS-KEY(WK-SUS-G)
             TO DSR-HIS-KEY         IN BGBB502E
           MOVE WK-SUS-DSR-HIS-DATA(WK-SUS-G)
             TO DSR-HIS-DATA        IN BGBB502E
      *
           .
       DSR-BLD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-RED-RTN : PENDING FILE READ                        *
      *           AN ENTRY OLDER THAN WK-APV-DAYS EXPIRES UNAPPLIED    *
      ******************************************************************
       PND-RED-RTN             SECTION.
      *
           READ BGBB508W-F INTO BGBB504W
             AT END
               MOVE '1'
                 TO SW-PND-EOF
           END-READ
           IF  SW-PND-EOF NOT = SPACE
               GO TO PND-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-PND-INP = WK-CTR-PND-INP + 1
           MOVE APV-TRN-DATA        IN BGBB504W
             TO BGBB508T
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
               MOVE 'EXPIRED - NOT APPROVED'
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
               MOVE RTR-NO-HKK          IN BGBB508T
                 TO WK-PND-NO-HKK(WK-PND-CNT)
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
               WRITE BGBB508V-REC FROM BGBB504W
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
           COMPUTE WK-INT-WK
             = FUNCTION INTEGER-OF-DATE(WK-APV-DT-ENTRY)
           IF  WK-INT-WK = ZERO
               GO TO PND-AGE-RTN-EXIT
           END-IF
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
      *           'R' / 'W' ARE HELD FOR APPROVAL (ENT-RTN) AND ONLY   *
      *           APPLIED WHEN A DIFFERENT USER APPROVES THEM - A      *
      *           WRITE-OFF CAN NEVER BE COMPLETED BY ONE OPERATOR     *
      ******************************************************************
       TRN-EDT-RTN             SECTION.
      *
           MOVE SPACE
             TO WK-APV-USER-CHK
           MOVE ZERO
             TO WK-APV-DT-ENTRY
           MOVE ZERO
             TO WK-APV-TM-ENTRY
           IF  RTR-CD-ACT-APV       IN BGBB508T
               PERFORM APV-RTN THRU APV-RTN-EXIT
             ELSE
           IF  RTR-CD-ACT-DCL       IN BGBB508T
               PERFORM DCL-RTN THRU DCL-RTN-EXIT
             ELSE
           IF  RTR-CD-ACT-RPR       IN BGBB508T
           OR  RTR-CD-ACT-WOF       IN BGBB508T
               PERFORM ENT-RTN THRU ENT-RTN-EXIT
             ELSE
      *-------- UNKNOWN ACTION CODE
               MOVE 'UNKNOWN ACTION CODE - REJECTED'
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
      *           ONE ENTRY PER QA-NO-HKK MAY AWAIT APPROVAL AT A      *
      *           TIME, SO THE CHECKER'S 'K' / 'D' KEY NAMES IT        *
      *           UNAMBIGUOUSLY. THE SUSPENSE ITEM KEEPS CYCLING       *
      *           THROUGH BGBB501R UNCHANGED WHILE IT WAITS            *
      ******************************************************************
       ENT-RTN                 SECTION.
      *
           IF  RTR-USER             IN BGBB508T = SPACE
               MOVE 'MAKER USER ID MISSING - REJECTED'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO ENT-RTN-EXIT
           END-IF
      *-------- A WRITE-OFF NEEDS ITS REASON BEFORE IT CAN BE QUEUED
           IF  RTR-CD-ACT-WOF       IN BGBB508T
           AND RTR-REASON           IN BGBB508T = SPACE
               MOVE 'WRITE-OFF WITHOUT REASON - REJECTED'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO ENT-RTN-EXIT
           END-IF
           PERFORM SUS-FIND-RTN THRU SUS-FIND-RTN-EXIT
           IF  NOT SW-HIT-YES
               MOVE 'NO MATCHING SUSPENSE ITEM - REJECTED'
                 TO WK-REJ-MSG
               MOVE '1'
                 TO SW-REJ-NASHI
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO ENT-RTN-EXIT
           END-IF
           PERFORM PND-FIND-RTN THRU PND-FIND-RTN-EXIT
           IF  SW-HIT-YES
               MOVE 'ALREADY AWAITING APPROVAL - REJECTED'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO ENT-RTN-EXIT
           END-IF
           IF  WK-PND-CNT NOT < 500
               MOVE 'PENDING TABLE FULL - REJECTED'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO ENT-RTN-EXIT
           END-IF
      *
           COMPUTE WK-PND-CNT = WK-PND-CNT + 1
           MOVE RTR-NO-HKK          IN BGBB508T
             TO WK-PND-NO-HKK(WK-PND-CNT)
           MOVE WK-UPD-STAMP-DT
             TO WK-PND-DT-ENTRY(WK-PND-CNT)
           MOVE WK-UPD-STAMP-TM
             TO WK-PND-TM-ENTRY(WK-PND-CNT)
           MOVE RTR-USER            IN BGBB508T
             TO WK-PND-USER-MKR(WK-PND-CNT)
           MOVE BGBB508T
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
               MOVE 'NO ENTRY AWAITING APPROVAL - REJECTED'
                 TO WK-REJ-MSG
               MOVE '1'
                 TO SW-REJ-NASHI
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO APV-RTN-EXIT
           END-IF
      *-------- FROM HERE BGBB508T HOLDS THE MAKER'S TRANSACTION
           MOVE RTR-USER            IN BGBB508T
             TO WK-APV-USER-CHK
           MOVE WK-PND-DT-ENTRY(WK-PND-G)
             TO WK-APV-DT-ENTRY
           MOVE WK-PND-TM-ENTRY(WK-PND-G)
             TO WK-APV-TM-ENTRY
           MOVE WK-PND-DATA(WK-PND-G)
             TO BGBB508T
           IF  WK-APV-USER-CHK = SPACE
           OR  WK-APV-USER-CHK = WK-PND-USER-MKR(WK-PND-G)
               MOVE 'CHECKER SAME AS MAKER - REJECTED'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO APV-RTN-EXIT
           END-IF
           MOVE '1'
             TO WK-PND-FLG(WK-PND-G)
           COMPUTE WK-CTR-APPROVED = WK-CTR-APPROVED + 1
      *-------- THE FULL EDITS RUN NOW, AGAINST THE SUSPENSE ITEM AS
      *-------- IT STANDS AT APPROVAL - A FAILURE IS AUDITED AS 'X'
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
           IF  RTR-USER             IN BGBB508T = SPACE
               MOVE 'CHECKER USER ID MISSING - REJECTED'
                 TO WK-REJ-MSG
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO DCL-RTN-EXIT
           END-IF
           PERFORM PND-FIND-RTN THRU PND-FIND-RTN-EXIT
           IF  NOT SW-HIT-YES
               MOVE 'NO ENTRY AWAITING APPROVAL - REJECTED'
                 TO WK-REJ-MSG
               MOVE '1'
                 TO SW-REJ-NASHI
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO DCL-RTN-EXIT
           END-IF
           MOVE RTR-USER            IN BGBB508T
             TO WK-APV-USER-CHK
           MOVE WK-PND-DT-ENTRY(WK-PND-G)
             TO WK-APV-DT-ENTRY
           MOVE WK-PND-TM-ENTRY(WK-PND-G)
             TO WK-APV-TM-ENTRY
           MOVE WK-PND-DATA(WK-PND-G)
             TO BGBB508T
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
      *                        THE TRANSACTION'S QA-NO-HKK             *
      *           SW-HIT-YES AND WK-PND-G POINT AT IT WHEN FOUND       *
      ******************************************************************
       PND-FIND-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-HIT
           PERFORM VARYING WK-PND-G FROM 1 BY 1
             UNTIL WK-PND-G > WK-PND-CNT
             OR SW-HIT-YES
               IF  WK-PND-NO-HKK(WK-PND-G)
                   = RTR-NO-HKK         IN BGBB508T
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
      *         SUS-FIND-RTN : FIND THE UNTOUCHED SUSPENSE ITEM FOR    *
      *                        THE TRANSACTION'S QA-NO-HKK             *
      *           SW-HIT-YES AND WK-SUS-G POINT AT IT WHEN FOUND       *
      ******************************************************************
       SUS-FIND-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-HIT
           PERFORM VARYING WK-SUS-G FROM 1 BY 1
                     TO SW-HIT
               END-IF
           END-PERFORM
           IF  SW-HIT-YES
               COMPUTE WK-SUS-G = WK-SUS-G - 1
           END-IF
      *
           .
       SUS-FIND-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         APL-RTN : APPLY ONE APPROVED TRANSACTION               *
      ******************************************************************
       APL-RTN                 SECTION.
      *
      *-------- FIND THE MATCHING UNTOUCHED SUSPENSE ITEM
           PERFORM SUS-FIND-RTN THRU SUS-FIND-RTN-EXIT
           IF  NOT SW-HIT-YES
               MOVE 'NO MATCHING SUSPENSE ITEM - REJECTED'
                 TO WK-REJ-MSG
               MOVE '1'
                 TO SW-REJ-NASHI
               PERFORM REJ-RTN THRU REJ-RTN-EXIT
               GO TO APL-RTN-EXIT
           END-IF
      *
           IF  RTR-CD-ACT-RPR       IN BGBB508T
               PERFORM RPR-RTN THRU RPR-RTN-EXIT
           END-IF
      *
           .
       APL-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RPR-RTN : REPAIR AND RECYCLE ONE SUSPENSE ITEM         *
           END-IF
      *
      *-------- RECYCLE WITH THE ORIGINAL SUSPENSE ENTRY DATE SO THE
      *-------- ITEM'S AGE STAYS VISIBLE IF IT FAILS AGAIN. A LOAD
      *-------- REJECTION GOES TO BGBB502R WITH ITS REASON AND
      *-------- HISTORY IMAGE SO BGBB501 SENDS IT AS A RE-SEND
           IF  WK-SUS-KBN-DSR(WK-SUS-G)
               PERFORM DSR-BLD-RTN THRU DSR-BLD-RTN-EXIT
               MOVE ZFL572A
                 TO DSR-DATA            IN BGBB502E
               WRITE BGBB502R-REC FROM BGBB502E
               COMPUTE WK-CTR-RESEND = WK-CTR-RESEND + 1
               COMPUTE WK-KIN-RESEND = WK-KIN-RESEND
                 + QA-KS-N8             IN ZFL572A
             ELSE
               MOVE ZFL572A
                 TO RCY-DATA            IN BGBB501R-REC
               MOVE WK-SUS-DT-ENTRY(WK-SUS-G)
                 TO RCY-DT-ENTRY        IN BGBB501R-REC
               WRITE BGBB501R-REC
           END-IF
           MOVE '1'
             TO WK-SUS-FLG(WK-SUS-G)
           COMPUTE WK-CTR-REPAIRED = WK-CTR-REPAIRED + 1
             TO RPR-DT-ENTRY        IN BGBB508L
           MOVE QA-KS-N8            IN ZFL572A
             TO RPR-KIN             IN BGBB508L
           IF  WK-SUS-KBN-DSR(WK-SUS-G)
               MOVE 'REPAIRED - RE-SEND QUEUED ON BGBB502R'
                 TO RPR-MSG             IN BGBB508L
             ELSE
               MOVE 'REPAIRED AND RECYCLED TO BGBB501R'
                 TO RPR-MSG             IN BGBB508L
           END-IF
           WRITE BGBB508L-REC FROM BGBB508L
      *
           MOVE 'SUSPENSE ITEM REPAIRED'
             TO RAU-KIN-OLD         IN BGBB508A
           MOVE QA-KS-N8            IN ZFL572A
             TO RAU-KIN-NEW         IN BGBB508A
           MOVE WK-APV-USER-CHK
             TO RAU-USER-CHK        IN BGBB508A
           MOVE WK-APV-DT-ENTRY
             TO RAU-DT-ENTRY        IN BGBB508A
           MOVE WK-APV-TM-ENTRY
             TO RAU-TM-ENTRY        IN BGBB508A
           WRITE BGBB508A-REC FROM BGBB508A
           MOVE SPACE
             TO BGBB508A
             TO RAU-NO-HKK          IN BGBB508A
           MOVE WK-REJ-MSG
             TO RAU-MSG             IN BGBB508A
           MOVE WK-APV-USER-CHK
             TO RAU-USER-CHK        IN BGBB508A
           MOVE WK-APV-DT-ENTRY
             TO RAU-DT-ENTRY        IN BGBB508A
           MOVE WK-APV-TM-ENTRY
             TO RAU-TM-ENTRY        IN BGBB508A
           WRITE BGBB508A-REC FROM BGBB508A
           MOVE SPACE
             TO BGBB508A
       REJ-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-AUD-RTN : AUDIT AN APPROVAL EVENT ON AN ENTRY      *
      *           ('P' KEYED, 'D' DECLINED, 'Z' EXPIRED). BGBB508T     *
      *           HOLDS THE MAKER'S TRANSACTION, WHOSE PROPOSED SIGN   *
      *           AND AMOUNT ARE SHOWN AS THE NEW VALUES; WK-AUD-CD    *
      *           AND WK-AUD-MSG ARE SET BY THE CALLER                 *
      ******************************************************************
       PND-AUD-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB508A
           MOVE WK-UPD-STAMP-DT
             TO RAU-DT-UPD          IN BGBB508A
           MOVE WK-UPD-STAMP-TM
             TO RAU-TM-UPD          IN BGBB508A
           MOVE RTR-USER            IN BGBB508T
             TO RAU-USER            IN BGBB508A
           MOVE WK-AUD-CD
             TO RAU-CD-ACT          IN BGBB508A
           MOVE RTR-NO-HKK          IN BGBB508T
             TO RAU-NO-HKK          IN BGBB508A
           MOVE RTR-QA-SIGN         IN BGBB508T
             TO RAU-SIGN-NEW        IN BGBB508A
           MOVE RTR-QA-KS-N8        IN BGBB508T
             TO RAU-KIN-NEW         IN BGBB508A
           MOVE WK-AUD-MSG
             TO RAU-MSG             IN BGBB508A
           MOVE WK-APV-USER-CHK
             TO RAU-USER-CHK        IN BGBB508A
           MOVE WK-APV-DT-ENTRY
             TO RAU-DT-ENTRY        IN BGBB508A
           MOVE WK-APV-TM-ENTRY
             TO RAU-TM-ENTRY        IN BGBB508A
           WRITE BGBB508A-REC FROM BGBB508A
           MOVE SPACE
             TO BGBB508A
      *
           .
       PND-AUD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CARRY-RTN : RECYCLE THE UNTOUCHED SUSPENSE ITEMS       *
      ******************************************************************
       CARRY-RTN               SECTION.
           IF  WK-SUS-FLG(WK-SUS-G) NOT = SPACE
               GO TO CARRY-ONE-RTN-EXIT
           END-IF
      *-------- A LOAD REJECTION IS CARRIED HERE, NOT THROUGH BGBB501,
      *-------- AND LISTED WITH ITS DOWNSTREAM REASON EVERY DAY UNTIL
      *-------- IT IS REPAIRED OR WRITTEN OFF
           IF  WK-SUS-KBN-DSR(WK-SUS-G)
               PERFORM DSR-BLD-RTN THRU DSR-BLD-RTN-EXIT
               WRITE BGBB508E-REC FROM BGBB502E
               COMPUTE WK-CTR-DSR-CARRY = WK-CTR-DSR-CARRY + 1
               MOVE WK-SUS-DATA(WK-SUS-G)
                 TO ZFL572A
               MOVE WK-SUS-DSR-STS(WK-SUS-G)
                 TO WK-DSR-MSG-STS
               MOVE SPACE
                 TO BGBB508L
               SET RPR-KBN-LOAD-REJ    IN BGBB508L
                 TO TRUE
               MOVE QA-NO-HKK           IN ZFL572A
                 TO RPR-NO-HKK          IN BGBB508L
               MOVE WK-SUS-DT-ENTRY(WK-SUS-G)
                 TO RPR-DT-ENTRY        IN BGBB508L
               MOVE QA-KS-N8            IN ZFL572A
                 TO RPR-KIN             IN BGBB508L
               MOVE WK-DSR-MSG
                 TO RPR-MSG             IN BGBB508L
               WRITE BGBB508L-REC FROM BGBB508L
               GO TO CARRY-ONE-RTN-EXIT
           END-IF
           MOVE WK-SUS-DATA(WK-SUS-G)
             TO RCY-DATA            IN BGBB501R-REC
           MOVE WK-SUS-DT-ENTRY(WK-SUS-G)
       CARRY-ONE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-OUT-RTN : CARRY THE ENTRIES STILL AWAITING         *
      *                       APPROVAL TO BGBB508V AND LIST THEM       *
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
           WRITE BGBB508V-REC FROM BGBB504W
           COMPUTE WK-CTR-PND-CARRY = WK-CTR-PND-CARRY + 1
      *
           MOVE WK-PND-DATA(WK-PND-G)
             TO BGBB508T
           MOVE WK-PND-DT-ENTRY(WK-PND-G)
             TO WK-APV-DT-ENTRY
           PERFORM PND-AGE-RTN THRU PND-AGE-RTN-EXIT
           MOVE SPACE
             TO BGBB504R
           SET APR-KBN-AWAITING    IN BGBB504R
             TO TRUE
           IF  RTR-CD-ACT-WOF       IN BGBB508T
               MOVE 'AWAITING APPROVAL - WRITE-OFF'
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
      *           BGBB508T HOLDS THE MAKER'S TRANSACTION, WK-APV-AGE   *
      *           ITS AGE; BGBB504R IS CLEARED AND ITS KBN AND MSG     *
      *           SET BY THE CALLER                                    *
      ******************************************************************
       APR-OUT-RTN             SECTION.
      *
           MOVE RTR-CD-ACT          IN BGBB508T
             TO APR-CD-ACT          IN BGBB504R
           MOVE RTR-NO-HKK          IN BGBB508T
             TO APR-KEY             IN BGBB504R
           MOVE RTR-USER            IN BGBB508T
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
           WRITE BGBB508R-REC FROM BGBB504R
      *
           .
       APR-OUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         END-RTN : TERMINATION                                  *
      ******************************************************************
       END-RTN                 SECTION.
           CLOSE BGBB501R-F
           CLOSE BGBB508L-F
           CLOSE BGBB508A-F
           CLOSE BGBB508V-F
           CLOSE BGBB508R-F
           CLOSE BGBB508E-F
           CLOSE BGBB502R-F
      *
           .
       END-RTN-EXIT.
             TO QA-SV-KEY021        IN YAG005(6)
           MOVE 'CARRIED'
             TO QA-SV-KEY021        IN YAG005(7)
           MOVE 'IN-PENDING'
             TO QA-SV-KEY021        IN YAG005(8)
           MOVE 'PND-ENTERED'
             TO QA-SV-KEY021        IN YAG005(9)
           MOVE 'APPROVED'
             TO QA-SV-KEY021        IN YAG005(10)
           MOVE 'DECLINED'
             TO QA-SV-KEY021        IN YAG005(11)
           MOVE 'PND-EXPIRED'
             TO QA-SV-KEY021        IN YAG005(12)
           MOVE 'PND-CARRIED'
             TO QA-SV-KEY021        IN YAG005(13)
           MOVE 'PND-OVER'
             TO QA-SV-KEY021        IN YAG005(14)
           MOVE 'IN-LOAD-REJ'
             TO QA-SV-KEY021        IN YAG005(15)
           MOVE 'RESEND-OUT'
             TO QA-SV-KEY021        IN YAG005(16)
           MOVE 'LDREJ-CARRY'
             TO QA-SV-KEY021        IN YAG005(17)
           MOVE WK-CTR-TRN-INP
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-SUS-INP
             TO QA-CTR-KENSU        IN YAG005(6)
           MOVE WK-CTR-CARRY
             TO QA-CTR-KENSU        IN YAG005(7)
           MOVE WK-CTR-PND-INP
             TO QA-CTR-KENSU        IN YAG005(8)
           MOVE WK-CTR-PND-ENT
             TO QA-CTR-KENSU        IN YAG005(9)
           MOVE WK-CTR-APPROVED
             TO QA-CTR-KENSU        IN YAG005(10)
           MOVE WK-CTR-DECLINED
             TO QA-CTR-KENSU        IN YAG005(11)
           MOVE WK-CTR-PND-EXPIRED
             TO QA-CTR-KENSU        IN YAG005(12)
           MOVE WK-CTR-PND-CARRY
             TO QA-CTR-KENSU        IN YAG005(13)
           MOVE WK-CTR-PND-OVER
             TO QA-CTR-KENSU        IN YAG005(14)
           MOVE WK-CTR-DSR-INP
             TO QA-CTR-KENSU        IN YAG005(15)
           MOVE WK-CTR-RESEND
             TO QA-CTR-KENSU        IN YAG005(16)
           MOVE WK-CTR-DSR-CARRY
             TO QA-CTR-KENSU        IN YAG005(17)
           MOVE WK-KIN-RESEND
             TO QA-CTR-KINGAKU      IN YAG005(16)
           MOVE WK-KIN-REPAIRED
             TO QA-CTR-KINGAKU      IN YAG005(3)
           CALL 'ZAEA301' USING YAG005
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
             = WK-CTR-REPAIRED
             + WK-CTR-WRITEOFF
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
           MOVE 'BGBB508'
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
