       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BGBB514.
      * *************************************************************
      * **      MONTHLY STORE PAYOUT STATEMENT                    ***
      * **                                                        ***
      * **      FOR THE STATEMENT MONTH, BUILDS ONE STATEMENT PER ***
      * **      HB-TR-Z-SYS STORE FROM THE YF55204H HISTORY       ***
      * **      MASTER (PLUS THE YF55204V ARCHIVE WHEN BGBB510    ***
      * **      HAS ALREADY PURGED THE MONTH): EVERY PAYOUT       ***
      * **      ISSUED, CORRECTED, RE-SENT OR LOAD REJECTED IN    ***
      * **      THE MONTH WITH ITS CORRECTIONS NETTED AGAINST     ***
      * **      THE ORIGINAL, SUBTOTALLED BY CD-SHK-DPT, BETWEEN  ***
      * **      AN OPENING AND A CLOSING NET POSITION. WRITES A   ***
      * **      PRINT FILE AND A FIXED-LAYOUT PORTAL EXTRACT      ***
      * *************************************************************
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.10.15  M.K  NEW PROGRAM                              *
      *      2026.10.15  M.K  VOIDED PAYOUTS CLOSE AT ZERO, MARKED V   *
      *      2026.10.15  M.K  BGBB518 RECLASSIFICATION MOVES THE       *
      *                       PAYOUT TO ITS NEW DEPARTMENT, MARKED K   *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT YF55204H-F ASSIGN TO YF55204H
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HIS-KEY OF YF55204H-REC
               FILE STATUS  IS WK-YFH-STATUS.
           SELECT YF55204V-F ASSIGN TO YF55204V
               FILE STATUS  IS WK-ARC-STATUS.
           SELECT BGBB514W-F ASSIGN TO BGBB514W
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS STW-KEY OF BGBB514W-REC
               FILE STATUS  IS WK-STW-STATUS.
           SELECT BGBB514S-F ASSIGN TO BGBB514S
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS STS-KEY OF BGBB514S-REC
               FILE STATUS  IS WK-STS-STATUS.
           SELECT BGBB514L-F ASSIGN TO BGBB514L.
           SELECT BGBB514X-F ASSIGN TO BGBB514X.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
      *-------- PERMANENT PAYOUT HISTORY MASTER WRITTEN BY BGBB501
       FD  YF55204H-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS YF55204H-REC.
       01  YF55204H-REC.
           COPY YF55204H.
      *-------- SEQUENTIAL HISTORY ARCHIVE WRITTEN BY BGBB510
      *-------- (GENERATIONS MAY BE CONCATENATED ON THE DD, OR THE
      *-------- DD MAY BE ABSENT WHEN NOTHING HAS BEEN PURGED YET)
       FD  YF55204V-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS YF55204V-REC.
       01  YF55204V-REC.
           COPY YF55204H.
      *-------- KEYED TOUCH WORK FILE - REBUILT EMPTY EVERY RUN. THE
      *-------- LIVE AND ARCHIVED TOUCHES OF A PAYOUT COME TOGETHER
      *-------- HERE IN RUN-STAMP ORDER, WHATEVER ORDER THE ARCHIVE
      *-------- GENERATIONS WERE CONCATENATED IN
       FD  BGBB514W-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS BGBB514W-REC.
       01  BGBB514W-REC.
           03  STW-KEY.
               05  STW-NO-HKK          PIC X(10).
               05  STW-RUN-STAMP.
                   07  STW-RUN-DT      PIC 9(08).
                   07  STW-RUN-TM      PIC X(06).
               05  STW-REC-KBN         PIC X(01).
               05  STW-DT-SHK-JSK      PIC 9(08).
           03  STW-DATA                PIC X(122).
      *-------- 'H' = LIVE MASTER, 'V' = ARCHIVE
           03  STW-SRC                 PIC X(01).
           03  FILLER                  PIC X(04).
      *-------- KEYED STATEMENT WORK FILE - ONE RECORD PER PAYOUT
      *-------- HOLDING A POSITION FOR THE MONTH, IN STATEMENT ORDER
      *-------- (STORE, DEPARTMENT, ISSUE DATE, PAYOUT NUMBER)
       FD  BGBB514S-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS BGBB514S-REC.
       01  BGBB514S-REC.
           03  STS-KEY.
               05  STS-HB-TR-Z-SYS     PIC X(04).
               05  STS-CD-SHK-DPT      PIC X(02).
               05  STS-DT-SHK-SHR      PIC 9(08).
               05  STS-NO-HKK          PIC X(10).
           03  STS-DT-SHK-JSK          PIC 9(08).
      *-------- '1' = TOUCHED IN THE MONTH (LISTED ON THE STATEMENT)
           03  STS-SW-ACT              PIC X(01).
      *-------- '1' = ISSUED IN THE MONTH
           03  STS-SW-NEW              PIC X(01).
      *-------- '1' = LEFT LOAD REJECTED AND UNREPAIRED AT MONTH END
           03  STS-SW-REJ              PIC X(01).
           03  STS-MARK-TEISEI         PIC X(01).
           03  STS-MARK-RESEND         PIC X(01).
           03  STS-KIN-OPEN            PIC S9(11)     COMP-3.
           03  STS-KIN-ISSUE           PIC S9(11)     COMP-3.
           03  STS-KIN-ADJ             PIC S9(11)     COMP-3.
           03  STS-KIN-CLOSE           PIC S9(11)     COMP-3.
           03  FILLER                  PIC X(20).
      *-------- STATEMENT PRINT FILE
       FD  BGBB514L-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB514L-REC.
       01  BGBB514L-REC.
           COPY BGBB514L.
      *-------- STORE PORTAL EXTRACT
       FD  BGBB514X-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB514X-REC.
       01  BGBB514X-REC.
           COPY BGBB514X.
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
         03  SW-HIS-EOF                 PIC X(01).
         03  SW-ARC-EOF                 PIC X(01).
         03  SW-STW-EOF                 PIC X(01).
         03  SW-STS-EOF                 PIC X(01).
         03  SW-ARC-OPEN                PIC X(01).
           88  SW-ARC-OPEN-YES                  VALUE '1'.
         03  WK-CTR-HIS                 PIC 9(07).
         03  WK-CTR-ARC                 PIC 9(07).
         03  WK-CTR-AFTER               PIC 9(07).
         03  WK-CTR-DUP                 PIC 9(07).
         03  WK-CTR-PAY                 PIC 9(07).
         03  WK-CTR-TRZ                 PIC 9(07).
         03  WK-CTR-MEISAI              PIC 9(07).
         03  WK-KIN-ISSUE-ALL           PIC S9(13)     COMP-3.
         03  WK-KIN-CLOSE-ALL           PIC S9(13)     COMP-3.
      *
         03  WK-YFH-STATUS              PIC X(02).
           88  WK-YFH-STATUS-OK               VALUE '00'.
         03  WK-ARC-STATUS              PIC X(02).
           88  WK-ARC-STATUS-OK               VALUE '00'.
         03  WK-STW-STATUS              PIC X(02).
           88  WK-STW-STATUS-OK               VALUE '00'.
         03  WK-STS-STATUS              PIC X(02).
           88  WK-STS-STATUS-OK               VALUE '00'.
      *
      *-------- STATEMENT MONTH AND ITS FIRST/LAST DAY
         03  WK-YM                      PIC 9(06).
         03  WK-DT-ST                   PIC 9(08).
         03  WK-DT-ED                   PIC 9(08).
         03  WK-SEL-TRZ                 PIC X(04).
         03  WK-DT-YY                   PIC 9(04).
         03  WK-DT-MMDD                 PIC 9(04).
         03  WK-DT-MM                   PIC 9(02).
         03  WK-DT-DD                   PIC 9(02).
         03  WK-MONTH-ABS               PIC S9(07).
         03  WK-MONTH-DIV               PIC S9(05).
         03  WK-MONTH-REM               PIC S9(03).
      *-------- EFFECTIVE DATE OF A TOUCH - DT-SHK-SHR OF THE IMAGE
      *-------- FOR A FEED OR CORRECTION, THE RUN DATE OTHERWISE
         03  WK-DT-EFF                  PIC 9(08).
         03  SW-IN-MONTH                PIC X(01).
           88  SW-IN-MONTH-YES                  VALUE '1'.
      *
      *-------- ONE PAYOUT'S POSITION, BUILT FROM ITS TOUCHES IN RUN
      *-------- ORDER. THE LATEST 'A'/'C'/'K' TOUCH IS THE NET AMOUNT
      *-------- (AS IN BGBB505); A LOAD REJECTION ('J') LEAVES NOTHING
      *-------- PAID UNTIL THE REPAIRED PAYOUT IS FED AGAIN; A VOID
      *-------- ('V') CANCELS THE PAYOUT
         03  WK-PAY-NO-HKK              PIC X(10).
         03  SW-PAY-FED                 PIC X(01).
           88  SW-PAY-FED-YES                   VALUE '1'.
         03  SW-PAY-NEW                 PIC X(01).
         03  SW-PAY-ACT                 PIC X(01).
         03  SW-PAY-REJ                 PIC X(01).
         03  WK-PAY-MARK-TEISEI         PIC X(01).
         03  WK-PAY-MARK-RESEND         PIC X(01).
         03  WK-PAY-NET                 PIC S9(11)     COMP-3.
         03  WK-PAY-OPEN                PIC S9(11)     COMP-3.
         03  WK-PAY-ISSUE               PIC S9(11)     COMP-3.
         03  WK-PAY-DT-SHR              PIC 9(08).
         03  WK-PAY-DT-JSK              PIC 9(08).
         03  WK-PAY-TRZ                 PIC X(04).
         03  WK-PAY-DPT                 PIC X(02).
      *
      *-------- STATEMENT CONTROL BREAKS AND TOTALS
         03  WK-BRK-TRZ                 PIC X(04).
         03  WK-BRK-DPT                 PIC X(02).
         03  WK-TRZ-CTR                 PIC 9(07).
         03  WK-TRZ-OPEN                PIC S9(13)     COMP-3.
         03  WK-TRZ-ISSUE               PIC S9(13)     COMP-3.
         03  WK-TRZ-ADJ                 PIC S9(13)     COMP-3.
         03  WK-TRZ-CLOSE               PIC S9(13)     COMP-3.
         03  WK-DPT-CTR                 PIC 9(07).
         03  WK-DPT-OPEN                PIC S9(13)     COMP-3.
         03  WK-DPT-ISSUE               PIC S9(13)     COMP-3.
         03  WK-DPT-ADJ                 PIC S9(13)     COMP-3.
         03  WK-DPT-CLOSE               PIC S9(13)     COMP-3.
      *
      *-------- PORTAL AMOUNT CONVERSION (SIGN BYTE + DIGITS)
         03  WK-XKIN                    PIC S9(13)     COMP-3.
         03  WK-XSIGN                   PIC X(01).
         03  WK-XABS                    PIC 9(11).
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
       01  YF55204H.
           COPY YF55204H.
       01  YF55204V-CTL.
           COPY YF55204V.
       01  BGBB514L.
           COPY BGBB514L.
       01  BGBB514X.
           COPY BGBB514X.
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
       LINKAGE                 SECTION.
       01  BGBB514P.
           COPY BGBB514P.
      *
       PROCEDURE               DIVISION USING BGBB514P.
      ******************************************************************
      *        MAIN                                                    *
      ******************************************************************
       MAIN                    SECTION.
      *-------- INITIALIZATION (STATEMENT MONTH FROM PARM OR DEFAULT)
           PERFORM FST-RTN THRU FST-RTN-EXIT
           IF  RETURN-CODE NOT = ZERO
               GO TO MAIN-EXIT
           END-IF
      *-------- GATHER THE TOUCHES - LIVE MASTER, THEN THE ARCHIVE
           PERFORM HIS-LOAD-RTN THRU HIS-LOAD-RTN-EXIT
           PERFORM ARC-LOAD-RTN THRU ARC-LOAD-RTN-EXIT
      *-------- ONE POSITION PER PAYOUT
           PERFORM PAY-RTN THRU PAY-RTN-EXIT
      *-------- ONE STATEMENT PER STORE
           PERFORM STM-RTN THRU STM-RTN-EXIT
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
             TO SW-HIS-EOF
           MOVE SPACE
             TO SW-ARC-EOF
           MOVE SPACE
             TO SW-STW-EOF
           MOVE SPACE
             TO SW-STS-EOF
           MOVE SPACE
             TO SW-ARC-OPEN
           MOVE ZERO
             TO WK-CTR-HIS
           MOVE ZERO
             TO WK-CTR-ARC
           MOVE ZERO
             TO WK-CTR-AFTER
           MOVE ZERO
             TO WK-CTR-DUP
           MOVE ZERO
             TO WK-CTR-PAY
           MOVE ZERO
             TO WK-CTR-TRZ
           MOVE ZERO
             TO WK-CTR-MEISAI
           MOVE ZERO
             TO WK-KIN-ISSUE-ALL
           MOVE ZERO
             TO WK-KIN-CLOSE-ALL
      *
      *  [ZAGB110] BATCH PROCESSING DATE
           MOVE SPACE
             TO YAB110
           MOVE 'BGBB514'
             TO QA-NO-PGM           IN YAB110
           CALL 'ZAGB110' USING YAB110
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *
           OPEN OUTPUT BGBB514L-F
           OPEN OUTPUT BGBB514X-F
      *-------- STATEMENT MONTH - THE PARM, OR THE MONTH BEFORE THE
      *-------- BATCH DATE FOR THE NORMAL MONTH-END RUN
           MOVE ZERO
             TO WK-YM
           MOVE SPACE
             TO WK-SEL-TRZ
           IF  PARM-LEN >= 6
           AND PARM-YM              IN BGBB514P NUMERIC
               MOVE PARM-YM             IN BGBB514P
                 TO WK-YM
           END-IF
           IF  PARM-LEN >= 10
               MOVE PARM-HB-TR-Z-SYS    IN BGBB514P
                 TO WK-SEL-TRZ
           END-IF
           IF  WK-YM = ZERO
               DIVIDE DT-BTCHJ-SHR-ST IN YAB110 BY 10000
                 GIVING WK-DT-YY
                 REMAINDER WK-DT-MMDD
               DIVIDE WK-DT-MMDD BY 100
                 GIVING WK-DT-MM
                 REMAINDER WK-DT-DD
               COMPUTE WK-MONTH-ABS
                 = WK-DT-YY * 12 + WK-DT-MM - 1 - 1
               DIVIDE WK-MONTH-ABS BY 12
                 GIVING WK-MONTH-DIV
                 REMAINDER WK-MONTH-REM
               COMPUTE WK-YM
                 = WK-MONTH-DIV * 100 + WK-MONTH-REM + 1
           END-IF
      *-------- A MONTH OUTSIDE 01-12 IS A PARM ERROR - NO STATEMENT
      *-------- IS BETTER THAN A WRONG ONE GOING TO THE STORES
           DIVIDE WK-YM BY 100
             GIVING WK-DT-YY
             REMAINDER WK-DT-MM
           IF  WK-DT-MM < 1
           OR  WK-DT-MM > 12
               PERFORM STM-CLR-RTN THRU STM-CLR-RTN-EXIT
               SET STM-KBN-NOTE        IN BGBB514L
                 TO TRUE
               MOVE WK-YM
                 TO STM-YM              IN BGBB514L
               MOVE 'STATEMENT PARM INVALID'
                 TO STM-MSG             IN BGBB514L
               WRITE BGBB514L-REC FROM BGBB514L
               CLOSE BGBB514L-F
               CLOSE BGBB514X-F
               MOVE 16
                 TO RETURN-CODE
               GO TO FST-RTN-EXIT
           END-IF
           COMPUTE WK-DT-ST = WK-YM * 100 + 1
           COMPUTE WK-DT-ED = WK-YM * 100 + 31
      *
           OPEN INPUT YF55204H-F
           OPEN OUTPUT BGBB514W-F
           CLOSE       BGBB514W-F
           OPEN I-O    BGBB514W-F
      *
           .
       FST-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HIS-LOAD-RTN : LIVE MASTER TOUCHES TO THE WORK FILE    *
      ******************************************************************
       HIS-LOAD-RTN            SECTION.
      *
           MOVE LOW-VALUES
             TO HIS-KEY             IN YF55204H-REC
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
       HIS-LOAD-RTN-EXIT.
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
           COMPUTE WK-CTR-HIS = WK-CTR-HIS + 1
           MOVE YF55204H-REC
             TO YF55204H
           MOVE 'H'
             TO STW-SRC             IN BGBB514W-REC
           PERFORM TCH-ADD-RTN THRU TCH-ADD-RTN-EXIT
      *
           .
       HIS-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         ARC-LOAD-RTN : ARCHIVE TOUCHES TO THE WORK FILE        *
      *           A MONTH ALREADY PURGED BY BGBB510 IS ONLY ON THE     *
      *           ARCHIVE; OLDER MONTHS ARE NEEDED THERE TOO FOR THE   *
      *           OPENING NET POSITION. THE DD MAY BE ABSENT           *
      ******************************************************************
       ARC-LOAD-RTN            SECTION.
      *
           OPEN INPUT YF55204V-F
           IF  NOT WK-ARC-STATUS-OK
      *-------- SAY SO ON THE STATEMENT RUN - A PURGED MONTH WOULD
      *-------- OTHERWISE COME OUT SILENTLY SHORT
               PERFORM STM-CLR-RTN THRU STM-CLR-RTN-EXIT
               SET STM-KBN-NOTE        IN BGBB514L
                 TO TRUE
               MOVE WK-YM
                 TO STM-YM              IN BGBB514L
               MOVE 'ARCHIVE NOT READ'
                 TO STM-MSG             IN BGBB514L
               WRITE BGBB514L-REC FROM BGBB514L
               GO TO ARC-LOAD-RTN-EXIT
           END-IF
           MOVE '1'
             TO SW-ARC-OPEN
           PERFORM ARC-RED-RTN THRU ARC-RED-RTN-EXIT
             UNTIL SW-ARC-EOF NOT = SPACE
           CLOSE YF55204V-F
      *
           .
       ARC-LOAD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         ARC-RED-RTN : ARCHIVE SEQUENTIAL READ                  *
      ******************************************************************
       ARC-RED-RTN             SECTION.
      *
           READ YF55204V-F
             AT END
               MOVE '1'
                 TO SW-ARC-EOF
           END-READ
           IF  SW-ARC-EOF NOT = SPACE
               GO TO ARC-RED-RTN-EXIT
           END-IF
      *-------- SKIP THE BGBB510 CONTROL FRAME RECORDS
           MOVE YF55204V-REC
             TO YF55204V-CTL
           IF  VC-REC-HDR IN YF55204V-CTL
           OR  VC-REC-TRL IN YF55204V-CTL
               GO TO ARC-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-ARC = WK-CTR-ARC + 1
           MOVE YF55204V-REC
             TO YF55204H
           MOVE 'V'
             TO STW-SRC             IN BGBB514W-REC
           PERFORM TCH-ADD-RTN THRU TCH-ADD-RTN-EXIT
      *
           .
       ARC-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TCH-ADD-RTN : ONE TOUCH TO THE WORK FILE               *
      *           YF55204H HOLDS THE TOUCH. ONLY TOUCHES THAT MOVE     *
      *           MONEY OR MARK A RE-SEND ARE KEPT, AND NOTHING AFTER  *
      *           THE STATEMENT MONTH                                  *
      ******************************************************************
       TCH-ADD-RTN             SECTION.
      *
           IF  NOT HIS-REC-HONBAN   IN YF55204H
           AND NOT HIS-REC-TEISEI   IN YF55204H
           AND NOT HIS-REC-RESEND   IN YF55204H
           AND NOT HIS-REC-LOAD-REJ IN YF55204H
           AND NOT HIS-REC-VOID     IN YF55204H
           AND NOT HIS-REC-RECLASS  IN YF55204H
               GO TO TCH-ADD-RTN-EXIT
           END-IF
           MOVE HIS-NO-HKK          IN YF55204H
             TO STW-NO-HKK          IN BGBB514W-REC
           MOVE HIS-RUN-STAMP       IN YF55204H
             TO STW-RUN-STAMP       IN BGBB514W-REC
           MOVE HIS-REC-KBN         IN YF55204H
             TO STW-REC-KBN         IN BGBB514W-REC
           MOVE HIS-DT-SHK-JSK      IN YF55204H
             TO STW-DT-SHK-JSK      IN BGBB514W-REC
           MOVE HIS-DATA            IN YF55204H
             TO STW-DATA            IN BGBB514W-REC
           PERFORM EFF-DT-RTN THRU EFF-DT-RTN-EXIT
           IF  WK-DT-EFF > WK-DT-ED
               COMPUTE WK-CTR-AFTER = WK-CTR-AFTER + 1
               GO TO TCH-ADD-RTN-EXIT
           END-IF
      *-------- THE SAME TOUCH ON THE MASTER AND AN ARCHIVE GENERATION
      *-------- (OR ON TWO GENERATIONS) IS COUNTED ONCE
           WRITE BGBB514W-REC
             INVALID KEY
               COMPUTE WK-CTR-DUP = WK-CTR-DUP + 1
           END-WRITE
      *
           .
       TCH-ADD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         EFF-DT-RTN : EFFECTIVE DATE OF THE TOUCH IN            *
      *                      BGBB514W-REC                              *
      ******************************************************************
       EFF-DT-RTN              SECTION.
      *
           MOVE STW-DATA            IN BGBB514W-REC
             TO YF55204A
           IF  STW-REC-KBN          IN BGBB514W-REC = 'A'
           OR  STW-REC-KBN          IN BGBB514W-REC = 'C'
           OR  STW-REC-KBN          IN BGBB514W-REC = 'K'
               MOVE DT-SHK-SHR          IN YF55204A
                 TO WK-DT-EFF
             ELSE
               MOVE STW-RUN-DT          IN BGBB514W-REC
                 TO WK-DT-EFF
           END-IF
           MOVE SPACE
             TO SW-IN-MONTH
           IF  WK-DT-EFF NOT < WK-DT-ST
               MOVE '1'
                 TO SW-IN-MONTH
           END-IF
      *
           .
       EFF-DT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-RTN : ONE POSITION PER PAYOUT TO BGBB514S          *
      ******************************************************************
       PAY-RTN                 SECTION.
      *
           OPEN OUTPUT BGBB514S-F
           CLOSE       BGBB514S-F
           OPEN I-O    BGBB514S-F
      *
           MOVE LOW-VALUES
             TO STW-KEY             IN BGBB514W-REC
           START BGBB514W-F
             KEY NOT < STW-KEY      IN BGBB514W-REC
             INVALID KEY
               MOVE '1'
                 TO SW-STW-EOF
           END-START
           IF  NOT WK-STW-STATUS-OK
               MOVE '1'
                 TO SW-STW-EOF
           END-IF
           PERFORM STW-RED-RTN THRU STW-RED-RTN-EXIT
           PERFORM PAY-ONE-RTN THRU PAY-ONE-RTN-EXIT
             UNTIL SW-STW-EOF NOT = SPACE
      *
           .
       PAY-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         STW-RED-RTN : TOUCH WORK FILE SEQUENTIAL READ          *
      ******************************************************************
       STW-RED-RTN             SECTION.
      *
           IF  SW-STW-EOF NOT = SPACE
               GO TO STW-RED-RTN-EXIT
           END-IF
           READ BGBB514W-F NEXT RECORD
             AT END
               MOVE '1'
                 TO SW-STW-EOF
           END-READ
           IF  NOT WK-STW-STATUS-OK
               MOVE '1'
                 TO SW-STW-EOF
           END-IF
      *
           .
       STW-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-ONE-RTN : ALL TOUCHES OF ONE PAYOUT                *
      ******************************************************************
       PAY-ONE-RTN             SECTION.
      *
           MOVE STW-NO-HKK          IN BGBB514W-REC
             TO WK-PAY-NO-HKK
           MOVE SPACE
             TO SW-PAY-FED
           MOVE SPACE
             TO SW-PAY-NEW
           MOVE SPACE
             TO SW-PAY-ACT
           MOVE SPACE
             TO SW-PAY-REJ
           MOVE SPACE
             TO WK-PAY-MARK-TEISEI
           MOVE SPACE
             TO WK-PAY-MARK-RESEND
           MOVE ZERO
             TO WK-PAY-NET
           MOVE ZERO
             TO WK-PAY-OPEN
           MOVE ZERO
             TO WK-PAY-ISSUE
           MOVE ZERO
             TO WK-PAY-DT-SHR
           MOVE ZERO
             TO WK-PAY-DT-JSK
           MOVE SPACE
             TO WK-PAY-TRZ
           MOVE SPACE
             TO WK-PAY-DPT
           PERFORM PAY-TCH-RTN THRU PAY-TCH-RTN-EXIT
             UNTIL SW-STW-EOF NOT = SPACE
             OR STW-NO-HKK IN BGBB514W-REC NOT = WK-PAY-NO-HKK
           PERFORM PAY-OUT-RTN THRU PAY-OUT-RTN-EXIT
      *
           .
       PAY-ONE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-TCH-RTN : APPLY ONE TOUCH TO THE PAYOUT POSITION   *
      ******************************************************************
       PAY-TCH-RTN             SECTION.
      *
           PERFORM EFF-DT-RTN THRU EFF-DT-RTN-EXIT
      *-------- FEED RECORD - THE FIRST ONE IS THE ISSUE; A LATER ONE
      *-------- IS THE RE-FEED OF A REPAIRED LOAD REJECTION
           IF  STW-REC-KBN          IN BGBB514W-REC = 'A'
               IF  NOT SW-PAY-FED-YES
                   MOVE '1'
                     TO SW-PAY-FED
                   MOVE DT-SHK-SHR          IN YF55204A
                     TO WK-PAY-DT-SHR
                   IF  SW-IN-MONTH-YES
                       MOVE '1'
                         TO SW-PAY-NEW
                       MOVE KS-SHK-JSK          IN YF55204A
                         TO WK-PAY-ISSUE
                   END-IF
               END-IF
               IF  SW-IN-MONTH-YES
               AND SCT-RESEND           IN YF55204A = '1'
                   MOVE 'R'
                     TO WK-PAY-MARK-RESEND
               END-IF
               MOVE KS-SHK-JSK          IN YF55204A
                 TO WK-PAY-NET
               MOVE SPACE
                 TO SW-PAY-REJ
               PERFORM PAY-IMG-RTN THRU PAY-IMG-RTN-EXIT
           END-IF
      *-------- CORRECTION - THE CORRECTED VALUE REPLACES THE NET
           IF  STW-REC-KBN          IN BGBB514W-REC = 'C'
               IF  NOT SW-PAY-FED-YES
                   MOVE '1'
                     TO SW-PAY-FED
                   MOVE DT-SHK-SHR          IN YF55204A
                     TO WK-PAY-DT-SHR
               END-IF
               IF  SW-IN-MONTH-YES
                   MOVE 'C'
                     TO WK-PAY-MARK-TEISEI
               END-IF
               MOVE KS-SHK-JSK          IN YF55204A
                 TO WK-PAY-NET
               PERFORM PAY-IMG-RTN THRU PAY-IMG-RTN-EXIT
           END-IF
      *-------- LOAD REJECTION - NOTHING PAID UNTIL THE RE-FEED
           IF  STW-REC-KBN          IN BGBB514W-REC = 'J'
               MOVE ZERO
                 TO WK-PAY-NET
               MOVE '1'
                 TO SW-PAY-REJ
           END-IF
      *-------- RECLASSIFICATION - SAME NET, NEW DEPARTMENT
           IF  STW-REC-KBN          IN BGBB514W-REC = 'K'
               IF  SW-IN-MONTH-YES
                   MOVE 'K'
                     TO WK-PAY-MARK-TEISEI
               END-IF
               MOVE KS-SHK-JSK          IN YF55204A
                 TO WK-PAY-NET
               PERFORM PAY-IMG-RTN THRU PAY-IMG-RTN-EXIT
           END-IF
      *-------- VOID - THE PAYOUT IS CANCELLED, NOTHING STAYS PAID
           IF  STW-REC-KBN          IN BGBB514W-REC = 'V'
               MOVE ZERO
                 TO WK-PAY-NET
               MOVE SPACE
                 TO SW-PAY-REJ
               IF  SW-IN-MONTH-YES
                   MOVE 'V'
                     TO WK-PAY-MARK-TEISEI
               END-IF
           END-IF
      *-------- RE-SEND BY BGBB511 - NO MONEY MOVES, MARK ONLY
           IF  STW-REC-KBN          IN BGBB514W-REC = 'S'
           AND SW-IN-MONTH-YES
               MOVE 'R'
                 TO WK-PAY-MARK-RESEND
           END-IF
      *
           IF  SW-IN-MONTH-YES
               MOVE '1'
                 TO SW-PAY-ACT
             ELSE
               MOVE WK-PAY-NET
                 TO WK-PAY-OPEN
           END-IF
           PERFORM STW-RED-RTN THRU STW-RED-RTN-EXIT
      *
           .
       PAY-TCH-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-IMG-RTN : STORE/DEPARTMENT OF THE LATEST IMAGE     *
      ******************************************************************
       PAY-IMG-RTN             SECTION.
      *
           MOVE HB-TR-Z-SYS         IN YF55204A
             TO WK-PAY-TRZ
           MOVE CD-SHK-DPT          IN YF55204A
             TO WK-PAY-DPT
           MOVE DT-SHK-JSK          IN YF55204A
             TO WK-PAY-DT-JSK
      *
           .
       PAY-IMG-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-OUT-RTN : PAYOUT POSITION TO BGBB514S              *
      *           A PAYOUT NEVER FED (ONLY A RE-SEND OR REJECTION OF   *
      *           AN ARCHIVE GENERATION NOT SUPPLIED), OR ONE WITH NO  *
      *           POSITION AND NO MOVEMENT IN THE MONTH, IS LEFT OUT   *
      ******************************************************************
       PAY-OUT-RTN             SECTION.
      *
           IF  NOT SW-PAY-FED-YES
               GO TO PAY-OUT-RTN-EXIT
           END-IF
           IF  WK-PAY-OPEN = ZERO
           AND WK-PAY-NET = ZERO
           AND SW-PAY-ACT = SPACE
               GO TO PAY-OUT-RTN-EXIT
           END-IF
           IF  WK-SEL-TRZ NOT = SPACE
           AND WK-PAY-TRZ NOT = WK-SEL-TRZ
               GO TO PAY-OUT-RTN-EXIT
           END-IF
      *
           MOVE SPACE
             TO BGBB514S-REC
           MOVE WK-PAY-TRZ
             TO STS-HB-TR-Z-SYS     IN BGBB514S-REC
           MOVE WK-PAY-DPT
             TO STS-CD-SHK-DPT      IN BGBB514S-REC
           MOVE WK-PAY-DT-SHR
             TO STS-DT-SHK-SHR      IN BGBB514S-REC
           MOVE WK-PAY-NO-HKK
             TO STS-NO-HKK          IN BGBB514S-REC
           MOVE WK-PAY-DT-JSK
             TO STS-DT-SHK-JSK      IN BGBB514S-REC
           MOVE SW-PAY-ACT
             TO STS-SW-ACT          IN BGBB514S-REC
           MOVE SW-PAY-NEW
             TO STS-SW-NEW          IN BGBB514S-REC
           MOVE SW-PAY-REJ
             TO STS-SW-REJ          IN BGBB514S-REC
           MOVE WK-PAY-MARK-TEISEI
             TO STS-MARK-TEISEI     IN BGBB514S-REC
           MOVE WK-PAY-MARK-RESEND
             TO STS-MARK-RESEND     IN BGBB514S-REC
           MOVE WK-PAY-OPEN
             TO STS-KIN-OPEN        IN BGBB514S-REC
           MOVE WK-PAY-ISSUE
             TO STS-KIN-ISSUE       IN BGBB514S-REC
      *-------- EVERYTHING BETWEEN THE ORIGINAL AND THE CLOSING NET
      *-------- (CORRECTIONS, A REJECTION, ITS RE-FEED) IS ADJUSTMENT
           COMPUTE STS-KIN-ADJ      IN BGBB514S-REC
             = WK-PAY-NET - WK-PAY-OPEN - WK-PAY-ISSUE
           MOVE WK-PAY-NET
             TO STS-KIN-CLOSE       IN BGBB514S-REC
           WRITE BGBB514S-REC
             INVALID KEY
               COMPUTE WK-CTR-DUP = WK-CTR-DUP + 1
               GO TO PAY-OUT-RTN-EXIT
           END-WRITE
           COMPUTE WK-CTR-PAY = WK-CTR-PAY + 1
      *
           .
       PAY-OUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         STM-RTN : STATEMENTS FROM BGBB514S                     *
      ******************************************************************
       STM-RTN                 SECTION.
      *
           MOVE LOW-VALUES
             TO STS-KEY             IN BGBB514S-REC
           START BGBB514S-F
             KEY NOT < STS-KEY      IN BGBB514S-REC
             INVALID KEY
               MOVE '1'
                 TO SW-STS-EOF
           END-START
           IF  NOT WK-STS-STATUS-OK
               MOVE '1'
                 TO SW-STS-EOF
           END-IF
           PERFORM STS-RED-RTN THRU STS-RED-RTN-EXIT
           IF  SW-STS-EOF NOT = SPACE
               PERFORM STM-CLR-RTN THRU STM-CLR-RTN-EXIT
               SET STM-KBN-NOTE        IN BGBB514L
                 TO TRUE
               MOVE WK-SEL-TRZ
                 TO STM-HB-TR-Z-SYS     IN BGBB514L
               MOVE WK-YM
                 TO STM-YM              IN BGBB514L
               MOVE 'NO PAYOUTS FOR MONTH'
                 TO STM-MSG             IN BGBB514L
               WRITE BGBB514L-REC FROM BGBB514L
               GO TO STM-RTN-EXIT
           END-IF
           PERFORM STM-TRZ-RTN THRU STM-TRZ-RTN-EXIT
             UNTIL SW-STS-EOF NOT = SPACE
      *
           .
       STM-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         STS-RED-RTN : STATEMENT WORK FILE SEQUENTIAL READ      *
      ******************************************************************
       STS-RED-RTN             SECTION.
      *
           IF  SW-STS-EOF NOT = SPACE
               GO TO STS-RED-RTN-EXIT
           END-IF
           READ BGBB514S-F NEXT RECORD
             AT END
               MOVE '1'
                 TO SW-STS-EOF
           END-READ
           IF  NOT WK-STS-STATUS-OK
               MOVE '1'
                 TO SW-STS-EOF
           END-IF
      *
           .
       STS-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         STM-TRZ-RTN : ONE STORE'S STATEMENT                    *
      *           A FIRST PASS OVER THE STORE'S RECORDS TOTALS THE     *
      *           POSITION SO THE OPENING NET CAN HEAD THE STATEMENT,  *
      *           THEN THE STORE IS READ AGAIN TO PRINT IT             *
      ******************************************************************
       STM-TRZ-RTN             SECTION.
      *
           MOVE STS-HB-TR-Z-SYS     IN BGBB514S-REC
             TO WK-BRK-TRZ
           MOVE ZERO
             TO WK-TRZ-CTR
           MOVE ZERO
             TO WK-TRZ-OPEN
           MOVE ZERO
             TO WK-TRZ-ISSUE
           MOVE ZERO
             TO WK-TRZ-ADJ
           MOVE ZERO
             TO WK-TRZ-CLOSE
           PERFORM STM-SUM-RTN THRU STM-SUM-RTN-EXIT
             UNTIL SW-STS-EOF NOT = SPACE
             OR STS-HB-TR-Z-SYS IN BGBB514S-REC NOT = WK-BRK-TRZ
      *-------- BACK TO THE STORE'S FIRST RECORD
           MOVE SPACE
             TO SW-STS-EOF
           MOVE LOW-VALUES
             TO STS-KEY             IN BGBB514S-REC
           MOVE WK-BRK-TRZ
             TO STS-HB-TR-Z-SYS     IN BGBB514S-REC
           START BGBB514S-F
             KEY NOT < STS-KEY      IN BGBB514S-REC
             INVALID KEY
               MOVE '1'
                 TO SW-STS-EOF
           END-START
           PERFORM STS-RED-RTN THRU STS-RED-RTN-EXIT
           COMPUTE WK-CTR-TRZ = WK-CTR-TRZ + 1
      *
      *-------- HEADING AND OPENING NET POSITION
           PERFORM STM-CLR-RTN THRU STM-CLR-RTN-EXIT
           SET STM-KBN-MIDASHI     IN BGBB514L
             TO TRUE
           MOVE WK-BRK-TRZ
             TO STM-HB-TR-Z-SYS     IN BGBB514L
           MOVE WK-YM
             TO STM-YM              IN BGBB514L
           MOVE 'PAYOUT STATEMENT'
             TO STM-MSG             IN BGBB514L
           WRITE BGBB514L-REC FROM BGBB514L
           PERFORM STM-CLR-RTN THRU STM-CLR-RTN-EXIT
           SET STM-KBN-OPEN        IN BGBB514L
             TO TRUE
           MOVE WK-BRK-TRZ
             TO STM-HB-TR-Z-SYS     IN BGBB514L
           MOVE WK-YM
             TO STM-YM              IN BGBB514L
           MOVE WK-TRZ-OPEN
             TO STM-KIN-OPEN        IN BGBB514L
           MOVE 'OPENING NET POSITION'
             TO STM-MSG             IN BGBB514L
           WRITE BGBB514L-REC FROM BGBB514L
           PERFORM XST-CLR-RTN THRU XST-CLR-RTN-EXIT
           SET XST-REC-HDR         IN BGBB514X
             TO TRUE
           MOVE WK-TRZ-OPEN
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-OPEN       IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-OPEN        IN BGBB514X
           WRITE BGBB514X-REC FROM BGBB514X
      *
      *-------- ONE BLOCK PER DEPARTMENT
           PERFORM STM-DPT-RTN THRU STM-DPT-RTN-EXIT
             UNTIL SW-STS-EOF NOT = SPACE
             OR STS-HB-TR-Z-SYS IN BGBB514S-REC NOT = WK-BRK-TRZ
      *
      *-------- CLOSING NET POSITION = OPENING + ISSUED + ADJUSTED
           PERFORM STM-CLR-RTN THRU STM-CLR-RTN-EXIT
           SET STM-KBN-CLOSE       IN BGBB514L
             TO TRUE
           MOVE WK-BRK-TRZ
             TO STM-HB-TR-Z-SYS     IN BGBB514L
           MOVE WK-YM
             TO STM-YM              IN BGBB514L
           MOVE WK-TRZ-CTR
             TO STM-CTR             IN BGBB514L
           MOVE WK-TRZ-OPEN
             TO STM-KIN-OPEN        IN BGBB514L
           MOVE WK-TRZ-ISSUE
             TO STM-KIN-ISSUE       IN BGBB514L
           MOVE WK-TRZ-ADJ
             TO STM-KIN-ADJ         IN BGBB514L
           MOVE WK-TRZ-CLOSE
             TO STM-KIN-CLOSE       IN BGBB514L
           MOVE 'CLOSING NET POSITION'
             TO STM-MSG             IN BGBB514L
           WRITE BGBB514L-REC FROM BGBB514L
           PERFORM XST-CLR-RTN THRU XST-CLR-RTN-EXIT
           SET XST-REC-TRL         IN BGBB514X
             TO TRUE
           MOVE WK-TRZ-CTR
             TO XST-CTR             IN BGBB514X
           PERFORM XST-TOT-RTN THRU XST-TOT-RTN-EXIT
           WRITE BGBB514X-REC FROM BGBB514X
           COMPUTE WK-KIN-ISSUE-ALL = WK-KIN-ISSUE-ALL + WK-TRZ-ISSUE
           COMPUTE WK-KIN-CLOSE-ALL = WK-KIN-CLOSE-ALL + WK-TRZ-CLOSE
      *
           .
       STM-TRZ-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         STM-SUM-RTN : STORE TOTALS (FIRST PASS)                *
      ******************************************************************
       STM-SUM-RTN             SECTION.
      *
           IF  STS-SW-ACT           IN BGBB514S-REC = '1'
               COMPUTE WK-TRZ-CTR = WK-TRZ-CTR + 1
           END-IF
           COMPUTE WK-TRZ-OPEN = WK-TRZ-OPEN
             + STS-KIN-OPEN         IN BGBB514S-REC
           COMPUTE WK-TRZ-ISSUE = WK-TRZ-ISSUE
             + STS-KIN-ISSUE        IN BGBB514S-REC
           COMPUTE WK-TRZ-ADJ = WK-TRZ-ADJ
             + STS-KIN-ADJ          IN BGBB514S-REC
           COMPUTE WK-TRZ-CLOSE = WK-TRZ-CLOSE
             + STS-KIN-CLOSE        IN BGBB514S-REC
           PERFORM STS-RED-RTN THRU STS-RED-RTN-EXIT
      *
           .
       STM-SUM-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         STM-DPT-RTN : ONE CD-SHK-DPT BLOCK AND ITS SUBTOTAL    *
      ******************************************************************
       STM-DPT-RTN             SECTION.
      *
           MOVE STS-CD-SHK-DPT      IN BGBB514S-REC
             TO WK-BRK-DPT
           MOVE ZERO
             TO WK-DPT-CTR
           MOVE ZERO
             TO WK-DPT-OPEN
           MOVE ZERO
             TO WK-DPT-ISSUE
           MOVE ZERO
             TO WK-DPT-ADJ
           MOVE ZERO
             TO WK-DPT-CLOSE
           PERFORM STM-LINE-RTN THRU STM-LINE-RTN-EXIT
             UNTIL SW-STS-EOF NOT = SPACE
             OR STS-HB-TR-Z-SYS IN BGBB514S-REC NOT = WK-BRK-TRZ
             OR STS-CD-SHK-DPT  IN BGBB514S-REC NOT = WK-BRK-DPT
      *
           PERFORM STM-CLR-RTN THRU STM-CLR-RTN-EXIT
           SET STM-KBN-DPT-KEI     IN BGBB514L
             TO TRUE
           MOVE WK-BRK-TRZ
             TO STM-HB-TR-Z-SYS     IN BGBB514L
           MOVE WK-YM
             TO STM-YM              IN BGBB514L
           MOVE WK-BRK-DPT
             TO STM-CD-SHK-DPT      IN BGBB514L
           MOVE WK-DPT-CTR
             TO STM-CTR             IN BGBB514L
           MOVE WK-DPT-OPEN
             TO STM-KIN-OPEN        IN BGBB514L
           MOVE WK-DPT-ISSUE
             TO STM-KIN-ISSUE       IN BGBB514L
           MOVE WK-DPT-ADJ
             TO STM-KIN-ADJ         IN BGBB514L
           MOVE WK-DPT-CLOSE
             TO STM-KIN-CLOSE       IN BGBB514L
           MOVE 'DEPARTMENT SUBTOTAL'
             TO STM-MSG             IN BGBB514L
           WRITE BGBB514L-REC FROM BGBB514L
           PERFORM XST-CLR-RTN THRU XST-CLR-RTN-EXIT
           SET XST-REC-DPT-KEI     IN BGBB514X
             TO TRUE
           MOVE WK-BRK-DPT
             TO XST-CD-SHK-DPT      IN BGBB514X
           MOVE WK-DPT-CTR
             TO XST-CTR             IN BGBB514X
           MOVE WK-DPT-OPEN
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-OPEN       IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-OPEN        IN BGBB514X
           MOVE WK-DPT-ISSUE
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-ISSUE      IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-ISSUE       IN BGBB514X
           MOVE WK-DPT-ADJ
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-ADJ        IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-ADJ         IN BGBB514X
           MOVE WK-DPT-CLOSE
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-CLOSE      IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-CLOSE       IN BGBB514X
           WRITE BGBB514X-REC FROM BGBB514X
      *
           .
       STM-DPT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         STM-LINE-RTN : ONE PAYOUT (LISTED IF TOUCHED IN THE    *
      *                        MONTH, ALWAYS IN THE SUBTOTAL)          *
      ******************************************************************
       STM-LINE-RTN            SECTION.
      *
           COMPUTE WK-DPT-OPEN = WK-DPT-OPEN
             + STS-KIN-OPEN         IN BGBB514S-REC
           COMPUTE WK-DPT-ISSUE = WK-DPT-ISSUE
             + STS-KIN-ISSUE        IN BGBB514S-REC
           COMPUTE WK-DPT-ADJ = WK-DPT-ADJ
             + STS-KIN-ADJ          IN BGBB514S-REC
           COMPUTE WK-DPT-CLOSE = WK-DPT-CLOSE
             + STS-KIN-CLOSE        IN BGBB514S-REC
           IF  STS-SW-ACT           IN BGBB514S-REC = '1'
               COMPUTE WK-DPT-CTR = WK-DPT-CTR + 1
               COMPUTE WK-CTR-MEISAI = WK-CTR-MEISAI + 1
               PERFORM STM-PRT-RTN THRU STM-PRT-RTN-EXIT
           END-IF
           PERFORM STS-RED-RTN THRU STS-RED-RTN-EXIT
      *
           .
       STM-LINE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         STM-PRT-RTN : PAYOUT LINE TO THE PRINT AND EXTRACT     *
      ******************************************************************
       STM-PRT-RTN             SECTION.
      *
           PERFORM STM-CLR-RTN THRU STM-CLR-RTN-EXIT
           SET STM-KBN-MEISAI      IN BGBB514L
             TO TRUE
           MOVE WK-BRK-TRZ
             TO STM-HB-TR-Z-SYS     IN BGBB514L
           MOVE WK-YM
             TO STM-YM              IN BGBB514L
           MOVE STS-CD-SHK-DPT      IN BGBB514S-REC
             TO STM-CD-SHK-DPT      IN BGBB514L
           MOVE STS-DT-SHK-JSK      IN BGBB514S-REC
             TO STM-DT-SHK-JSK      IN BGBB514L
           MOVE STS-DT-SHK-SHR      IN BGBB514S-REC
             TO STM-DT-SHK-SHR      IN BGBB514L
           MOVE STS-NO-HKK          IN BGBB514S-REC
             TO STM-NO-HKK          IN BGBB514L
           MOVE STS-MARK-TEISEI     IN BGBB514S-REC
             TO STM-MARK-TEISEI     IN BGBB514L
           MOVE STS-MARK-RESEND     IN BGBB514S-REC
             TO STM-MARK-RESEND     IN BGBB514L
           MOVE STS-KIN-OPEN        IN BGBB514S-REC
             TO STM-KIN-OPEN        IN BGBB514L
           MOVE STS-KIN-ISSUE       IN BGBB514S-REC
             TO STM-KIN-ISSUE       IN BGBB514L
           MOVE STS-KIN-ADJ         IN BGBB514S-REC
             TO STM-KIN-ADJ         IN BGBB514L
           MOVE STS-KIN-CLOSE       IN BGBB514S-REC
             TO STM-KIN-CLOSE       IN BGBB514L
           IF  STS-SW-REJ           IN BGBB514S-REC = '1'
               MOVE 'LOAD REJECTED-NOT PAID'
                 TO STM-MSG             IN BGBB514L
             ELSE
           IF  STS-MARK-TEISEI      IN BGBB514S-REC = 'V'
               MOVE 'VOIDED - CANCELLED'
                 TO STM-MSG             IN BGBB514L
             ELSE
           IF  STS-MARK-TEISEI      IN BGBB514S-REC = 'K'
               MOVE 'DPT RECLASSIFIED'
                 TO STM-MSG             IN BGBB514L
             ELSE
           IF  STS-SW-NEW           IN BGBB514S-REC = '1'
               MOVE 'ISSUED THIS MONTH'
                 TO STM-MSG             IN BGBB514L
             ELSE
               MOVE 'ISSUED EARLIER'
                 TO STM-MSG             IN BGBB514L
           END-IF
           END-IF
           END-IF
           END-IF
           WRITE BGBB514L-REC FROM BGBB514L
      *
           PERFORM XST-CLR-RTN THRU XST-CLR-RTN-EXIT
           SET XST-REC-MEISAI      IN BGBB514X
             TO TRUE
           MOVE STS-CD-SHK-DPT      IN BGBB514S-REC
             TO XST-CD-SHK-DPT      IN BGBB514X
           MOVE STS-DT-SHK-JSK      IN BGBB514S-REC
             TO XST-DT-SHK-JSK      IN BGBB514X
           MOVE STS-DT-SHK-SHR      IN BGBB514S-REC
             TO XST-DT-SHK-SHR      IN BGBB514X
           MOVE STS-NO-HKK          IN BGBB514S-REC
             TO XST-NO-HKK          IN BGBB514X
           MOVE STS-MARK-TEISEI     IN BGBB514S-REC
             TO XST-MARK-TEISEI     IN BGBB514X
           MOVE STS-MARK-RESEND     IN BGBB514S-REC
             TO XST-MARK-RESEND     IN BGBB514X
           MOVE STS-KIN-OPEN        IN BGBB514S-REC
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-OPEN       IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-OPEN        IN BGBB514X
           MOVE STS-KIN-ISSUE       IN BGBB514S-REC
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-ISSUE      IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-ISSUE       IN BGBB514X
           MOVE STS-KIN-ADJ         IN BGBB514S-REC
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-ADJ        IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-ADJ         IN BGBB514X
           MOVE STS-KIN-CLOSE       IN BGBB514S-REC
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-CLOSE      IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-CLOSE       IN BGBB514X
           WRITE BGBB514X-REC FROM BGBB514X
      *
           .
       STM-PRT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         STM-CLR-RTN : CLEAR THE PRINT LINE                     *
      ******************************************************************
       STM-CLR-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB514L
           MOVE ZERO
             TO STM-YM              IN BGBB514L
           MOVE ZERO
             TO STM-DT-SHK-JSK      IN BGBB514L
           MOVE ZERO
             TO STM-DT-SHK-SHR      IN BGBB514L
           MOVE ZERO
             TO STM-CTR             IN BGBB514L
           MOVE ZERO
             TO STM-KIN-OPEN        IN BGBB514L
           MOVE ZERO
             TO STM-KIN-ISSUE       IN BGBB514L
           MOVE ZERO
             TO STM-KIN-ADJ         IN BGBB514L
           MOVE ZERO
             TO STM-KIN-CLOSE       IN BGBB514L
      *
           .
       STM-CLR-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         XST-CLR-RTN : CLEAR THE PORTAL RECORD FOR THE STORE    *
      *                       IN HAND (WK-BRK-TRZ)                     *
      ******************************************************************
       XST-CLR-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB514X
           MOVE WK-YM
             TO XST-YM              IN BGBB514X
           MOVE WK-BRK-TRZ
             TO XST-HB-TR-Z-SYS     IN BGBB514X
           MOVE ZERO
             TO XST-DT-SHK-JSK      IN BGBB514X
           MOVE ZERO
             TO XST-DT-SHK-SHR      IN BGBB514X
           MOVE ZERO
             TO XST-CTR             IN BGBB514X
           MOVE ZERO
             TO XST-KIN-OPEN        IN BGBB514X
           MOVE ZERO
             TO XST-KIN-ISSUE       IN BGBB514X
           MOVE ZERO
             TO XST-KIN-ADJ         IN BGBB514X
           MOVE ZERO
             TO XST-KIN-CLOSE       IN BGBB514X
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO XST-DT-CREATE       IN BGBB514X
      *
           .
       XST-CLR-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         XST-TOT-RTN : STORE TOTALS TO THE PORTAL TRAILER       *
      ******************************************************************
       XST-TOT-RTN             SECTION.
      *
           MOVE WK-TRZ-OPEN
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-OPEN       IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-OPEN        IN BGBB514X
           MOVE WK-TRZ-ISSUE
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-ISSUE      IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-ISSUE       IN BGBB514X
           MOVE WK-TRZ-ADJ
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-ADJ        IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-ADJ         IN BGBB514X
           MOVE WK-TRZ-CLOSE
             TO WK-XKIN
           PERFORM XST-KIN-RTN THRU XST-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XST-SIGN-CLOSE      IN BGBB514X
           MOVE WK-XABS
             TO XST-KIN-CLOSE       IN BGBB514X
      *
           .
       XST-TOT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         XST-KIN-RTN : WK-XKIN TO SIGN BYTE + DIGITS            *
      ******************************************************************
       XST-KIN-RTN             SECTION.
      *
           IF  WK-XKIN < ZERO
               MOVE '-'
                 TO WK-XSIGN
               COMPUTE WK-XABS = WK-XKIN * -1
             ELSE
               MOVE SPACE
                 TO WK-XSIGN
               MOVE WK-XKIN
                 TO WK-XABS
           END-IF
      *
           .
       XST-KIN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         END-RTN : TERMINATION                                  *
      ******************************************************************
       END-RTN                 SECTION.
      *
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
           CLOSE YF55204H-F
           CLOSE BGBB514W-F
           CLOSE BGBB514S-F
           CLOSE BGBB514L-F
           CLOSE BGBB514X-F
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
           MOVE 'BGBB514'
             TO Q-NO-PGM            IN YAG005
           MOVE '0'
             TO QA-REV-PGM          IN YAG005
           MOVE 'IN-YF55204H'
             TO QA-SV-KEY021        IN YAG005(1)
           MOVE 'IN-YF55204V'
             TO QA-SV-KEY021        IN YAG005(2)
           MOVE 'AFTER-MONTH'
             TO QA-SV-KEY021        IN YAG005(3)
           MOVE 'DUP-TOUCH'
             TO QA-SV-KEY021        IN YAG005(4)
           MOVE 'PAYOUTS'
             TO QA-SV-KEY021        IN YAG005(5)
           MOVE 'STATEMENTS'
             TO QA-SV-KEY021        IN YAG005(6)
           MOVE 'STM-MEISAI'
             TO QA-SV-KEY021        IN YAG005(7)
           MOVE WK-CTR-HIS
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-ARC
             TO QA-CTR-KENSU        IN YAG005(2)
           MOVE WK-CTR-AFTER
             TO QA-CTR-KENSU        IN YAG005(3)
           MOVE WK-CTR-DUP
             TO QA-CTR-KENSU        IN YAG005(4)
           MOVE WK-CTR-PAY
             TO QA-CTR-KENSU        IN YAG005(5)
           MOVE WK-CTR-TRZ
             TO QA-CTR-KENSU        IN YAG005(6)
           MOVE WK-CTR-MEISAI
             TO QA-CTR-KENSU        IN YAG005(7)
           MOVE WK-KIN-CLOSE-ALL
             TO QA-CTR-KINGAKU      IN YAG005(5)
           MOVE WK-KIN-ISSUE-ALL
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
             = WK-CTR-HIS
             + WK-CTR-ARC
           MOVE WK-CTR-MEISAI
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
           MOVE 'BGBB514'
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
