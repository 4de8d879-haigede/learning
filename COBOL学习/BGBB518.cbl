       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BGBB518.
      * *************************************************************
      * **      RETROACTIVE DEPARTMENT RECLASSIFICATION           ***
      * **                                                        ***
      * **      FOR ONE HB-TR-Z STORE AND A DT-SHK-JSK PERIOD,    ***
      * **      RE-RUNS THE BGBB501 DPT-GET RESOLUTION (ZAGB153/  ***
      * **      111/165 CHAIN, THEN THE BGBB501D OVERRIDE TABLE)  ***
      * **      AGAINST EACH PAYOUT'S LATEST YF55204H IMAGE AND   ***
      * **      LISTS EVERY PAYOUT WHOSE CD-SHK-DPT WOULD CHANGE  ***
      * **      (A BACKDATED BGBB504 OVERRIDE, OR STORE DATA      ***
      * **      FIXED AFTER THE FACT). WITH THE UPDATE SWITCH IT  ***
      * **      WRITES THE YF55204K DELTA FEED IN YF55204D        ***
      * **      LAYOUT - A REVERSAL OF THE FED VALUE FOLLOWED BY  ***
      * **      ITS REISSUE UNDER THE NEW DEPARTMENT - AND A 'K'  ***
      * **      TOUCH ON THE HISTORY MASTER. LIST-ONLY IS THE     ***
      * **      DEFAULT SO OPERATIONS CAN REVIEW THE IMPACT FIRST ***
      * *************************************************************
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.10.15  M.K  NEW PROGRAM                              *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT YF55204H-F ASSIGN TO YF55204H
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HIS-KEY OF YF55204H-REC
               FILE STATUS  IS WK-YFH-STATUS.
           SELECT BGBB501D-F ASSIGN TO BGBB501D
               FILE STATUS  IS WK-OVR-STATUS.
           SELECT YF55204K-F ASSIGN TO YF55204K.
           SELECT BGBB518L-F ASSIGN TO BGBB518L.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
      *-------- PERMANENT PAYOUT HISTORY MASTER - READ FOR THE LATEST
      *-------- IMAGE, WRITTEN WITH THE 'K' TOUCH IN UPDATE MODE
       FD  YF55204H-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS YF55204H-REC.
       01  YF55204H-REC.
           COPY YF55204H.
      *-------- OPERATIONS DEPARTMENT-CODE OVERRIDE MASTER (BGBB504)
       FD  BGBB501D-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB501D-REC.
       01  BGBB501D-REC.
           COPY BGBB501D.
      *-------- RECLASSIFICATION DELTA FEED IN YF55204D LAYOUT
      *-------- (REVERSAL + REISSUE), UPDATE MODE ONLY
       FD  YF55204K-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS YF55204K-REC.
       01  YF55204K-REC.
           COPY YF55204A.
      *-------- RECLASSIFICATION REPORT
       FD  BGBB518L-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB518L-REC.
       01  BGBB518L-REC.
           COPY BGBB518L.
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
         03  SW-UPD                     PIC X(01).
           88  SW-UPD-YES                       VALUE '1'.
         03  WK-CTR-HIS                 PIC 9(07).
         03  WK-CTR-SEL                 PIC 9(07).
         03  WK-CTR-SAME                PIC 9(07).
         03  WK-CTR-CHG                 PIC 9(07).
         03  WK-KIN-CHG                 PIC S9(11)     COMP-3.
         03  WK-CTR-DONE                PIC 9(07).
         03  WK-KIN-DONE                PIC S9(11)     COMP-3.
         03  WK-CTR-OUT                 PIC 9(07).
         03  WK-KIN-OUT                 PIC S9(11)     COMP-3.
         03  WK-CTR-VOID                PIC 9(07).
         03  WK-CTR-LOAD-REJ            PIC 9(07).
         03  WK-CTR-DPT-NASHI           PIC 9(07).
         03  WK-CTR-YFH-NG              PIC 9(07).
      *
         03  WK-YFH-STATUS              PIC X(02).
           88  WK-YFH-STATUS-OK               VALUE '00'.
      *
      *-------- SELECTION - THE STORE AS EXTRACTED AND, FOR IMAGES
      *-------- WRITTEN BEFORE HB-TR-Z-ORG WAS CARRIED, ITS
      *-------- CONVERTED HB-TR-Z-SYS FORM
         03  WK-SEL-TRZ                 PIC X(04).
         03  WK-SEL-TRZ-SYS             PIC X(04).
         03  WK-DT-ST                   PIC 9(08).
         03  WK-DT-ED                   PIC 9(08).
      *
         03  WK-RUN-STAMP.
           05  WK-RUN-STAMP-DT          PIC X(08).
           05  WK-RUN-STAMP-TM          PIC X(06).
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
      *-------- ONE PAYOUT, BUILT FROM ITS TOUCHES IN KEY ORDER. THE
      *-------- LATEST 'A'/'C'/'K' TOUCH IS THE FED VALUE; A LATER
      *-------- LOAD REJECTION ('J') LEAVES IT UNPAID UNTIL THE
      *-------- RE-FEED; A VOID ('V') CANCELS IT
       01  WK-PAY-AREA.
         03  WK-PAY-NO-HKK              PIC X(10).
         03  SW-IMG-FOUND               PIC X(01).
           88  SW-IMG-FOUND-YES                 VALUE '1'.
         03  SW-PAY-VOID                PIC X(01).
           88  SW-PAY-VOID-YES                  VALUE '1'.
         03  SW-PAY-REJ                 PIC X(01).
           88  SW-PAY-REJ-YES                   VALUE '1'.
         03  WK-IMG-DATA                PIC X(122).
         03  WK-IMG-DT-SHK-JSK          PIC 9(08).
      *-------- NEXT PAYOUT'S FIRST TOUCH, HELD WHILE THE 'K' TOUCH
      *-------- USES THE RECORD AREA
         03  WK-HIS-NEXT                PIC X(160).
      *
      ******************************************************************
      *    DPT-GET RESOLUTION WORK AREA (AS BGBB501)                   *
      *      ONE STORE PER RUN, SO THE CACHE IS KEYED ON THE PAYOUT    *
      *      DATE ALONE                                                *
      ******************************************************************
       01  WK-DGC-AREA.
         03  WK-DGC-AREA-START          PIC X(14)
             VALUE 'DGC-WORK-START'.
         03  WK-DPT-DT                  PIC 9(08).
         03  WK-DPT-NEW                 PIC X(02).
      *-------- RESULT KIND : '0' CHAIN / '1' OVERRIDE / '2' NOT FOUND
         03  WK-DPT-SRC                 PIC X(01).
         03  WK-NO-HKK-2                PIC X(02).
         03  WK-DGC-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-DGC-G                   PIC 9(04)      COMP.
         03  SW-DGC-FOUND               PIC X(01).
           88  SW-DGC-FOUND-YES                 VALUE '1'.
         03  WK-DGC-TBL OCCURS 1000 TIMES.
           05  WK-DGC-DT                PIC 9(08).
           05  WK-DGC-TBL-KIND          PIC X(01).
           05  WK-DGC-TBL-DPT           PIC X(02).
         03  WK-DGC-AREA-END            PIC X(12)
             VALUE 'DGC-WORK-END'.
      *
      ******************************************************************
      *    OPERATIONS DEPARTMENT-CODE OVERRIDE TABLE WORK AREA         *
      ******************************************************************
       01  WK-OVR-AREA.
         03  WK-OVR-AREA-START          PIC X(14)
             VALUE 'OVR-WORK-START'.
         03  WK-OVR-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-OVR-G                   PIC 9(04)      COMP.
         03  SW-OVR-EOF                 PIC X(01).
         03  SW-OVR-FOUND               PIC X(01).
           88  SW-OVR-FOUND-YES                 VALUE '1'.
         03  WK-OVR-STATUS              PIC X(02).
           88  WK-OVR-STATUS-OK               VALUE '00'.
      *-------- ENTRIES BEYOND THE TABLE ARE NOT LOST - THE SWITCH
      *-------- SENDS TABLE MISSES TO A DISK SCAN OF THE MASTER
         03  SW-OVR-DISK                PIC X(01).
           88  SW-OVR-DISK-YES                  VALUE '1'.
         03  WK-OVR-TBL OCCURS 500 TIMES.
           05  WK-OVR-TRZ               PIC X(04).
           05  WK-OVR-ST                PIC 9(08).
           05  WK-OVR-ED                PIC 9(08).
           05  WK-OVR-DPT               PIC X(02).
         03  WK-OVR-AREA-END            PIC X(12)
             VALUE 'OVR-WORK-END'.
      *
       01  BGBB518L.
           COPY BGBB518L.
       01  BGBB501D.
           COPY BGBB501D.
       01  YF55204A.
           COPY YF55204A.
       01  YF55204F.
           COPY YF55204F.
      *
       01  YAB110.
           COPY YAB110.
       01  YAG018.
           COPY YAG018.
       01  YAB111.
           COPY YAB111.
       01  YAB153.
           COPY YAB153.
       01  YAB165.
           COPY YAB165.
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
       01  BGBB518P.
           COPY BGBB518P.
      *
       PROCEDURE               DIVISION USING BGBB518P.
      ******************************************************************
      *        MAIN                                                    *
      ******************************************************************
       MAIN                    SECTION.
      *-------- INITIALIZATION (STORE, PERIOD AND MODE FROM PARM)
           PERFORM FST-RTN THRU FST-RTN-EXIT
           IF  RETURN-CODE NOT = ZERO
               GO TO MAIN-EXIT
           END-IF
      *-------- OVERRIDE TABLE AS BGBB501 WOULD SEE IT TODAY
           PERFORM OVR-LOAD-RTN THRU OVR-LOAD-RTN-EXIT
      *-------- ONE DECISION PER PAYOUT ON THE HISTORY MASTER
           PERFORM HIS-STR-RTN THRU HIS-STR-RTN-EXIT
           PERFORM PAY-ONE-RTN THRU PAY-ONE-RTN-EXIT
             UNTIL SW-HIS-EOF NOT = SPACE
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
             TO SW-UPD
           MOVE ZERO
             TO WK-CTR-HIS
           MOVE ZERO
             TO WK-CTR-SEL
           MOVE ZERO
             TO WK-CTR-SAME
           MOVE ZERO
             TO WK-CTR-CHG
           MOVE ZERO
             TO WK-KIN-CHG
           MOVE ZERO
             TO WK-CTR-DONE
           MOVE ZERO
             TO WK-KIN-DONE
           MOVE ZERO
             TO WK-CTR-OUT
           MOVE ZERO
             TO WK-KIN-OUT
           MOVE ZERO
             TO WK-CTR-VOID
           MOVE ZERO
             TO WK-CTR-LOAD-REJ
           MOVE ZERO
             TO WK-CTR-DPT-NASHI
           MOVE ZERO
             TO WK-CTR-YFH-NG
           ACCEPT WK-RUN-STAMP-DT FROM DATE YYYYMMDD
           ACCEPT WK-RUN-STAMP-TM FROM TIME
      *
      *  [ZAGB110] BATCH PROCESSING DATE
           MOVE SPACE
             TO YAB110
           MOVE 'BGBB518'
             TO QA-NO-PGM           IN YAB110
           CALL 'ZAGB110' USING YAB110
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *
           OPEN OUTPUT BGBB518L-F
      *-------- STORE, PERIOD AND MODE
           MOVE SPACE
             TO WK-SEL-TRZ
           MOVE ZERO
             TO WK-DT-ST
           MOVE ZERO
             TO WK-DT-ED
           IF  PARM-LEN >= 4
               MOVE PARM-HB-TR-Z        IN BGBB518P
                 TO WK-SEL-TRZ
           END-IF
           IF  PARM-LEN >= 12
           AND PARM-DT-ST           IN BGBB518P NUMERIC
               MOVE PARM-DT-ST          IN BGBB518P
                 TO WK-DT-ST
           END-IF
           IF  PARM-LEN >= 20
           AND PARM-DT-ED           IN BGBB518P NUMERIC
               MOVE PARM-DT-ED          IN BGBB518P
                 TO WK-DT-ED
           END-IF
           IF  WK-DT-ED = ZERO
               MOVE WK-DT-ST
                 TO WK-DT-ED
           END-IF
           IF  PARM-LEN >= 21
               IF  PARM-KBN-UPD-YES     IN BGBB518P
                   MOVE '1'
                     TO SW-UPD
                 ELSE
               IF  NOT PARM-KBN-UPD-LIST IN BGBB518P
      *-------- AN UNKNOWN MODE IS AN ERROR, NOT A QUIET LIST-ONLY
                   MOVE ZERO
                     TO WK-DT-ST
               END-IF
               END-IF
           END-IF
      *-------- NO STORE, NO PERIOD OR A PERIOD ENDING BEFORE IT
      *-------- STARTS - NOTHING IS RECLASSIFIED ON A GUESS
           IF  WK-SEL-TRZ = SPACE
           OR  WK-DT-ST = ZERO
           OR  WK-DT-ED < WK-DT-ST
               MOVE SPACE
                 TO BGBB518L
               SET RCL-KBN-PARM-NG     IN BGBB518L
                 TO TRUE
               MOVE WK-SEL-TRZ
                 TO RCL-HB-TR-Z         IN BGBB518L
               MOVE WK-DT-ST
                 TO RCL-DT-SHK-JSK      IN BGBB518L
               MOVE WK-DT-ED
                 TO RCL-DT-ED           IN BGBB518L
               MOVE ZERO
                 TO RCL-CTR             IN BGBB518L
               MOVE ZERO
                 TO RCL-KIN             IN BGBB518L
               MOVE 'RECLASSIFICATION PARM INVALID'
                 TO RCL-MSG             IN BGBB518L
               WRITE BGBB518L-REC FROM BGBB518L
               CLOSE BGBB518L-F
               MOVE 16
                 TO RETURN-CODE
               GO TO FST-RTN-EXIT
           END-IF
      *
      *  [ZAEB601] CONVERTED FORM OF THE STORE FOR OLDER IMAGES
           MOVE SPACE
             TO YAG018
           MOVE WK-SEL-TRZ
             TO QA-HB-TR            IN YAG018
           CALL 'ZAEB601' USING YAG018
           IF  QA-CD-RTN-OK         IN YAG018
               MOVE QA-HB-TR            IN YAG018
                 TO WK-SEL-TRZ-SYS
             ELSE
               MOVE SPACE
                 TO WK-SEL-TRZ-SYS
           END-IF
      *
      *-------- HEADING
           MOVE SPACE
             TO BGBB518L
           SET RCL-KBN-MIDASHI     IN BGBB518L
             TO TRUE
           MOVE WK-SEL-TRZ
             TO RCL-HB-TR-Z         IN BGBB518L
           MOVE WK-DT-ST
             TO RCL-DT-SHK-JSK      IN BGBB518L
           MOVE WK-DT-ED
             TO RCL-DT-ED           IN BGBB518L
           MOVE ZERO
             TO RCL-CTR             IN BGBB518L
           MOVE ZERO
             TO RCL-KIN             IN BGBB518L
           IF  SW-UPD-YES
               MOVE 'U'
                 TO RCL-DPT-NEW         IN BGBB518L
               MOVE 'UPDATE - DELTA FEED AND HISTORY'
                 TO RCL-MSG             IN BGBB518L
             ELSE
               MOVE 'L'
                 TO RCL-DPT-NEW         IN BGBB518L
               MOVE 'LIST ONLY - NOTHING WRITTEN'
                 TO RCL-MSG             IN BGBB518L
           END-IF
           WRITE BGBB518L-REC FROM BGBB518L
      *
           IF  SW-UPD-YES
               OPEN I-O    YF55204H-F
               OPEN OUTPUT YF55204K-F
      *-------- FEED CONTROL HEADER - '97' MARKS THE RECLASSIFICATION
      *-------- FEED
               MOVE SPACE
                 TO YF55204F
               SET FC-REC-HDR          IN YF55204F
                 TO TRUE
               MOVE DT-BTCHJ-SHR-ST     IN YAB110
                 TO FC-DT-CREATE        IN YF55204F
               MOVE '97'
                 TO FC-NO-CYCLE         IN YF55204F
               MOVE ZERO
                 TO FC-CTR-RECORD       IN YF55204F
               MOVE ZERO
                 TO FC-HASH-SHK-JSK     IN YF55204F
               WRITE YF55204K-REC FROM YF55204F
             ELSE
               OPEN INPUT  YF55204H-F
           END-IF
      *
           .
       FST-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         OVR-LOAD-RTN : LOAD THE OPS OVERRIDE TABLE             *
      *           THE FILE MAY BE ABSENT OR EMPTY                      *
      ******************************************************************
       OVR-LOAD-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-OVR-EOF
           MOVE SPACE
             TO SW-OVR-DISK
           MOVE ZERO
             TO WK-OVR-CNT
           OPEN INPUT BGBB501D-F
           IF  NOT WK-OVR-STATUS-OK
               GO TO OVR-LOAD-RTN-EXIT
           END-IF
           PERFORM OVR-RED-RTN THRU OVR-RED-RTN-EXIT
             UNTIL SW-OVR-EOF NOT = SPACE
           CLOSE BGBB501D-F
      *
           .
       OVR-LOAD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         OVR-RED-RTN : OVERRIDE MASTER READ                     *
      *           ONLY THE STORE BEING RECLASSIFIED IS KEPT            *
      ******************************************************************
       OVR-RED-RTN             SECTION.
      *
           READ BGBB501D-F INTO BGBB501D
             AT END
               MOVE '1'
                 TO SW-OVR-EOF
           END-READ
           IF  SW-OVR-EOF NOT = SPACE
               GO TO OVR-RED-RTN-EXIT
           END-IF
           IF  OVR-HB-TR-Z          IN BGBB501D NOT = WK-SEL-TRZ
               GO TO OVR-RED-RTN-EXIT
           END-IF
           IF  WK-OVR-CNT < 500
               COMPUTE WK-OVR-CNT = WK-OVR-CNT + 1
               MOVE OVR-HB-TR-Z         IN BGBB501D
                 TO WK-OVR-TRZ(WK-OVR-CNT)
               MOVE OVR-DT-EFF-ST       IN BGBB501D
                 TO WK-OVR-ST(WK-OVR-CNT)
               MOVE OVR-DT-EFF-ED       IN BGBB501D
                 TO WK-OVR-ED(WK-OVR-CNT)
               MOVE OVR-CD-SHK-DPT      IN BGBB501D
                 TO WK-OVR-DPT(WK-OVR-CNT)
             ELSE
      *-------- BEYOND THE FAST TABLE - TABLE MISSES WILL RE-SCAN
      *-------- THE MASTER ON DISK SO NO ENTRY IS EVER IGNORED
               MOVE '1'
                 TO SW-OVR-DISK
           END-IF
      *
           .
       OVR-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HIS-STR-RTN : POSITION AT THE START OF THE MASTER      *
      *           THE MASTER IS KEYED ON THE PAYOUT NUMBER, NOT THE    *
      *           STORE, SO EVERY PAYOUT IS LOOKED AT                  *
      ******************************************************************
       HIS-STR-RTN             SECTION.
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
      *
           .
       HIS-STR-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HIS-RED-RTN : HISTORY MASTER SEQUENTIAL READ           *
      ******************************************************************
       HIS-RED-RTN             SECTION.
      *
           IF  SW-HIS-EOF NOT = SPACE
               GO TO HIS-RED-RTN-EXIT
           END-IF
           READ YF55204H-F NEXT RECORD
             AT END
               MOVE '1'
                 TO SW-HIS-EOF
           END-READ
           IF  NOT WK-YFH-STATUS-OK
               MOVE '1'
                 TO SW-HIS-EOF
           END-IF
           IF  SW-HIS-EOF = SPACE
               COMPUTE WK-CTR-HIS = WK-CTR-HIS + 1
           END-IF
      *
           .
       HIS-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-ONE-RTN : ALL TOUCHES OF ONE PAYOUT                *
      ******************************************************************
       PAY-ONE-RTN             SECTION.
      *
           MOVE HIS-NO-HKK          IN YF55204H-REC
             TO WK-PAY-NO-HKK
           MOVE SPACE
             TO SW-IMG-FOUND
           MOVE SPACE
             TO SW-PAY-VOID
           MOVE SPACE
             TO SW-PAY-REJ
           PERFORM PAY-TCH-RTN THRU PAY-TCH-RTN-EXIT
             UNTIL SW-HIS-EOF NOT = SPACE
             OR HIS-NO-HKK IN YF55204H-REC NOT = WK-PAY-NO-HKK
           PERFORM PAY-CHK-RTN THRU PAY-CHK-RTN-EXIT
      *
           .
       PAY-ONE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-TCH-RTN : APPLY ONE TOUCH TO THE PAYOUT            *
      *           KEY ORDER LEAVES THE LATEST IMAGE STANDING           *
      ******************************************************************
       PAY-TCH-RTN             SECTION.
      *
           IF  HIS-REC-HONBAN       IN YF55204H-REC
           OR  HIS-REC-TEISEI       IN YF55204H-REC
           OR  HIS-REC-RECLASS      IN YF55204H-REC
               MOVE HIS-DATA            IN YF55204H-REC
                 TO WK-IMG-DATA
               MOVE HIS-DT-SHK-JSK      IN YF55204H-REC
                 TO WK-IMG-DT-SHK-JSK
               MOVE '1'
                 TO SW-IMG-FOUND
               MOVE SPACE
                 TO SW-PAY-REJ
           END-IF
           IF  HIS-REC-LOAD-REJ     IN YF55204H-REC
               MOVE '1'
                 TO SW-PAY-REJ
           END-IF
           IF  HIS-REC-VOID         IN YF55204H-REC
               MOVE '1'
                 TO SW-PAY-VOID
           END-IF
           PERFORM HIS-RED-RTN THRU HIS-RED-RTN-EXIT
      *
           .
       PAY-TCH-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-CHK-RTN : RESOLVE THE DEPARTMENT FOR ONE PAYOUT    *
      ******************************************************************
       PAY-CHK-RTN             SECTION.
      *
      *-------- NEVER FED (HELD ONLY) - NOTHING ISSUED TO RECLASSIFY
           IF  NOT SW-IMG-FOUND-YES
               GO TO PAY-CHK-RTN-EXIT
           END-IF
           MOVE WK-IMG-DATA
             TO YF55204A
      *-------- THE STORE - AS EXTRACTED, OR CONVERTED ON AN IMAGE
      *-------- THAT PREDATES HB-TR-Z-ORG
           IF  HB-TR-Z-ORG          IN YF55204A = SPACE
               IF  WK-SEL-TRZ-SYS = SPACE
               OR  HB-TR-Z-SYS          IN YF55204A NOT = WK-SEL-TRZ-SYS
                   GO TO PAY-CHK-RTN-EXIT
               END-IF
             ELSE
               IF  HB-TR-Z-ORG          IN YF55204A NOT = WK-SEL-TRZ
                   GO TO PAY-CHK-RTN-EXIT
               END-IF
           END-IF
      *-------- THE PERIOD
           IF  DT-SHK-JSK           IN YF55204A < WK-DT-ST
           OR  DT-SHK-JSK           IN YF55204A > WK-DT-ED
               GO TO PAY-CHK-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-SEL = WK-CTR-SEL + 1
      *
      *-------- DPT-GET AGAINST THE PAYOUT DATE, AS BGBB501 RESOLVED IT
           MOVE DT-SHK-JSK          IN YF55204A
             TO WK-DPT-DT
           PERFORM DPT-GET THRU DPT-GET-EXIT
           IF  WK-DPT-NEW = CD-SHK-DPT IN YF55204A
               COMPUTE WK-CTR-SAME = WK-CTR-SAME + 1
               GO TO PAY-CHK-RTN-EXIT
           END-IF
      *
      *-------- WOULD CHANGE - BUT NOT EVERY PAYOUT CAN BE MOVED
           IF  SW-PAY-VOID-YES
               COMPUTE WK-CTR-VOID = WK-CTR-VOID + 1
               MOVE 'VOIDED - NOTHING TO RECLASSIFY'
                 TO RCL-MSG             IN BGBB518L
               SET RCL-KBN-VOID        IN BGBB518L
                 TO TRUE
               PERFORM RCL-LOG THRU RCL-LOG-EXIT
               GO TO PAY-CHK-RTN-EXIT
           END-IF
           IF  SW-PAY-REJ-YES
               COMPUTE WK-CTR-LOAD-REJ = WK-CTR-LOAD-REJ + 1
               MOVE 'LOAD REJECTED - RE-FEED RESOLVES DPT'
                 TO RCL-MSG             IN BGBB518L
               SET RCL-KBN-LOAD-REJ    IN BGBB518L
                 TO TRUE
               PERFORM RCL-LOG THRU RCL-LOG-EXIT
               GO TO PAY-CHK-RTN-EXIT
           END-IF
      *-------- NOTHING RESOLVES THE STORE TODAY - A MISSING MASTER
      *-------- ENTRY IS NOT A REASON TO MOVE MONEY TO HKK-2
           IF  WK-DPT-SRC = '2'
               COMPUTE WK-CTR-DPT-NASHI = WK-CTR-DPT-NASHI + 1
               MOVE 'DPT NOT FOUND - LEFT AS IS'
                 TO RCL-MSG             IN BGBB518L
               SET RCL-KBN-DPT-NASHI   IN BGBB518L
                 TO TRUE
               PERFORM RCL-LOG THRU RCL-LOG-EXIT
               GO TO PAY-CHK-RTN-EXIT
           END-IF
      *
           COMPUTE WK-CTR-CHG = WK-CTR-CHG + 1
           COMPUTE WK-KIN-CHG = WK-KIN-CHG
             + KS-SHK-JSK           IN YF55204A
           IF  SW-UPD-YES
               PERFORM RCL-UPD-RTN THRU RCL-UPD-RTN-EXIT
             ELSE
               MOVE 'DEPARTMENT WOULD CHANGE'
                 TO RCL-MSG             IN BGBB518L
               SET RCL-KBN-LIST        IN BGBB518L
                 TO TRUE
               PERFORM RCL-LOG THRU RCL-LOG-EXIT
           END-IF
      *
           .
       PAY-CHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RCL-UPD-RTN : RECLASSIFY ONE PAYOUT                    *
      *           THE 'K' TOUCH GOES ON THE HISTORY FIRST - A PAYOUT   *
      *           WHOSE TOUCH CANNOT BE RECORDED IS NOT SENT, SO A     *
      *           RE-RUN PICKS IT UP AGAIN                             *
      ******************************************************************
       RCL-UPD-RTN             SECTION.
      *
           MOVE YF55204H-REC
             TO WK-HIS-NEXT
      *-------- REISSUED VALUE - THE FED IMAGE UNDER THE NEW DEPARTMENT
           MOVE WK-DPT-NEW
             TO CD-SHK-DPT          IN YF55204A
           MOVE '1'
             TO CD-TEISEI-FCT       IN YF55204A
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO DT-SHK-SHR          IN YF55204A
           MOVE SPACE
             TO SCT-RESEND          IN YF55204A
      *
           MOVE SPACE
             TO YF55204H-REC
           MOVE WK-PAY-NO-HKK
             TO HIS-NO-HKK          IN YF55204H-REC
           MOVE WK-IMG-DT-SHK-JSK
             TO HIS-DT-SHK-JSK      IN YF55204H-REC
           MOVE WK-RUN-STAMP
             TO HIS-RUN-STAMP       IN YF55204H-REC
           MOVE 'K'
             TO HIS-REC-KBN         IN YF55204H-REC
           MOVE YF55204A
             TO HIS-DATA            IN YF55204H-REC
           WRITE YF55204H-REC
             INVALID KEY
               COMPUTE WK-CTR-YFH-NG = WK-CTR-YFH-NG + 1
               MOVE WK-HIS-NEXT
                 TO YF55204H-REC
               MOVE WK-IMG-DATA
                 TO YF55204A
               MOVE 'HISTORY WRITE FAILED - NOT SENT'
                 TO RCL-MSG             IN BGBB518L
               SET RCL-KBN-YFH-NG      IN BGBB518L
                 TO TRUE
               PERFORM RCL-LOG THRU RCL-LOG-EXIT
               GO TO RCL-UPD-RTN-EXIT
           END-WRITE
           MOVE WK-HIS-NEXT
             TO YF55204H-REC
      *
      *-------- REVERSAL OF THE FED VALUE UNDER THE OLD DEPARTMENT
           MOVE SPACE
             TO YF55204K-REC
           MOVE WK-IMG-DATA
             TO YF55204K-REC
           COMPUTE KS-SHK-JSK       IN YF55204K-REC
             = KS-SHK-JSK IN YF55204K-REC * -1
           MOVE '1'
             TO CD-TEISEI-FCT       IN YF55204K-REC
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO DT-SHK-SHR          IN YF55204K-REC
           MOVE SPACE
             TO SCT-RESEND          IN YF55204K-REC
           WRITE YF55204K-REC
           COMPUTE WK-CTR-OUT = WK-CTR-OUT + 1
           COMPUTE WK-KIN-OUT = WK-KIN-OUT
             + KS-SHK-JSK           IN YF55204K-REC
      *-------- REISSUE UNDER THE NEW DEPARTMENT
           WRITE YF55204K-REC FROM YF55204A
           COMPUTE WK-CTR-OUT = WK-CTR-OUT + 1
           COMPUTE WK-KIN-OUT = WK-KIN-OUT
             + KS-SHK-JSK           IN YF55204A
      *
           COMPUTE WK-CTR-DONE = WK-CTR-DONE + 1
           COMPUTE WK-KIN-DONE = WK-KIN-DONE
             + KS-SHK-JSK           IN YF55204A
      *-------- THE REPORT SHOWS THE OLD DEPARTMENT FROM THE FED IMAGE
           MOVE WK-IMG-DATA
             TO YF55204A
           MOVE 'RECLASSIFIED - DELTA WRITTEN'
             TO RCL-MSG             IN BGBB518L
           SET RCL-KBN-DONE        IN BGBB518L
             TO TRUE
           PERFORM RCL-LOG THRU RCL-LOG-EXIT
      *
           .
       RCL-UPD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RCL-LOG : ONE PAYOUT LINE                              *
      *           RCL-KBN AND RCL-MSG ARE SET BY THE CALLER, YF55204A  *
      *           HOLDS THE FED IMAGE                                  *
      ******************************************************************
       RCL-LOG                 SECTION.
      *
           MOVE WK-SEL-TRZ
             TO RCL-HB-TR-Z         IN BGBB518L
           MOVE WK-PAY-NO-HKK
             TO RCL-NO-HKK          IN BGBB518L
           MOVE DT-SHK-JSK          IN YF55204A
             TO RCL-DT-SHK-JSK      IN BGBB518L
           MOVE DT-SHK-SHR          IN YF55204A
             TO RCL-DT-ED           IN BGBB518L
           MOVE CD-SHK-DPT          IN YF55204A
             TO RCL-DPT-OLD         IN BGBB518L
           MOVE WK-DPT-NEW
             TO RCL-DPT-NEW         IN BGBB518L
           MOVE WK-DPT-SRC
             TO RCL-SRC             IN BGBB518L
           MOVE ZERO
             TO RCL-CTR             IN BGBB518L
           MOVE KS-SHK-JSK          IN YF55204A
             TO RCL-KIN             IN BGBB518L
           WRITE BGBB518L-REC FROM BGBB518L
      *
           .
       RCL-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         DPT-GET : DEPARTMENT RESOLUTION (AS BGBB501 DPT-GET)   *
      *           CHAIN FIRST, THE OVERRIDE TABLE ON A CHAIN MISS,     *
      *           HKK-2 WHEN NEITHER RESOLVES THE STORE                *
      ******************************************************************
       DPT-GET                 SECTION.
      *
           PERFORM DGC-GET-RTN THRU DGC-GET-RTN-EXIT
           IF  NOT SW-DGC-FOUND-YES
               MOVE SPACE
                 TO WK-DPT-NEW
               PERFORM DPT-CHAIN-RTN THRU DPT-CHAIN-RTN-EXIT
               IF  WK-DPT-NEW NOT = SPACE
                   MOVE '0'
                     TO WK-DPT-SRC
                 ELSE
                   PERFORM DPT-OVR-RTN THRU DPT-OVR-RTN-EXIT
                   IF  SW-OVR-FOUND-YES
                       MOVE '1'
                         TO WK-DPT-SRC
                     ELSE
                       MOVE '2'
                         TO WK-DPT-SRC
                   END-IF
               END-IF
               PERFORM DGC-PUT-RTN THRU DGC-PUT-RTN-EXIT
           END-IF
      *
      *-------- STILL BLANK - PER-PAYOUT HKK-2 FALLBACK
           IF  WK-DPT-SRC = '2'
               MOVE WK-PAY-NO-HKK
                 TO WK-NO-HKK-2
               MOVE WK-NO-HKK-2
                 TO WK-DPT-NEW
           END-IF
      *
           .
       DPT-GET-EXIT.
           EXIT.
      ******************************************************************
      *         DPT-CHAIN-RTN : MASTER SUBROUTINE CHAIN LOOKUP         *
      ******************************************************************
       DPT-CHAIN-RTN           SECTION.
      *
      *  [ZAGB153] STORE LOOKUP (BY USE DATE)
           MOVE SPACE
             TO YAB153
           MOVE ZERO
             TO WT-P-PS             IN GP-X201TB01 IN YAB153E2-ENT
             IN YAB153
           MOVE '01'
             TO QA-CD-PGMFUNC       IN YAB153E1-ENT IN YAB153
           MOVE WK-SEL-TRZ
             TO HB-TR-Z             IN YAB153E1-ENT IN YAB153
           MOVE WK-DPT-DT
             TO DT-USE-ST           IN YAB153E1-ENT IN YAB153
           CALL 'ZAGB153' USING YAB153
           IF  QA-CD-RTN IN YAB153 = SPACE
      *  [ZAGB111] SUPPLY DATA FOR THE SAME STORE
               MOVE SPACE
                 TO YAB111
               MOVE ZERO
                 TO QA-CTR-KENSU        IN YAB111E2-ENT IN YAB111
               PERFORM VARYING WK-CNV-G FROM 1 BY 1
                 UNTIL WK-CNV-G > 6
                   MOVE ZERO
                     TO RAT-CHT             IN GP-X202TB02
                     IN YAB111E3-ENT(WK-CNV-G)
               END-PERFORM
               PERFORM VARYING WK-CNV-G FROM 1 BY 1
                 UNTIL WK-CNV-G > 6
                   MOVE ZERO
                     TO NUM-CHT             IN GP-X202TB02
                     IN YAB111E3-ENT(WK-CNV-G)
               END-PERFORM
               MOVE '01'
                 TO QA-CD-PGMFUNC       IN YAB111E1-ENT IN YAB111
               MOVE HB-TR-Z             IN YAB153E2-ENT IN YAB153
                 TO HB-TR-Z             IN YAB111E1-ENT IN YAB111
               MOVE WK-DPT-DT
                 TO DT-USE-ST           IN YAB111E1-ENT IN YAB111
               CALL 'ZAGB111' USING YAB111
               IF  QA-CD-RTN IN YAB111E2-ENT IN YAB111 = SPACE
      *  [ZAGB165] SHIPPING DEPARTMENT CODE
                   MOVE SPACE
                     TO YAB165
                   MOVE '01'
                     TO QA-CD-PGMFUNC       IN YAB165
                   MOVE CD-WKCNTR           IN YAB111E3-ENT
                     IN YAB111(1)
                     TO CD-WKCNTR           IN YAB165
                   CALL 'ZAGB165' USING YAB165
                   IF  QA-CD-RTN IN YAB165 = SPACE
                       MOVE CD-SHK-DPT          IN YAB165
                         TO WK-DPT-NEW
                   END-IF
               END-IF
           END-IF
      *
           .
       DPT-CHAIN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DGC-GET-RTN : DPT-GET CACHE LOOKUP                     *
      ******************************************************************
       DGC-GET-RTN             SECTION.
      *
           MOVE SPACE
             TO SW-DGC-FOUND
           PERFORM VARYING WK-DGC-G FROM 1 BY 1
             UNTIL WK-DGC-G > WK-DGC-CNT
             OR SW-DGC-FOUND-YES
               IF  WK-DGC-DT(WK-DGC-G) = WK-DPT-DT
                   MOVE '1'
                     TO SW-DGC-FOUND
                   MOVE WK-DGC-TBL-KIND(WK-DGC-G)
                     TO WK-DPT-SRC
                   MOVE WK-DGC-TBL-DPT(WK-DGC-G)
                     TO WK-DPT-NEW
               END-IF
           END-PERFORM
      *
           .
       DGC-GET-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DGC-PUT-RTN : DPT-GET CACHE STORE                      *
      *           TABLE FULL = NOT CACHED, THE CHAIN SIMPLY RUNS       *
      *           AGAIN FOR THAT DATE                                  *
      ******************************************************************
       DGC-PUT-RTN             SECTION.
      *
           IF  WK-DGC-CNT < 1000
               COMPUTE WK-DGC-CNT = WK-DGC-CNT + 1
               MOVE WK-DPT-DT
                 TO WK-DGC-DT(WK-DGC-CNT)
               MOVE WK-DPT-SRC
                 TO WK-DGC-TBL-KIND(WK-DGC-CNT)
               MOVE WK-DPT-NEW
                 TO WK-DGC-TBL-DPT(WK-DGC-CNT)
           END-IF
      *
           .
       DGC-PUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DPT-OVR-RTN : OPS OVERRIDE TABLE LOOKUP                *
      *           PAYOUT DATE INSIDE THE EFFECTIVE RANGE               *
      ******************************************************************
       DPT-OVR-RTN             SECTION.
      *
           MOVE SPACE
             TO SW-OVR-FOUND
           PERFORM VARYING WK-OVR-G FROM 1 BY 1
             UNTIL WK-OVR-G > WK-OVR-CNT
             OR SW-OVR-FOUND-YES
               IF  WK-OVR-TRZ(WK-OVR-G) = WK-SEL-TRZ
               AND WK-DPT-DT NOT < WK-OVR-ST(WK-OVR-G)
               AND WK-DPT-DT NOT > WK-OVR-ED(WK-OVR-G)
                   MOVE '1'
                     TO SW-OVR-FOUND
                   MOVE WK-OVR-DPT(WK-OVR-G)
                     TO WK-DPT-NEW
               END-IF
           END-PERFORM
      *-------- TABLE MISS WITH ENTRIES SPILLED BEYOND THE TABLE -
      *-------- RE-SCAN THE MASTER ON DISK
           IF  NOT SW-OVR-FOUND-YES
           AND SW-OVR-DISK-YES
               PERFORM OVR-DISK-RTN THRU OVR-DISK-RTN-EXIT
           END-IF
      *
           .
       DPT-OVR-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         OVR-DISK-RTN : OVERRIDE MASTER DISK SCAN               *
      ******************************************************************
       OVR-DISK-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-OVR-EOF
           OPEN INPUT BGBB501D-F
           IF  NOT WK-OVR-STATUS-OK
               GO TO OVR-DISK-RTN-EXIT
           END-IF
           PERFORM OVR-DISK-RED-RTN THRU OVR-DISK-RED-RTN-EXIT
             UNTIL SW-OVR-EOF NOT = SPACE
             OR SW-OVR-FOUND-YES
           CLOSE BGBB501D-F
      *
           .
       OVR-DISK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         OVR-DISK-RED-RTN : ONE MASTER RECORD AGAINST THE       *
      *           STORE AND PAYOUT DATE                                *
      ******************************************************************
       OVR-DISK-RED-RTN        SECTION.
      *
           READ BGBB501D-F INTO BGBB501D
             AT END
               MOVE '1'
                 TO SW-OVR-EOF
           END-READ
           IF  SW-OVR-EOF NOT = SPACE
               GO TO OVR-DISK-RED-RTN-EXIT
           END-IF
           IF  OVR-HB-TR-Z IN BGBB501D = WK-SEL-TRZ
           AND WK-DPT-DT NOT < OVR-DT-EFF-ST IN BGBB501D
           AND WK-DPT-DT NOT > OVR-DT-EFF-ED IN BGBB501D
               MOVE '1'
                 TO SW-OVR-FOUND
               MOVE OVR-CD-SHK-DPT      IN BGBB501D
                 TO WK-DPT-NEW
           END-IF
      *
           .
       OVR-DISK-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         END-RTN : TERMINATION                                  *
      ******************************************************************
       END-RTN                 SECTION.
      *
      *-------- TOTAL LINE - WHAT CHANGES (LIST) OR CHANGED (UPDATE)
           MOVE SPACE
             TO BGBB518L
           SET RCL-KBN-GOKEI       IN BGBB518L
             TO TRUE
           MOVE WK-SEL-TRZ
             TO RCL-HB-TR-Z         IN BGBB518L
           MOVE WK-DT-ST
             TO RCL-DT-SHK-JSK      IN BGBB518L
           MOVE WK-DT-ED
             TO RCL-DT-ED           IN BGBB518L
           IF  SW-UPD-YES
               MOVE WK-CTR-DONE
                 TO RCL-CTR             IN BGBB518L
               MOVE WK-KIN-DONE
                 TO RCL-KIN             IN BGBB518L
               MOVE 'TOTAL RECLASSIFIED'
                 TO RCL-MSG             IN BGBB518L
             ELSE
               MOVE WK-CTR-CHG
                 TO RCL-CTR             IN BGBB518L
               MOVE WK-KIN-CHG
                 TO RCL-KIN             IN BGBB518L
               MOVE 'TOTAL THAT WOULD CHANGE'
                 TO RCL-MSG             IN BGBB518L
           END-IF
           WRITE BGBB518L-REC FROM BGBB518L
      *
           IF  SW-UPD-YES
      *-------- FEED CONTROL TRAILER ON THE RECLASSIFICATION FEED
               MOVE SPACE
                 TO YF55204F
               SET FC-REC-TRL          IN YF55204F
                 TO TRUE
               MOVE DT-BTCHJ-SHR-ST     IN YAB110
                 TO FC-DT-CREATE        IN YF55204F
               MOVE '97'
                 TO FC-NO-CYCLE         IN YF55204F
               MOVE WK-CTR-OUT
                 TO FC-CTR-RECORD       IN YF55204F
               MOVE WK-KIN-OUT
                 TO FC-HASH-SHK-JSK     IN YF55204F
               WRITE YF55204K-REC FROM YF55204F
               CLOSE YF55204K-F
           END-IF
      *
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
           CLOSE YF55204H-F
           CLOSE BGBB518L-F
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
           MOVE 'BGBB518'
             TO Q-NO-PGM            IN YAG005
           MOVE '0'
             TO QA-REV-PGM          IN YAG005
           MOVE 'IN-YF55204H'
             TO QA-SV-KEY021        IN YAG005(1)
           MOVE 'SELECTED'
             TO QA-SV-KEY021        IN YAG005(2)
           MOVE 'DPT-SAME'
             TO QA-SV-KEY021        IN YAG005(3)
           MOVE 'DPT-CHANGE'
             TO QA-SV-KEY021        IN YAG005(4)
           MOVE 'RECLASSIFIED'
             TO QA-SV-KEY021        IN YAG005(5)
           MOVE 'OU-YF55204K'
             TO QA-SV-KEY021        IN YAG005(6)
           MOVE 'VOIDED'
             TO QA-SV-KEY021        IN YAG005(7)
           MOVE 'LOAD-REJ'
             TO QA-SV-KEY021        IN YAG005(8)
           MOVE 'DPT-NASHI'
             TO QA-SV-KEY021        IN YAG005(9)
           MOVE 'YFH-NG'
             TO QA-SV-KEY021        IN YAG005(10)
           MOVE WK-CTR-HIS
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-SEL
             TO QA-CTR-KENSU        IN YAG005(2)
           MOVE WK-CTR-SAME
             TO QA-CTR-KENSU        IN YAG005(3)
           MOVE WK-CTR-CHG
             TO QA-CTR-KENSU        IN YAG005(4)
           MOVE WK-CTR-DONE
             TO QA-CTR-KENSU        IN YAG005(5)
           MOVE WK-CTR-OUT
             TO QA-CTR-KENSU        IN YAG005(6)
           MOVE WK-CTR-VOID
             TO QA-CTR-KENSU        IN YAG005(7)
           MOVE WK-CTR-LOAD-REJ
             TO QA-CTR-KENSU        IN YAG005(8)
           MOVE WK-CTR-DPT-NASHI
             TO QA-CTR-KENSU        IN YAG005(9)
           MOVE WK-CTR-YFH-NG
             TO QA-CTR-KENSU        IN YAG005(10)
           MOVE WK-KIN-CHG
             TO QA-CTR-KINGAKU      IN YAG005(4)
           MOVE WK-KIN-DONE
             TO QA-CTR-KINGAKU      IN YAG005(5)
           MOVE WK-KIN-OUT
             TO QA-CTR-KINGAKU      IN YAG005(6)
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
           MOVE WK-CTR-HIS
             TO WK-RLG-CTR-IN
           MOVE WK-CTR-DONE
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
           MOVE 'BGBB518'
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
