       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             BGBB519.
      * *************************************************************
      * **      SETTLEMENT CASH-REQUIREMENT FORECAST              ***
      * **                                                        ***
      * **      FORECASTS WHAT SETTLES ON EACH OF THE NEXT N      ***
      * **      BUSINESS DAYS (BGBB501B CALENDAR) BY DT-SHK-SHR   ***
      * **      AND CD-SHK-DPT. COMBINES THE ITEMS STILL ON THE   ***
      * **      BGBB502 PENDING FILE (THOSE DUE FOR A BGBB511     ***
      * **      RE-SEND SHOWN APART), THE DAY'S YF55204X ISSUE    ***
      * **      WITH ITS LOAD CONFIRMATION FLAG, EARLIER ISSUES   ***
      * **      ON THE YF55204H HISTORY MASTER THAT SETTLE IN THE ***
      * **      WINDOW AT THEIR STANDING IMAGE, AND THE YF55204D  ***
      * **      CORRECTION NET. EACH SETTLEMENT DAY SHOWS THE     ***
      * **      CONFIRMED AMOUNT APART FROM THE AT-RISK           ***
      * **      (UNCONFIRMED) AMOUNT. THE SAME FIGURES GO TO THE  ***
      * **      BGBB519X FIXED-LAYOUT EXTRACT FOR THE TREASURY    ***
      * **      SPREADSHEET. READ ONLY - NO MASTER OR FEED IS     ***
      * **      UPDATED                                           ***
      * *************************************************************
      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.10.15  M.K  NEW PROGRAM                              *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT BGBB501B-F ASSIGN TO BGBB501B
               FILE STATUS  IS WK-CAL-STATUS.
           SELECT BGBB502P-F ASSIGN TO BGBB502P
               FILE STATUS  IS WK-PND-STATUS.
           SELECT YF55204X-F ASSIGN TO YF55204X
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NO-HKK OF YF55204X-REC
               FILE STATUS  IS WK-YFX-STATUS.
           SELECT YF55204Z-F ASSIGN TO YF55204Z
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NO-HKK OF YF55204Z-REC
               FILE STATUS  IS WK-YFZ-STATUS.
           SELECT YF55204H-F ASSIGN TO YF55204H
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HIS-KEY OF YF55204H-REC
               FILE STATUS  IS WK-YFH-STATUS.
           SELECT YF55204D-F ASSIGN TO YF55204D
               FILE STATUS  IS WK-YFD-STATUS.
           SELECT BGBB519W-F ASSIGN TO BGBB519W
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FCW-NO-HKK OF BGBB519W-REC
               FILE STATUS  IS WK-FCW-STATUS.
           SELECT BGBB519S-F ASSIGN TO BGBB519S
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FCT-KEY OF BGBB519S-REC
               FILE STATUS  IS WK-FCT-STATUS.
           SELECT BGBB519L-F ASSIGN TO BGBB519L.
           SELECT BGBB519X-F ASSIGN TO BGBB519X.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
      *-------- BUSINESS CALENDAR MASTER (NON-BUSINESS DAYS)
       FD  BGBB501B-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB501B-REC.
       01  BGBB501B-REC.
           COPY BGBB501B.
      *-------- PENDING FILE CARRIED FORWARD BY BGBB502
       FD  BGBB502P-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB502P-REC.
       01  BGBB502P-REC.
           03  PNI-DATA                PIC X(122).
           03  PNI-DT-ENTRY            PIC 9(08).
      *-------- NO-HKK KEYED SIDE FILE - THE DAY-LEVEL FILE BUILT BY
      *-------- BGBB506, ACKNOWLEDGED BY BGBB502
       FD  YF55204X-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS YF55204X-REC.
       01  YF55204X-REC.
           COPY YF55204A.
           03  YFX-RUN-STAMP           PIC X(14).
           03  YFX-ACK-FLG             PIC X(01).
           03  YFX-NO-CYCLE            PIC X(02).
      *-------- NO-HKK KEYED INDEX OF THE CORRECTIONS AND VOIDS BGBB501
      *-------- ROUTED TO YF55204C - THE INPUT OF THE CURRENT YF55204D
       FD  YF55204Z-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS YF55204Z-REC.
       01  YF55204Z-REC.
           COPY YF55204A.
           03  YFZ-RUN-STAMP           PIC X(14).
           03  YFZ-NO-CYCLE            PIC X(02).
      *-------- PERMANENT PAYOUT HISTORY MASTER (READ ONLY)
       FD  YF55204H-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS YF55204H-REC.
       01  YF55204H-REC.
           COPY YF55204H.
      *-------- NETTED CORRECTION DELTA FEED WRITTEN BY BGBB503
       FD  YF55204D-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS YF55204D-REC.
       01  YF55204D-REC.
           COPY YF55204A.
      *-------- KEYED PAYOUT WORK FILE - REBUILT EMPTY EVERY RUN.
      *-------- ONE RECORD PER PAYOUT SO AN ITEM ON MORE THAN ONE
      *-------- SOURCE IS FORECAST ONCE
       FD  BGBB519W-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS BGBB519W-REC.
       01  BGBB519W-REC.
           03  FCW-NO-HKK              PIC X(10).
           03  FCW-DT-SHK-SHR          PIC 9(08).
           03  FCW-CD-SHK-DPT          PIC X(02).
      *-------- 'C' CONFIRMED / 'U' UNCONFIRMED / 'R' DUE FOR RE-SEND
           03  FCW-KBN                 PIC X(01).
      *-------- 'P' PENDING FILE / 'X' SIDE FILE / 'H' HISTORY MASTER
           03  FCW-SRC                 PIC X(01).
           03  FCW-KIN                 PIC S9(11)     COMP-3.
           03  FILLER                  PIC X(10).
      *-------- KEYED FORECAST TOTALS WORK FILE - REBUILT EMPTY EVERY
      *-------- RUN. ONE RECORD PER SETTLEMENT DAY AND DEPARTMENT
       FD  BGBB519S-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS BGBB519S-REC.
       01  BGBB519S-REC.
           03  FCT-KEY.
               05  FCT-DT-SHK-SHR      PIC 9(08).
               05  FCT-CD-SHK-DPT      PIC X(02).
           03  FCT-CTR-KAKU            PIC 9(07).
           03  FCT-CTR-RISK            PIC 9(07).
           03  FCT-KIN-KAKU            PIC S9(13)     COMP-3.
           03  FCT-KIN-ADJ             PIC S9(13)     COMP-3.
           03  FCT-KIN-RISK            PIC S9(13)     COMP-3.
           03  FCT-KIN-RESEND          PIC S9(13)     COMP-3.
           03  FILLER                  PIC X(10).
      *-------- SETTLEMENT CASH FORECAST REPORT
       FD  BGBB519L-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB519L-REC.
       01  BGBB519L-REC.
           COPY BGBB519L.
      *-------- TREASURY EXTRACT (FIXED LAYOUT)
       FD  BGBB519X-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB519X-REC.
       01  BGBB519X-REC.
           COPY BGBB519X.
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
         03  SW-CAL-EOF                 PIC X(01).
         03  SW-PND-EOF                 PIC X(01).
         03  SW-YFX-EOF                 PIC X(01).
         03  SW-HIS-EOF                 PIC X(01).
         03  SW-YFD-EOF                 PIC X(01).
         03  SW-FCW-EOF                 PIC X(01).
         03  SW-FCT-EOF                 PIC X(01).
      *-------- '1' = THE INPUT COULD NOT BE OPENED (FORECAST WITHOUT
      *-------- IT, SAID SO IN THE RUN NOTES)
         03  SW-PND-NONE                PIC X(01).
           88  SW-PND-NONE-YES                  VALUE '1'.
         03  SW-YFX-NONE                PIC X(01).
           88  SW-YFX-NONE-YES                  VALUE '1'.
         03  SW-YFH-NONE                PIC X(01).
           88  SW-YFH-NONE-YES                  VALUE '1'.
         03  SW-YFD-NONE                PIC X(01).
           88  SW-YFD-NONE-YES                  VALUE '1'.
         03  SW-YFZ-NONE                PIC X(01).
           88  SW-YFZ-NONE-YES                  VALUE '1'.
      *-------- '1' = THE YF55204D FEED TRAILER WAS SEEN
         03  SW-YFD-TRL                 PIC X(01).
           88  SW-YFD-TRL-YES                   VALUE '1'.
      *
         03  WK-CTR-PND                 PIC 9(07).
         03  WK-CTR-YFX                 PIC 9(07).
         03  WK-CTR-HIS                 PIC 9(07).
         03  WK-CTR-YFD                 PIC 9(07).
         03  WK-CTR-HIS-ADD             PIC 9(07).
         03  WK-KIN-HIS-ADD             PIC S9(13)     COMP-3.
         03  WK-CTR-PND-DUP             PIC 9(07).
         03  WK-CTR-PND-VOID            PIC 9(07).
         03  WK-CTR-LOAD-REJ            PIC 9(07).
         03  WK-KIN-LOAD-REJ            PIC S9(13)     COMP-3.
      *-------- EARLIER ISSUE SETTLING IN THE WINDOW BUT LEFT OUT
         03  WK-CTR-HIS-REJ             PIC 9(07).
         03  WK-KIN-HIS-REJ             PIC S9(13)     COMP-3.
         03  WK-CTR-HIS-VOID            PIC 9(07).
         03  WK-KIN-HIS-VOID            PIC S9(13)     COMP-3.
      *-------- PLACED IN THE WINDOW, BY KIND
         03  WK-CTR-KAKU                PIC 9(07).
         03  WK-KIN-KAKU                PIC S9(13)     COMP-3.
         03  WK-CTR-RISK                PIC 9(07).
         03  WK-KIN-RISK                PIC S9(13)     COMP-3.
         03  WK-CTR-RESEND              PIC 9(07).
         03  WK-KIN-RESEND              PIC S9(13)     COMP-3.
         03  WK-CTR-ADJ                 PIC 9(07).
         03  WK-KIN-ADJ                 PIC S9(13)     COMP-3.
      *-------- AT RISK AND DATED BEFORE THE WINDOW - SHOWN ON DAY 1
         03  WK-CTR-CARRY               PIC 9(07).
         03  WK-KIN-CARRY               PIC S9(13)     COMP-3.
      *-------- OUTSIDE THE WINDOW - NOT FORECAST
         03  WK-CTR-PAST                PIC 9(07).
         03  WK-KIN-PAST                PIC S9(13)     COMP-3.
         03  WK-CTR-AFTER               PIC 9(07).
         03  WK-KIN-AFTER               PIC S9(13)     COMP-3.
      *
         03  WK-CTR-LINE                PIC 9(07).
         03  WK-CTR-XFC                 PIC 9(07).
         03  WK-CTR-XFC-D               PIC 9(07).
      *
         03  WK-CAL-STATUS              PIC X(02).
           88  WK-CAL-STATUS-OK               VALUE '00'.
         03  WK-PND-STATUS              PIC X(02).
           88  WK-PND-STATUS-OK               VALUE '00'.
         03  WK-YFX-STATUS              PIC X(02).
           88  WK-YFX-STATUS-OK               VALUE '00'.
         03  WK-YFH-STATUS              PIC X(02).
           88  WK-YFH-STATUS-OK               VALUE '00'.
         03  WK-YFD-STATUS              PIC X(02).
           88  WK-YFD-STATUS-OK               VALUE '00'.
         03  WK-YFZ-STATUS              PIC X(02).
           88  WK-YFZ-STATUS-OK               VALUE '00'.
         03  WK-FCW-STATUS              PIC X(02).
           88  WK-FCW-STATUS-OK               VALUE '00'.
           88  WK-FCW-STATUS-NOTFND           VALUE '23'.
         03  WK-FCT-STATUS              PIC X(02).
           88  WK-FCT-STATUS-OK               VALUE '00'.
           88  WK-FCT-STATUS-NOTFND           VALUE '23'.
      *
      *-------- FORECAST WINDOW AND BGBB511 RE-SEND RULE FROM PARM
         03  WK-CTR-DAYS                PIC 9(02).
         03  WK-DT-ST                   PIC 9(08).
         03  WK-CTR-AGE                 PIC 9(03).
         03  WK-LMT-RETRY               PIC 9(02).
      *-------- CALENDAR SPAN SEARCHED FOR THE BUSINESS DAYS
         03  WK-DT-LMT                  PIC 9(08).
         03  WK-DT-DAY                  PIC 9(08).
         03  WK-INT-DAY                 PIC 9(07).
         03  WK-INT-LMT                 PIC 9(07).
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
      *-------- PENDING ITEM AGE AND ITS HISTORY (BGBB511 RULE)
         03  WK-AGE-DAYS                PIC S9(05).
         03  WK-CTR-RETRY               PIC 9(02).
         03  WK-NO-HKK-PND              PIC X(10).
         03  SW-IMG-FOUND               PIC X(01).
           88  SW-IMG-FOUND-YES                 VALUE '1'.
         03  SW-HIS-VOID                PIC X(01).
           88  SW-HIS-VOID-YES                  VALUE '1'.
      *
      *-------- ONE AMOUNT TO PLACE IN THE FORECAST (ACM-RTN)
      *--------   WK-ACM-KBN 'C' CONFIRMED / 'U' UNCONFIRMED /
      *--------              'R' DUE FOR RE-SEND / 'D' CORRECTION NET
         03  WK-ACM-KBN                 PIC X(01).
         03  WK-ACM-DT                  PIC 9(08).
         03  WK-ACM-DPT                 PIC X(02).
         03  WK-ACM-KIN                 PIC S9(11)     COMP-3.
      *
      *-------- DAY SUBTOTAL AND FORECAST TOTAL
         03  WK-DAY-CTR-KAKU            PIC 9(07).
         03  WK-DAY-CTR-RISK            PIC 9(07).
         03  WK-DAY-KIN-KAKU            PIC S9(13)     COMP-3.
         03  WK-DAY-KIN-ADJ             PIC S9(13)     COMP-3.
         03  WK-DAY-KIN-RISK            PIC S9(13)     COMP-3.
         03  WK-DAY-KIN-RESEND          PIC S9(13)     COMP-3.
         03  WK-GKI-CTR-KAKU            PIC 9(07).
         03  WK-GKI-CTR-RISK            PIC 9(07).
         03  WK-GKI-KIN-KAKU            PIC S9(13)     COMP-3.
         03  WK-GKI-KIN-ADJ             PIC S9(13)     COMP-3.
         03  WK-GKI-KIN-RISK            PIC S9(13)     COMP-3.
         03  WK-GKI-KIN-RESEND          PIC S9(13)     COMP-3.
      *-------- ONE LINE TO PRINT AND EXTRACT (PRT-RTN)
         03  WK-PRT-DT                  PIC 9(08).
         03  WK-PRT-DPT                 PIC X(02).
         03  WK-PRT-CTR-KAKU            PIC 9(07).
         03  WK-PRT-CTR-RISK            PIC 9(07).
         03  WK-PRT-KIN-KAKU            PIC S9(13)     COMP-3.
         03  WK-PRT-KIN-ADJ             PIC S9(13)     COMP-3.
         03  WK-PRT-KIN-RISK            PIC S9(13)     COMP-3.
         03  WK-PRT-KIN-RESEND          PIC S9(13)     COMP-3.
         03  WK-PRT-KIN-TOTAL           PIC S9(13)     COMP-3.
      *-------- RUN NOTE LINE (NOTE-RTN)
         03  WK-NOTE-MSG                PIC X(24).
         03  WK-NOTE-CTR                PIC 9(07).
         03  WK-NOTE-KIN                PIC S9(13)     COMP-3.
      *
      *-------- EXTRACT AMOUNT CONVERSION (SIGN BYTE + DIGITS)
         03  WK-XKIN                    PIC S9(13)     COMP-3.
         03  WK-XSIGN                   PIC X(01).
         03  WK-XABS                    PIC 9(11).
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
      *-------- ONE PAYOUT ON THE HISTORY MASTER, BUILT FROM ITS
      *-------- TOUCHES IN KEY ORDER. AN 'A' TOUCH IS THE ISSUE; A
      *-------- LATER LOAD REJECTION ('J') LEAVES IT UNPAID UNTIL THE
      *-------- RE-FEED; A VOID ('V') LEAVES IT UNPAID FOR GOOD. THE
      *-------- LATEST 'A'/'C' IMAGE IS THE STANDING ONE; A LATER 'K'
      *-------- MOVES IT TO ANOTHER DEPARTMENT ONLY. A 'C' OR 'V'
      *-------- TOUCH STILL ON YF55204Z UNDER ITS OWN RUN STAMP IS IN
      *-------- THE CURRENT YF55204D AND NOT APPLIED HERE
       01  WK-PAY-AREA.
         03  WK-PAY-NO-HKK              PIC X(10).
         03  SW-PAY-ISSUE               PIC X(01).
           88  SW-PAY-ISSUE-YES                 VALUE '1'.
         03  SW-PAY-REJ                 PIC X(01).
           88  SW-PAY-REJ-YES                   VALUE '1'.
         03  SW-PAY-VOID                PIC X(01).
           88  SW-PAY-VOID-YES                  VALUE '1'.
         03  SW-TCH-CUR                 PIC X(01).
           88  SW-TCH-CUR-YES                   VALUE '1'.
         03  WK-IMG-DATA                PIC X(122).
      *-------- DEPARTMENT OF A 'K' TOUCH AFTER THE STANDING IMAGE
         03  WK-PAY-DPT-RCL             PIC X(02).
      *
      ******************************************************************
      *    FORECAST WINDOW - THE BUSINESS DAYS IN DATE ORDER           *
      ******************************************************************
       01  WK-WIN-AREA.
         03  WK-WIN-AREA-START          PIC X(14)
             VALUE 'WIN-WORK-START'.
         03  WK-WIN-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-WIN-G                   PIC 9(04)      COMP.
         03  WK-BKT-G                   PIC 9(04)      COMP.
         03  WK-WIN-TBL OCCURS 20 TIMES.
           05  WK-WIN-DT                PIC 9(08).
         03  WK-WIN-AREA-END            PIC X(12)
             VALUE 'WIN-WORK-END'.
      *
      ******************************************************************
      *    NON-BUSINESS DAYS OF THE CALENDAR SPAN SEARCHED             *
      *      THE SPAN IS 60 DAYS, SO THE TABLE CANNOT OVERFLOW         *
      ******************************************************************
       01  WK-CAL-AREA.
         03  WK-CAL-AREA-START          PIC X(14)
             VALUE 'CAL-WORK-START'.
         03  WK-CAL-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-CAL-G                   PIC 9(04)      COMP.
         03  SW-CAL-FOUND               PIC X(01).
           88  SW-CAL-FOUND-YES                 VALUE '1'.
         03  WK-CAL-TBL OCCURS 100 TIMES.
           05  WK-CAL-DT                PIC 9(08).
         03  WK-CAL-AREA-END            PIC X(12)
             VALUE 'CAL-WORK-END'.
      *
       01  BGBB501B.
           COPY BGBB501B.
       01  BGBB519L.
           COPY BGBB519L.
       01  BGBB519X.
           COPY BGBB519X.
       01  YF55204A.
           COPY YF55204A.
       01  YF55204F.
           COPY YF55204F.
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
       01  WK-RLG-AREA.
         03  WK-RLG-AREA-START          PIC X(14)
             VALUE 'RLG-WORK-START'.
             COPY BGBB516W.
         03  WK-RLG-AREA-END            PIC X(12)
             VALUE 'RLG-WORK-END'.
       01  BGBB516G.
           COPY BGBB516G.
       LINKAGE                 SECTION.
       01  BGBB519P.
           COPY BGBB519P.
      *
       PROCEDURE               DIVISION USING BGBB519P.
      ******************************************************************
      *        MAIN                                                    *
      ******************************************************************
       MAIN                    SECTION.
      *-------- INITIALIZATION (WINDOW AND RE-SEND RULE FROM PARM)
           PERFORM FST-RTN THRU FST-RTN-EXIT
           IF  RETURN-CODE NOT = ZERO
               GO TO MAIN-EXIT
           END-IF
      *-------- THE N BUSINESS DAYS OF THE FORECAST
           PERFORM CAL-LOAD-RTN THRU CAL-LOAD-RTN-EXIT
           PERFORM WIN-BLD-RTN THRU WIN-BLD-RTN-EXIT
           IF  RETURN-CODE NOT = ZERO
               GO TO MAIN-EXIT
           END-IF
      *-------- ONE FORECAST RECORD PER PAYOUT - PENDING ITEMS FIRST,
      *-------- THEN THE DAY'S ISSUE, THEN EARLIER ISSUES THAT SETTLE
      *-------- IN THE WINDOW
           PERFORM PND-RTN THRU PND-RTN-EXIT
           PERFORM YFX-RTN THRU YFX-RTN-EXIT
           PERFORM HIS-RTN THRU HIS-RTN-EXIT
      *-------- SETTLEMENT DAY AND DEPARTMENT TOTALS
           PERFORM FCW-RTN THRU FCW-RTN-EXIT
           PERFORM YFD-RTN THRU YFD-RTN-EXIT
      *-------- ONE BLOCK PER BUSINESS DAY
           PERFORM DAY-RTN THRU DAY-RTN-EXIT
             VARYING WK-WIN-G FROM 1 BY 1
             UNTIL WK-WIN-G > WK-WIN-CNT
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
             TO SW-CAL-EOF
           MOVE SPACE
             TO SW-PND-EOF
           MOVE SPACE
             TO SW-YFX-EOF
           MOVE SPACE
             TO SW-HIS-EOF
           MOVE SPACE
             TO SW-YFD-EOF
           MOVE SPACE
             TO SW-FCW-EOF
           MOVE SPACE
             TO SW-FCT-EOF
           MOVE SPACE
             TO SW-PND-NONE
           MOVE SPACE
             TO SW-YFX-NONE
           MOVE SPACE
             TO SW-YFH-NONE
           MOVE SPACE
             TO SW-YFD-NONE
           MOVE SPACE
             TO SW-YFZ-NONE
           MOVE SPACE
             TO SW-YFD-TRL
           MOVE ZERO
             TO WK-CTR-PND
           MOVE ZERO
             TO WK-CTR-YFX
           MOVE ZERO
             TO WK-CTR-HIS
           MOVE ZERO
             TO WK-CTR-YFD
           MOVE ZERO
             TO WK-CTR-HIS-ADD
           MOVE ZERO
             TO WK-KIN-HIS-ADD
           MOVE ZERO
             TO WK-CTR-PND-DUP
           MOVE ZERO
             TO WK-CTR-PND-VOID
           MOVE ZERO
             TO WK-CTR-LOAD-REJ
           MOVE ZERO
             TO WK-KIN-LOAD-REJ
           MOVE ZERO
             TO WK-CTR-HIS-REJ
           MOVE ZERO
             TO WK-KIN-HIS-REJ
           MOVE ZERO
             TO WK-CTR-HIS-VOID
           MOVE ZERO
             TO WK-KIN-HIS-VOID
           MOVE ZERO
             TO WK-CTR-KAKU
           MOVE ZERO
             TO WK-KIN-KAKU
           MOVE ZERO
             TO WK-CTR-RISK
           MOVE ZERO
             TO WK-KIN-RISK
           MOVE ZERO
             TO WK-CTR-RESEND
           MOVE ZERO
             TO WK-KIN-RESEND
           MOVE ZERO
             TO WK-CTR-ADJ
           MOVE ZERO
             TO WK-KIN-ADJ
           MOVE ZERO
             TO WK-CTR-CARRY
           MOVE ZERO
             TO WK-KIN-CARRY
           MOVE ZERO
             TO WK-CTR-PAST
           MOVE ZERO
             TO WK-KIN-PAST
           MOVE ZERO
             TO WK-CTR-AFTER
           MOVE ZERO
             TO WK-KIN-AFTER
           MOVE ZERO
             TO WK-CTR-LINE
           MOVE ZERO
             TO WK-CTR-XFC
           MOVE ZERO
             TO WK-CTR-XFC-D
           MOVE ZERO
             TO WK-GKI-CTR-KAKU
           MOVE ZERO
             TO WK-GKI-CTR-RISK
           MOVE ZERO
             TO WK-GKI-KIN-KAKU
           MOVE ZERO
             TO WK-GKI-KIN-ADJ
           MOVE ZERO
             TO WK-GKI-KIN-RISK
           MOVE ZERO
             TO WK-GKI-KIN-RESEND
      *
      *  [ZAGB110] BATCH PROCESSING DATE
           MOVE SPACE
             TO YAB110
           MOVE 'BGBB519'
             TO QA-NO-PGM           IN YAB110
           CALL 'ZAGB110' USING YAB110
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *
           OPEN OUTPUT BGBB519L-F
      *-------- PARAMETER DEFAULTS - FIVE BUSINESS DAYS FROM THE BATCH
      *-------- DATE, THE BGBB511 RE-SEND RULE AT ITS OWN DEFAULTS
           MOVE 5
             TO WK-CTR-DAYS
           MOVE ZERO
             TO WK-DT-ST
           MOVE 8
             TO WK-CTR-AGE
           MOVE 3
             TO WK-LMT-RETRY
           IF  PARM-LEN >= 2
           AND PARM-CTR-DAYS        IN BGBB519P NUMERIC
           AND PARM-CTR-DAYS        IN BGBB519P > ZERO
               MOVE PARM-CTR-DAYS       IN BGBB519P
                 TO WK-CTR-DAYS
           END-IF
           IF  PARM-LEN >= 10
           AND PARM-DT-ST           IN BGBB519P NUMERIC
               MOVE PARM-DT-ST          IN BGBB519P
                 TO WK-DT-ST
           END-IF
           IF  PARM-LEN >= 13
           AND PARM-CTR-AGE         IN BGBB519P NUMERIC
           AND PARM-CTR-AGE         IN BGBB519P > ZERO
               MOVE PARM-CTR-AGE        IN BGBB519P
                 TO WK-CTR-AGE
           END-IF
           IF  PARM-LEN >= 15
           AND PARM-LMT-RETRY       IN BGBB519P NUMERIC
           AND PARM-LMT-RETRY       IN BGBB519P > ZERO
               MOVE PARM-LMT-RETRY      IN BGBB519P
                 TO WK-LMT-RETRY
           END-IF
           IF  WK-DT-ST = ZERO
               MOVE DT-BTCHJ-SHR-ST     IN YAB110
                 TO WK-DT-ST
           END-IF
      *-------- MORE DAYS THAN THE WINDOW HOLDS OR A FIRST DAY THAT IS
      *-------- NOT A REAL CALENDAR DATE IS A PARM ERROR
           MOVE WK-DT-ST
             TO WK-CHK-DT
           PERFORM DATE-CHK-RTN THRU DATE-CHK-RTN-EXIT
           IF  WK-CTR-DAYS > 20
               MOVE SPACE
                 TO SW-CHK-OK
           END-IF
           IF  WK-CHK-YY < 1601
               MOVE SPACE
                 TO SW-CHK-OK
           END-IF
           IF  SW-CHK-OK = SPACE
               MOVE SPACE
                 TO BGBB519L
               SET FCS-KBN-NOTE        IN BGBB519L
                 TO TRUE
               MOVE WK-DT-ST
                 TO FCS-DT-SHK-SHR      IN BGBB519L
               MOVE WK-CTR-DAYS
                 TO FCS-CTR-KAKU        IN BGBB519L
               MOVE 'FORECAST PARM INVALID'
                 TO FCS-MSG             IN BGBB519L
               WRITE BGBB519L-REC FROM BGBB519L
               CLOSE BGBB519L-F
               MOVE 16
                 TO RETURN-CODE
               GO TO FST-RTN-EXIT
           END-IF
      *-------- CALENDAR SPAN SEARCHED FOR THE BUSINESS DAYS - 60 DAYS
      *-------- COVERS 20 BUSINESS DAYS WITH ANY REAL HOLIDAY PATTERN
           COMPUTE WK-INT-DAY
             = FUNCTION INTEGER-OF-DATE(WK-DT-ST)
           COMPUTE WK-INT-LMT = WK-INT-DAY + 59
           COMPUTE WK-DT-LMT
             = FUNCTION DATE-OF-INTEGER(WK-INT-LMT)
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
      *         CAL-LOAD-RTN : NON-BUSINESS DAYS OF THE CALENDAR SPAN  *
      *           AN ABSENT CALENDAR MAKES EVERY DAY A BUSINESS DAY    *
      ******************************************************************
       CAL-LOAD-RTN            SECTION.
      *
           MOVE ZERO
             TO WK-CAL-CNT
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
           OR  CAL-DT-YMD IN BGBB501B < WK-DT-ST
           OR  CAL-DT-YMD IN BGBB501B > WK-DT-LMT
               GO TO CAL-RED-RTN-EXIT
           END-IF
           IF  WK-CAL-CNT NOT < 100
               GO TO CAL-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CAL-CNT = WK-CAL-CNT + 1
           MOVE CAL-DT-YMD          IN BGBB501B
             TO WK-CAL-DT(WK-CAL-CNT)
      *
           .
       CAL-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         WIN-BLD-RTN : BUILD THE FORECAST WINDOW                *
      *           THE FIRST N BUSINESS DAYS FROM WK-DT-ST, THEN THE    *
      *           WORK FILES, THE HEADING AND THE EXTRACT HEADER       *
      ******************************************************************
       WIN-BLD-RTN             SECTION.
      *
           MOVE ZERO
             TO WK-WIN-CNT
           PERFORM WIN-DAY-RTN THRU WIN-DAY-RTN-EXIT
             UNTIL WK-WIN-CNT NOT < WK-CTR-DAYS
             OR WK-INT-DAY > WK-INT-LMT
      *-------- NO BUSINESS DAY IN THE WHOLE SPAN - THE CALENDAR IS
      *-------- WRONG, AND A FORECAST OF NOTHING WOULD MISLEAD
           IF  WK-WIN-CNT = ZERO
               MOVE SPACE
                 TO BGBB519L
               SET FCS-KBN-NOTE        IN BGBB519L
                 TO TRUE
               MOVE WK-DT-ST
                 TO FCS-DT-SHK-SHR      IN BGBB519L
               MOVE ZERO
                 TO FCS-CTR-KAKU        IN BGBB519L
               MOVE 'NO BUSINESS DAY FOUND'
                 TO FCS-MSG             IN BGBB519L
               WRITE BGBB519L-REC FROM BGBB519L
               CLOSE BGBB519L-F
               MOVE 16
                 TO RETURN-CODE
               GO TO WIN-BLD-RTN-EXIT
           END-IF
      *
           OPEN OUTPUT BGBB519W-F
           CLOSE       BGBB519W-F
           OPEN I-O    BGBB519W-F
           OPEN OUTPUT BGBB519S-F
           CLOSE       BGBB519S-F
           OPEN I-O    BGBB519S-F
           OPEN OUTPUT BGBB519X-F
      *-------- HEADING
           MOVE SPACE
             TO BGBB519L
           SET FCS-KBN-MIDASHI     IN BGBB519L
             TO TRUE
           MOVE WK-WIN-DT(1)
             TO FCS-DT-SHK-SHR      IN BGBB519L
           MOVE WK-WIN-CNT
             TO FCS-CTR-KAKU        IN BGBB519L
           MOVE ZERO
             TO FCS-CTR-RISK        IN BGBB519L
           MOVE 'SETTLEMENT CASH FORECAST'
             TO FCS-MSG             IN BGBB519L
           WRITE BGBB519L-REC FROM BGBB519L
      *-------- EXTRACT HEADER
           PERFORM XFC-CLR-RTN THRU XFC-CLR-RTN-EXIT
           SET XFC-REC-HDR         IN BGBB519X
             TO TRUE
           MOVE WK-WIN-CNT
             TO XFC-CTR-KAKU        IN BGBB519X
           WRITE BGBB519X-REC FROM BGBB519X
           COMPUTE WK-CTR-XFC = WK-CTR-XFC + 1
      *
           .
       WIN-BLD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         WIN-DAY-RTN : ONE CALENDAR DAY OF THE SPAN             *
      ******************************************************************
       WIN-DAY-RTN             SECTION.
      *
           COMPUTE WK-DT-DAY
             = FUNCTION DATE-OF-INTEGER(WK-INT-DAY)
           COMPUTE WK-INT-DAY = WK-INT-DAY + 1
           MOVE SPACE
             TO SW-CAL-FOUND
           PERFORM VARYING WK-CAL-G FROM 1 BY 1
             UNTIL WK-CAL-G > WK-CAL-CNT
             OR SW-CAL-FOUND-YES
               IF  WK-CAL-DT(WK-CAL-G) = WK-DT-DAY
                   MOVE '1'
                     TO SW-CAL-FOUND
               END-IF
           END-PERFORM
           IF  SW-CAL-FOUND-YES
               GO TO WIN-DAY-RTN-EXIT
           END-IF
           COMPUTE WK-WIN-CNT = WK-WIN-CNT + 1
           MOVE WK-DT-DAY
             TO WK-WIN-DT(WK-WIN-CNT)
      *
           .
       WIN-DAY-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-RTN : BGBB502 PENDING FILE PASS                    *
      *           EVERY PENDING ITEM IS AT RISK. ONE THE NEXT BGBB511  *
      *           RUN WILL RE-SEND (OLD ENOUGH, UNDER THE RETRY LIMIT, *
      *           NOT VOIDED) IS MARKED DUE FOR RE-SEND                *
      ******************************************************************
       PND-RTN                 SECTION.
      *
           OPEN INPUT YF55204H-F
           IF  NOT WK-YFH-STATUS-OK
               MOVE '1'
                 TO SW-YFH-NONE
           END-IF
           OPEN INPUT BGBB502P-F
           IF  NOT WK-PND-STATUS-OK
               MOVE '1'
                 TO SW-PND-NONE
               GO TO PND-RTN-EXIT
           END-IF
           PERFORM PND-RED-RTN THRU PND-RED-RTN-EXIT
             UNTIL SW-PND-EOF NOT = SPACE
           CLOSE BGBB502P-F
      *
           .
       PND-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PND-RED-RTN : PENDING FILE READ AND CLASSIFY           *
      ******************************************************************
       PND-RED-RTN             SECTION.
      *
           READ BGBB502P-F
             AT END
               MOVE '1'
                 TO SW-PND-EOF
           END-READ
           IF  SW-PND-EOF NOT = SPACE
               GO TO PND-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-PND = WK-CTR-PND + 1
           MOVE PNI-DATA            IN BGBB502P-REC
             TO YF55204A
           MOVE NO-HKK              IN YF55204A
             TO WK-NO-HKK-PND
      *-------- AGE IN DAYS SINCE THE ITEM ENTERED THE PENDING FILE,
      *-------- COUNTED AS BGBB511 COUNTS IT
           IF  PNI-DT-ENTRY         IN BGBB502P-REC > 19000101
               COMPUTE WK-AGE-DAYS
                 = FUNCTION INTEGER-OF-DATE
                     (DT-BTCHJ-SHR-ST IN YAB110)
                 - FUNCTION INTEGER-OF-DATE
                     (PNI-DT-ENTRY IN BGBB502P-REC)
             ELSE
               MOVE ZERO
                 TO WK-AGE-DAYS
           END-IF
           MOVE SPACE
             TO BGBB519W-REC
           MOVE 'U'
             TO FCW-KBN             IN BGBB519W-REC
           IF  WK-AGE-DAYS NOT < WK-CTR-AGE
           AND NOT SW-YFH-NONE-YES
               PERFORM HIS-SCAN-RTN THRU HIS-SCAN-RTN-EXIT
               IF  SW-HIS-VOID-YES
                   COMPUTE WK-CTR-PND-VOID = WK-CTR-PND-VOID + 1
               END-IF
               IF  SW-IMG-FOUND-YES
               AND NOT SW-HIS-VOID-YES
               AND WK-CTR-RETRY < WK-LMT-RETRY
                   MOVE 'R'
                     TO FCW-KBN             IN BGBB519W-REC
               END-IF
           END-IF
           MOVE WK-NO-HKK-PND
             TO FCW-NO-HKK          IN BGBB519W-REC
           MOVE DT-SHK-SHR          IN YF55204A
             TO FCW-DT-SHK-SHR      IN BGBB519W-REC
           MOVE CD-SHK-DPT          IN YF55204A
             TO FCW-CD-SHK-DPT      IN BGBB519W-REC
           MOVE 'P'
             TO FCW-SRC             IN BGBB519W-REC
           MOVE KS-SHK-JSK          IN YF55204A
             TO FCW-KIN             IN BGBB519W-REC
           WRITE BGBB519W-REC
             INVALID KEY
               COMPUTE WK-CTR-PND-DUP = WK-CTR-PND-DUP + 1
           END-WRITE
      *
           .
       PND-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HIS-SCAN-RTN : HISTORY SCAN FOR ONE PENDING PAYOUT     *
      *           AS BGBB511 - AN 'A'/'C'/'K' IMAGE, THE 'S' TOUCHES   *
      *           ALREADY MADE AND ANY 'V' (VOIDED) TOUCH              *
      ******************************************************************
       HIS-SCAN-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-HIS-EOF
           MOVE SPACE
             TO SW-IMG-FOUND
           MOVE ZERO
             TO WK-CTR-RETRY
           MOVE SPACE
             TO SW-HIS-VOID
           MOVE LOW-VALUES
             TO HIS-KEY             IN YF55204H-REC
           MOVE WK-NO-HKK-PND
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
           PERFORM HIS-SCAN-RED-RTN THRU HIS-SCAN-RED-RTN-EXIT
             UNTIL SW-HIS-EOF NOT = SPACE
      *
           .
       HIS-SCAN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HIS-SCAN-RED-RTN : ONE TOUCH OF THE PENDING PAYOUT     *
      ******************************************************************
       HIS-SCAN-RED-RTN        SECTION.
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
               GO TO HIS-SCAN-RED-RTN-EXIT
           END-IF
           IF  HIS-NO-HKK IN YF55204H-REC NOT = WK-NO-HKK-PND
               MOVE '1'
                 TO SW-HIS-EOF
               GO TO HIS-SCAN-RED-RTN-EXIT
           END-IF
           IF  HIS-REC-HONBAN       IN YF55204H-REC
           OR  HIS-REC-TEISEI       IN YF55204H-REC
           OR  HIS-REC-RECLASS      IN YF55204H-REC
               MOVE '1'
                 TO SW-IMG-FOUND
           END-IF
           IF  HIS-REC-RESEND       IN YF55204H-REC
               COMPUTE WK-CTR-RETRY = WK-CTR-RETRY + 1
           END-IF
           IF  HIS-REC-VOID         IN YF55204H-REC
               MOVE '1'
                 TO SW-HIS-VOID
           END-IF
      *
           .
       HIS-SCAN-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFX-RTN : YF55204X SIDE FILE PASS (THE DAY'S ISSUE)    *
      *           ACKNOWLEDGED BY THE LOAD ('1') IS CONFIRMED; NOT YET *
      *           ACKNOWLEDGED IS AT RISK; REJECTED BY THE LOAD ('J')  *
      *           WILL NOT SETTLE UNTIL REPAIRED AND IS LEFT OUT. AN   *
      *           ITEM ALREADY ON THE PENDING FILE IS FORECAST THERE   *
      ******************************************************************
       YFX-RTN                 SECTION.
      *
           OPEN INPUT YF55204X-F
           IF  NOT WK-YFX-STATUS-OK
               MOVE '1'
                 TO SW-YFX-NONE
               GO TO YFX-RTN-EXIT
           END-IF
           PERFORM YFX-RED-RTN THRU YFX-RED-RTN-EXIT
             UNTIL SW-YFX-EOF NOT = SPACE
           CLOSE YF55204X-F
      *
           .
       YFX-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFX-RED-RTN : SIDE FILE SEQUENTIAL READ AND CLASSIFY   *
      ******************************************************************
       YFX-RED-RTN             SECTION.
      *
           READ YF55204X-F NEXT RECORD
             AT END
               MOVE '1'
                 TO SW-YFX-EOF
           END-READ
           IF  NOT WK-YFX-STATUS-OK
               MOVE '1'
                 TO SW-YFX-EOF
           END-IF
           IF  SW-YFX-EOF NOT = SPACE
               GO TO YFX-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-YFX = WK-CTR-YFX + 1
           IF  YFX-ACK-FLG IN YF55204X-REC = 'J'
               COMPUTE WK-CTR-LOAD-REJ = WK-CTR-LOAD-REJ + 1
               COMPUTE WK-KIN-LOAD-REJ = WK-KIN-LOAD-REJ
                 + KS-SHK-JSK           IN YF55204X-REC
               GO TO YFX-RED-RTN-EXIT
           END-IF
           MOVE NO-HKK              IN YF55204X-REC
             TO FCW-NO-HKK          IN BGBB519W-REC
           READ BGBB519W-F
             INVALID KEY
               CONTINUE
           END-READ
           IF  NOT WK-FCW-STATUS-NOTFND
               GO TO YFX-RED-RTN-EXIT
           END-IF
           MOVE SPACE
             TO BGBB519W-REC
           MOVE NO-HKK              IN YF55204X-REC
             TO FCW-NO-HKK          IN BGBB519W-REC
           MOVE DT-SHK-SHR          IN YF55204X-REC
             TO FCW-DT-SHK-SHR      IN BGBB519W-REC
           MOVE CD-SHK-DPT          IN YF55204X-REC
             TO FCW-CD-SHK-DPT      IN BGBB519W-REC
           IF  YFX-ACK-FLG IN YF55204X-REC = '1'
               MOVE 'C'
                 TO FCW-KBN             IN BGBB519W-REC
             ELSE
               MOVE 'U'
                 TO FCW-KBN             IN BGBB519W-REC
           END-IF
           MOVE 'X'
             TO FCW-SRC             IN BGBB519W-REC
           MOVE KS-SHK-JSK          IN YF55204X-REC
             TO FCW-KIN             IN BGBB519W-REC
           WRITE BGBB519W-REC
             INVALID KEY
               CONTINUE
           END-WRITE
      *
           .
       YFX-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HIS-RTN : HISTORY MASTER PASS (EARLIER ISSUES)         *
      *           A PAYOUT ISSUED ON AN EARLIER DAY WHOSE SETTLEMENT   *
      *           DATE FALLS IN THE WINDOW, NO LONGER PENDING AND NOT  *
      *           LEFT LOAD REJECTED OR VOIDED, IS CONFIRMED AT ITS    *
      *           STANDING IMAGE. YF55204Z TELLS WHICH CORRECTION AND  *
      *           VOID TOUCHES THE CURRENT YF55204D ALREADY NETS       *
      ******************************************************************
       HIS-RTN                 SECTION.
      *
           IF  SW-YFH-NONE-YES
               GO TO HIS-RTN-EXIT
           END-IF
           OPEN INPUT YF55204Z-F
           IF  NOT WK-YFZ-STATUS-OK
               MOVE '1'
                 TO SW-YFZ-NONE
           END-IF
           MOVE SPACE
             TO SW-HIS-EOF
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
           PERFORM PAY-ONE-RTN THRU PAY-ONE-RTN-EXIT
             UNTIL SW-HIS-EOF NOT = SPACE
           CLOSE YF55204H-F
           IF  NOT SW-YFZ-NONE-YES
               CLOSE YF55204Z-F
           END-IF
      *
           .
       HIS-RTN-EXIT.
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
             TO SW-PAY-ISSUE
           MOVE SPACE
             TO SW-PAY-REJ
           MOVE SPACE
             TO SW-PAY-VOID
           MOVE SPACE
             TO WK-PAY-DPT-RCL
           PERFORM PAY-TCH-RTN THRU PAY-TCH-RTN-EXIT
             UNTIL SW-HIS-EOF NOT = SPACE
             OR HIS-NO-HKK IN YF55204H-REC NOT = WK-PAY-NO-HKK
           PERFORM PAY-CHK-RTN THRU PAY-CHK-RTN-EXIT
      *
           .
       PAY-ONE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-TCH-RTN : ONE TOUCH OF THE PAYOUT AND THE NEXT READ*
      ******************************************************************
       PAY-TCH-RTN             SECTION.
      *
           PERFORM PAY-APL-RTN THRU PAY-APL-RTN-EXIT
           PERFORM HIS-RED-RTN THRU HIS-RED-RTN-EXIT
      *
           .
       PAY-TCH-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-APL-RTN : APPLY ONE TOUCH TO THE PAYOUT            *
      *           KEY ORDER LEAVES THE LATEST 'A'/'C' IMAGE STANDING.  *
      *           A 'C' OR 'V' TOUCH WHOSE RUN STAMP IS THE ONE STILL  *
      *           ON YF55204Z CAME FROM THE RUN THAT BUILT THE CURRENT *
      *           YF55204D - YFD-RTN ADDS ITS DELTA, SO IT IS NOT      *
      *           APPLIED HERE. A 'K' TOUCH CARRIES THE RECLASS BATCH  *
      *           DATE, NOT A SETTLEMENT DATE - ONLY ITS DEPARTMENT    *
      *           IS TAKEN; AMOUNT AND DATE STAY THOSE OF THE IMAGE    *
      ******************************************************************
       PAY-APL-RTN             SECTION.
      *
           IF  HIS-REC-TEISEI       IN YF55204H-REC
           OR  HIS-REC-VOID         IN YF55204H-REC
               PERFORM YFZ-CHK-RTN THRU YFZ-CHK-RTN-EXIT
               IF  SW-TCH-CUR-YES
                   GO TO PAY-APL-RTN-EXIT
               END-IF
           END-IF
           IF  HIS-REC-HONBAN       IN YF55204H-REC
               MOVE '1'
                 TO SW-PAY-ISSUE
               MOVE SPACE
                 TO SW-PAY-REJ
           END-IF
           IF  HIS-REC-HONBAN       IN YF55204H-REC
           OR  HIS-REC-TEISEI       IN YF55204H-REC
               MOVE HIS-DATA            IN YF55204H-REC
                 TO WK-IMG-DATA
               MOVE SPACE
                 TO WK-PAY-DPT-RCL
           END-IF
           IF  HIS-REC-RECLASS      IN YF55204H-REC
               MOVE HIS-DATA            IN YF55204H-REC
                 TO YF55204A
               MOVE CD-SHK-DPT          IN YF55204A
                 TO WK-PAY-DPT-RCL
           END-IF
           IF  HIS-REC-LOAD-REJ     IN YF55204H-REC
               MOVE '1'
                 TO SW-PAY-REJ
           END-IF
           IF  HIS-REC-VOID         IN YF55204H-REC
               MOVE '1'
                 TO SW-PAY-VOID
           END-IF
      *
           .
       PAY-APL-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFZ-CHK-RTN : IS THE TOUCH IN THE CURRENT YF55204D     *
      *           YES WHEN YF55204Z HOLDS THE PAYOUT UNDER THE SAME    *
      *           RUN STAMP AS THE TOUCH                               *
      ******************************************************************
       YFZ-CHK-RTN             SECTION.
      *
           MOVE SPACE
             TO SW-TCH-CUR
           IF  SW-YFZ-NONE-YES
               GO TO YFZ-CHK-RTN-EXIT
           END-IF
           MOVE SPACE
             TO YF55204Z-REC
           MOVE HIS-NO-HKK          IN YF55204H-REC
             TO NO-HKK              IN YF55204Z-REC
           READ YF55204Z-F
             INVALID KEY
               CONTINUE
           END-READ
           IF  NOT WK-YFZ-STATUS-OK
               GO TO YFZ-CHK-RTN-EXIT
           END-IF
           IF  YFZ-RUN-STAMP IN YF55204Z-REC
               = HIS-RUN-STAMP      IN YF55204H-REC
               MOVE '1'
                 TO SW-TCH-CUR
           END-IF
      *
           .
       YFZ-CHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PAY-CHK-RTN : FORECAST ONE EARLIER ISSUE               *
      *           AT THE AMOUNT, SETTLEMENT DATE AND DEPARTMENT OF ITS *
      *           STANDING IMAGE. ONE SETTLING IN THE WINDOW BUT LEFT  *
      *           LOAD REJECTED OR VOIDED IS COUNTED FOR THE RUN NOTES *
      ******************************************************************
       PAY-CHK-RTN             SECTION.
      *
      *-------- NEVER FED (HELD ONLY)
           IF  NOT SW-PAY-ISSUE-YES
               GO TO PAY-CHK-RTN-EXIT
           END-IF
           MOVE WK-IMG-DATA
             TO YF55204A
           IF  WK-PAY-DPT-RCL NOT = SPACE
               MOVE WK-PAY-DPT-RCL
                 TO CD-SHK-DPT          IN YF55204A
           END-IF
      *-------- SETTLED BEFORE THE WINDOW OR SETTLING AFTER IT
           IF  DT-SHK-SHR           IN YF55204A < WK-DT-ST
           OR  DT-SHK-SHR           IN YF55204A
               > WK-WIN-DT(WK-WIN-CNT)
               GO TO PAY-CHK-RTN-EXIT
           END-IF
      *-------- ALREADY FORECAST FROM THE PENDING FILE OR THE SIDE FILE
           MOVE WK-PAY-NO-HKK
             TO FCW-NO-HKK          IN BGBB519W-REC
           READ BGBB519W-F
             INVALID KEY
               CONTINUE
           END-READ
           IF  NOT WK-FCW-STATUS-NOTFND
               GO TO PAY-CHK-RTN-EXIT
           END-IF
      *-------- LEFT LOAD REJECTED - WILL NOT SETTLE UNTIL RE-FED
           IF  SW-PAY-REJ-YES
               COMPUTE WK-CTR-HIS-REJ = WK-CTR-HIS-REJ + 1
               COMPUTE WK-KIN-HIS-REJ = WK-KIN-HIS-REJ
                 + KS-SHK-JSK           IN YF55204A
               GO TO PAY-CHK-RTN-EXIT
           END-IF
      *-------- VOIDED ON AN EARLIER RUN - WILL NOT SETTLE
           IF  SW-PAY-VOID-YES
               COMPUTE WK-CTR-HIS-VOID = WK-CTR-HIS-VOID + 1
               COMPUTE WK-KIN-HIS-VOID = WK-KIN-HIS-VOID
                 + KS-SHK-JSK           IN YF55204A
               GO TO PAY-CHK-RTN-EXIT
           END-IF
           MOVE SPACE
             TO BGBB519W-REC
           MOVE WK-PAY-NO-HKK
             TO FCW-NO-HKK          IN BGBB519W-REC
           MOVE DT-SHK-SHR          IN YF55204A
             TO FCW-DT-SHK-SHR      IN BGBB519W-REC
           MOVE CD-SHK-DPT          IN YF55204A
             TO FCW-CD-SHK-DPT      IN BGBB519W-REC
           MOVE 'C'
             TO FCW-KBN             IN BGBB519W-REC
           MOVE 'H'
             TO FCW-SRC             IN BGBB519W-REC
           MOVE KS-SHK-JSK          IN YF55204A
             TO FCW-KIN             IN BGBB519W-REC
           WRITE BGBB519W-REC
             INVALID KEY
               CONTINUE
           END-WRITE
           COMPUTE WK-CTR-HIS-ADD = WK-CTR-HIS-ADD + 1
           COMPUTE WK-KIN-HIS-ADD = WK-KIN-HIS-ADD
             + KS-SHK-JSK           IN YF55204A
      *
           .
       PAY-CHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         FCW-RTN : PAYOUT WORK FILE TO THE FORECAST TOTALS      *
      ******************************************************************
       FCW-RTN                 SECTION.
      *
           MOVE LOW-VALUES
             TO FCW-NO-HKK          IN BGBB519W-REC
           START BGBB519W-F
             KEY NOT < FCW-NO-HKK   IN BGBB519W-REC
             INVALID KEY
               MOVE '1'
                 TO SW-FCW-EOF
           END-START
           PERFORM FCW-RED-RTN THRU FCW-RED-RTN-EXIT
             UNTIL SW-FCW-EOF NOT = SPACE
      *
           .
       FCW-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         FCW-RED-RTN : PAYOUT WORK FILE READ                    *
      ******************************************************************
       FCW-RED-RTN             SECTION.
      *
           READ BGBB519W-F NEXT
             AT END
               MOVE '1'
                 TO SW-FCW-EOF
           END-READ
           IF  SW-FCW-EOF NOT = SPACE
               GO TO FCW-RED-RTN-EXIT
           END-IF
           MOVE FCW-KBN             IN BGBB519W-REC
             TO WK-ACM-KBN
           MOVE FCW-DT-SHK-SHR      IN BGBB519W-REC
             TO WK-ACM-DT
           MOVE FCW-CD-SHK-DPT      IN BGBB519W-REC
             TO WK-ACM-DPT
           MOVE FCW-KIN             IN BGBB519W-REC
             TO WK-ACM-KIN
           PERFORM ACM-RTN THRU ACM-RTN-EXIT
      *
           .
       FCW-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFD-RTN : YF55204D CORRECTION NET PASS                 *
      *           THE REVERSAL AND THE CORRECTED VALUE BOTH CARRY      *
      *           THEIR OWN SIGN, SO THEY NET IN THE SAME TOTAL. THE   *
      *           CORRECTION NET COUNTS AS CONFIRMED                   *
      ******************************************************************
       YFD-RTN                 SECTION.
      *
           OPEN INPUT YF55204D-F
           IF  NOT WK-YFD-STATUS-OK
               MOVE '1'
                 TO SW-YFD-NONE
               GO TO YFD-RTN-EXIT
           END-IF
           PERFORM YFD-RED-RTN THRU YFD-RED-RTN-EXIT
             UNTIL SW-YFD-EOF NOT = SPACE
           CLOSE YF55204D-F
      *
           .
       YFD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         YFD-RED-RTN : YF55204D READ AND PLACE                  *
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
      *-------- FEED CONTROL RECORDS ARE NOT FORECAST
           MOVE YF55204A
             TO YF55204F
           IF  FC-REC-HDR IN YF55204F
               GO TO YFD-RED-RTN-EXIT
           END-IF
           IF  FC-REC-TRL IN YF55204F
               MOVE '1'
                 TO SW-YFD-TRL
               GO TO YFD-RED-RTN-EXIT
           END-IF
           COMPUTE WK-CTR-YFD = WK-CTR-YFD + 1
           MOVE 'D'
             TO WK-ACM-KBN
           MOVE DT-SHK-SHR          IN YF55204A
             TO WK-ACM-DT
           MOVE CD-SHK-DPT          IN YF55204A
             TO WK-ACM-DPT
           MOVE KS-SHK-JSK          IN YF55204A
             TO WK-ACM-KIN
           PERFORM ACM-RTN THRU ACM-RTN-EXIT
      *
           .
       YFD-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         ACM-RTN : PLACE ONE AMOUNT ON ITS SETTLEMENT DAY       *
      *           A DATE INSIDE THE WINDOW ROLLS FORWARD TO THE NEXT   *
      *           BUSINESS DAY. BEFORE THE WINDOW, AN AT-RISK ITEM IS  *
      *           STILL OUTSTANDING AND GOES ON THE FIRST DAY, ANYTHING*
      *           ELSE HAS SETTLED. AFTER THE WINDOW IS NOT FORECAST   *
      ******************************************************************
       ACM-RTN                 SECTION.
      *
           IF  WK-ACM-DT > WK-WIN-DT(WK-WIN-CNT)
               COMPUTE WK-CTR-AFTER = WK-CTR-AFTER + 1
               COMPUTE WK-KIN-AFTER = WK-KIN-AFTER + WK-ACM-KIN
               GO TO ACM-RTN-EXIT
           END-IF
           IF  WK-ACM-DT < WK-DT-ST
               IF  WK-ACM-KBN = 'U'
               OR  WK-ACM-KBN = 'R'
                   COMPUTE WK-CTR-CARRY = WK-CTR-CARRY + 1
                   COMPUTE WK-KIN-CARRY = WK-KIN-CARRY + WK-ACM-KIN
                 ELSE
                   COMPUTE WK-CTR-PAST = WK-CTR-PAST + 1
                   COMPUTE WK-KIN-PAST = WK-KIN-PAST + WK-ACM-KIN
                   GO TO ACM-RTN-EXIT
               END-IF
           END-IF
      *-------- FIRST BUSINESS DAY ON OR AFTER THE DATE
           MOVE ZERO
             TO WK-BKT-G
           PERFORM VARYING WK-WIN-G FROM 1 BY 1
             UNTIL WK-WIN-G > WK-WIN-CNT
             OR WK-BKT-G > ZERO
               IF  WK-WIN-DT(WK-WIN-G) NOT < WK-ACM-DT
                   MOVE WK-WIN-G
                     TO WK-BKT-G
               END-IF
           END-PERFORM
      *
           MOVE WK-WIN-DT(WK-BKT-G)
             TO FCT-DT-SHK-SHR      IN BGBB519S-REC
           MOVE WK-ACM-DPT
             TO FCT-CD-SHK-DPT      IN BGBB519S-REC
           READ BGBB519S-F
             INVALID KEY
               CONTINUE
           END-READ
           IF  WK-FCT-STATUS-NOTFND
               MOVE ZERO
                 TO FCT-CTR-KAKU        IN BGBB519S-REC
               MOVE ZERO
                 TO FCT-CTR-RISK        IN BGBB519S-REC
               MOVE ZERO
                 TO FCT-KIN-KAKU        IN BGBB519S-REC
               MOVE ZERO
                 TO FCT-KIN-ADJ         IN BGBB519S-REC
               MOVE ZERO
                 TO FCT-KIN-RISK        IN BGBB519S-REC
               MOVE ZERO
                 TO FCT-KIN-RESEND      IN BGBB519S-REC
           END-IF
           IF  WK-ACM-KBN = 'C'
               COMPUTE FCT-CTR-KAKU     IN BGBB519S-REC
                 = FCT-CTR-KAKU         IN BGBB519S-REC + 1
               COMPUTE FCT-KIN-KAKU     IN BGBB519S-REC
                 = FCT-KIN-KAKU         IN BGBB519S-REC + WK-ACM-KIN
               COMPUTE WK-CTR-KAKU = WK-CTR-KAKU + 1
               COMPUTE WK-KIN-KAKU = WK-KIN-KAKU + WK-ACM-KIN
             ELSE
           IF  WK-ACM-KBN = 'D'
               COMPUTE FCT-KIN-KAKU     IN BGBB519S-REC
                 = FCT-KIN-KAKU         IN BGBB519S-REC + WK-ACM-KIN
               COMPUTE FCT-KIN-ADJ      IN BGBB519S-REC
                 = FCT-KIN-ADJ          IN BGBB519S-REC + WK-ACM-KIN
               COMPUTE WK-CTR-ADJ = WK-CTR-ADJ + 1
               COMPUTE WK-KIN-ADJ = WK-KIN-ADJ + WK-ACM-KIN
             ELSE
               COMPUTE FCT-CTR-RISK     IN BGBB519S-REC
                 = FCT-CTR-RISK         IN BGBB519S-REC + 1
               COMPUTE FCT-KIN-RISK     IN BGBB519S-REC
                 = FCT-KIN-RISK         IN BGBB519S-REC + WK-ACM-KIN
               COMPUTE WK-CTR-RISK = WK-CTR-RISK + 1
               COMPUTE WK-KIN-RISK = WK-KIN-RISK + WK-ACM-KIN
               IF  WK-ACM-KBN = 'R'
                   COMPUTE FCT-KIN-RESEND   IN BGBB519S-REC
                     = FCT-KIN-RESEND       IN BGBB519S-REC
                     + WK-ACM-KIN
                   COMPUTE WK-CTR-RESEND = WK-CTR-RESEND + 1
                   COMPUTE WK-KIN-RESEND = WK-KIN-RESEND + WK-ACM-KIN
               END-IF
           END-IF
           END-IF
           IF  WK-FCT-STATUS-NOTFND
               WRITE BGBB519S-REC
             ELSE
               REWRITE BGBB519S-REC
           END-IF
      *
           .
       ACM-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DAY-RTN : ONE BUSINESS DAY OF THE FORECAST (WK-WIN-G)  *
      *           A DAY WITH NOTHING SETTLING STILL GETS ITS SUBTOTAL  *
      ******************************************************************
       DAY-RTN                 SECTION.
      *
           MOVE ZERO
             TO WK-DAY-CTR-KAKU
           MOVE ZERO
             TO WK-DAY-CTR-RISK
           MOVE ZERO
             TO WK-DAY-KIN-KAKU
           MOVE ZERO
             TO WK-DAY-KIN-ADJ
           MOVE ZERO
             TO WK-DAY-KIN-RISK
           MOVE ZERO
             TO WK-DAY-KIN-RESEND
      *-------- THE DAY'S DEPARTMENTS IN CODE ORDER
           MOVE SPACE
             TO SW-FCT-EOF
           MOVE WK-WIN-DT(WK-WIN-G)
             TO FCT-DT-SHK-SHR      IN BGBB519S-REC
           MOVE LOW-VALUES
             TO FCT-CD-SHK-DPT      IN BGBB519S-REC
           START BGBB519S-F
             KEY NOT < FCT-KEY      IN BGBB519S-REC
             INVALID KEY
               MOVE '1'
                 TO SW-FCT-EOF
           END-START
           PERFORM DPT-RTN THRU DPT-RTN-EXIT
             UNTIL SW-FCT-EOF NOT = SPACE
      *-------- SETTLEMENT DAY SUBTOTAL
           MOVE WK-WIN-DT(WK-WIN-G)
             TO WK-PRT-DT
           MOVE SPACE
             TO WK-PRT-DPT
           MOVE WK-DAY-CTR-KAKU
             TO WK-PRT-CTR-KAKU
           MOVE WK-DAY-CTR-RISK
             TO WK-PRT-CTR-RISK
           MOVE WK-DAY-KIN-KAKU
             TO WK-PRT-KIN-KAKU
           MOVE WK-DAY-KIN-ADJ
             TO WK-PRT-KIN-ADJ
           MOVE WK-DAY-KIN-RISK
             TO WK-PRT-KIN-RISK
           MOVE WK-DAY-KIN-RESEND
             TO WK-PRT-KIN-RESEND
           MOVE SPACE
             TO BGBB519L
           SET FCS-KBN-DAY-KEI     IN BGBB519L
             TO TRUE
           MOVE 'SETTLEMENT DAY TOTAL'
             TO FCS-MSG             IN BGBB519L
           PERFORM XFC-CLR-RTN THRU XFC-CLR-RTN-EXIT
           SET XFC-REC-DAY-KEI     IN BGBB519X
             TO TRUE
           PERFORM PRT-RTN THRU PRT-RTN-EXIT
      *-------- FORECAST TOTAL
           COMPUTE WK-GKI-CTR-KAKU = WK-GKI-CTR-KAKU + WK-DAY-CTR-KAKU
           COMPUTE WK-GKI-CTR-RISK = WK-GKI-CTR-RISK + WK-DAY-CTR-RISK
           COMPUTE WK-GKI-KIN-KAKU = WK-GKI-KIN-KAKU + WK-DAY-KIN-KAKU
           COMPUTE WK-GKI-KIN-ADJ = WK-GKI-KIN-ADJ + WK-DAY-KIN-ADJ
           COMPUTE WK-GKI-KIN-RISK = WK-GKI-KIN-RISK + WK-DAY-KIN-RISK
           COMPUTE WK-GKI-KIN-RESEND
             = WK-GKI-KIN-RESEND + WK-DAY-KIN-RESEND
      *
           .
       DAY-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DPT-RTN : ONE DEPARTMENT OF THE SETTLEMENT DAY         *
      ******************************************************************
       DPT-RTN                 SECTION.
      *
           READ BGBB519S-F NEXT
             AT END
               MOVE '1'
                 TO SW-FCT-EOF
           END-READ
           IF  SW-FCT-EOF NOT = SPACE
               GO TO DPT-RTN-EXIT
           END-IF
           IF  FCT-DT-SHK-SHR       IN BGBB519S-REC
               NOT = WK-WIN-DT(WK-WIN-G)
               MOVE '1'
                 TO SW-FCT-EOF
               GO TO DPT-RTN-EXIT
           END-IF
           MOVE FCT-DT-SHK-SHR      IN BGBB519S-REC
             TO WK-PRT-DT
           MOVE FCT-CD-SHK-DPT      IN BGBB519S-REC
             TO WK-PRT-DPT
           MOVE FCT-CTR-KAKU        IN BGBB519S-REC
             TO WK-PRT-CTR-KAKU
           MOVE FCT-CTR-RISK        IN BGBB519S-REC
             TO WK-PRT-CTR-RISK
           MOVE FCT-KIN-KAKU        IN BGBB519S-REC
             TO WK-PRT-KIN-KAKU
           MOVE FCT-KIN-ADJ         IN BGBB519S-REC
             TO WK-PRT-KIN-ADJ
           MOVE FCT-KIN-RISK        IN BGBB519S-REC
             TO WK-PRT-KIN-RISK
           MOVE FCT-KIN-RESEND      IN BGBB519S-REC
             TO WK-PRT-KIN-RESEND
           MOVE SPACE
             TO BGBB519L
           SET FCS-KBN-MEISAI      IN BGBB519L
             TO TRUE
           PERFORM XFC-CLR-RTN THRU XFC-CLR-RTN-EXIT
           SET XFC-REC-MEISAI      IN BGBB519X
             TO TRUE
           PERFORM PRT-RTN THRU PRT-RTN-EXIT
           COMPUTE WK-CTR-XFC-D = WK-CTR-XFC-D + 1
      *
           COMPUTE WK-DAY-CTR-KAKU = WK-DAY-CTR-KAKU
             + FCT-CTR-KAKU         IN BGBB519S-REC
           COMPUTE WK-DAY-CTR-RISK = WK-DAY-CTR-RISK
             + FCT-CTR-RISK         IN BGBB519S-REC
           COMPUTE WK-DAY-KIN-KAKU = WK-DAY-KIN-KAKU
             + FCT-KIN-KAKU         IN BGBB519S-REC
           COMPUTE WK-DAY-KIN-ADJ = WK-DAY-KIN-ADJ
             + FCT-KIN-ADJ          IN BGBB519S-REC
           COMPUTE WK-DAY-KIN-RISK = WK-DAY-KIN-RISK
             + FCT-KIN-RISK         IN BGBB519S-REC
           COMPUTE WK-DAY-KIN-RESEND = WK-DAY-KIN-RESEND
             + FCT-KIN-RESEND       IN BGBB519S-REC
      *
           .
       DPT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         PRT-RTN : WK-PRT- LINE TO THE REPORT AND THE EXTRACT   *
      *           THE CALLER SETS THE LINE KIND AND MESSAGE ON         *
      *           BGBB519L AND THE RECORD KIND ON BGBB519X             *
      ******************************************************************
       PRT-RTN                 SECTION.
      *
           COMPUTE WK-PRT-KIN-TOTAL
             = WK-PRT-KIN-KAKU + WK-PRT-KIN-RISK
      *
           MOVE WK-PRT-DT
             TO FCS-DT-SHK-SHR      IN BGBB519L
           MOVE WK-PRT-DPT
             TO FCS-CD-SHK-DPT      IN BGBB519L
           MOVE WK-PRT-CTR-KAKU
             TO FCS-CTR-KAKU        IN BGBB519L
           MOVE WK-PRT-CTR-RISK
             TO FCS-CTR-RISK        IN BGBB519L
           MOVE WK-PRT-KIN-KAKU
             TO FCS-KIN-KAKU        IN BGBB519L
           MOVE WK-PRT-KIN-ADJ
             TO FCS-KIN-ADJ         IN BGBB519L
           MOVE WK-PRT-KIN-RISK
             TO FCS-KIN-RISK        IN BGBB519L
           MOVE WK-PRT-KIN-RESEND
             TO FCS-KIN-RESEND      IN BGBB519L
           MOVE WK-PRT-KIN-TOTAL
             TO FCS-KIN-TOTAL       IN BGBB519L
           WRITE BGBB519L-REC FROM BGBB519L
           COMPUTE WK-CTR-LINE = WK-CTR-LINE + 1
      *
           MOVE WK-PRT-DT
             TO XFC-DT-SHK-SHR      IN BGBB519X
           MOVE WK-PRT-DPT
             TO XFC-CD-SHK-DPT      IN BGBB519X
           MOVE WK-PRT-CTR-KAKU
             TO XFC-CTR-KAKU        IN BGBB519X
           MOVE WK-PRT-CTR-RISK
             TO XFC-CTR-RISK        IN BGBB519X
           MOVE WK-PRT-KIN-KAKU
             TO WK-XKIN
           PERFORM XFC-KIN-RTN THRU XFC-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XFC-SIGN-KAKU       IN BGBB519X
           MOVE WK-XABS
             TO XFC-KIN-KAKU        IN BGBB519X
           MOVE WK-PRT-KIN-ADJ
             TO WK-XKIN
           PERFORM XFC-KIN-RTN THRU XFC-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XFC-SIGN-ADJ        IN BGBB519X
           MOVE WK-XABS
             TO XFC-KIN-ADJ         IN BGBB519X
           MOVE WK-PRT-KIN-RISK
             TO WK-XKIN
           PERFORM XFC-KIN-RTN THRU XFC-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XFC-SIGN-RISK       IN BGBB519X
           MOVE WK-XABS
             TO XFC-KIN-RISK        IN BGBB519X
           MOVE WK-PRT-KIN-RESEND
             TO WK-XKIN
           PERFORM XFC-KIN-RTN THRU XFC-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XFC-SIGN-RESEND     IN BGBB519X
           MOVE WK-XABS
             TO XFC-KIN-RESEND      IN BGBB519X
           MOVE WK-PRT-KIN-TOTAL
             TO WK-XKIN
           PERFORM XFC-KIN-RTN THRU XFC-KIN-RTN-EXIT
           MOVE WK-XSIGN
             TO XFC-SIGN-TOTAL      IN BGBB519X
           MOVE WK-XABS
             TO XFC-KIN-TOTAL       IN BGBB519X
           WRITE BGBB519X-REC FROM BGBB519X
           COMPUTE WK-CTR-XFC = WK-CTR-XFC + 1
      *
           .
       PRT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         XFC-CLR-RTN : CLEAR THE EXTRACT RECORD                 *
      ******************************************************************
       XFC-CLR-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB519X
           MOVE ZERO
             TO XFC-DT-SHK-SHR      IN BGBB519X
           MOVE ZERO
             TO XFC-CTR-KAKU        IN BGBB519X
           MOVE ZERO
             TO XFC-CTR-RISK        IN BGBB519X
           MOVE ZERO
             TO XFC-KIN-KAKU        IN BGBB519X
           MOVE ZERO
             TO XFC-KIN-ADJ         IN BGBB519X
           MOVE ZERO
             TO XFC-KIN-RISK        IN BGBB519X
           MOVE ZERO
             TO XFC-KIN-RESEND      IN BGBB519X
           MOVE ZERO
             TO XFC-KIN-TOTAL       IN BGBB519X
           MOVE ZERO
             TO XFC-CTR-LINE        IN BGBB519X
           MOVE WK-WIN-DT(1)
             TO XFC-DT-WIN-ST       IN BGBB519X
           MOVE WK-WIN-DT(WK-WIN-CNT)
             TO XFC-DT-WIN-ED       IN BGBB519X
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO XFC-DT-CREATE       IN BGBB519X
      *
           .
       XFC-CLR-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         XFC-KIN-RTN : WK-XKIN TO SIGN BYTE + DIGITS            *
      ******************************************************************
       XFC-KIN-RTN             SECTION.
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
       XFC-KIN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         END-RTN : TERMINATION                                  *
      ******************************************************************
       END-RTN                 SECTION.
      *
      *-------- FORECAST TOTAL - REPORT LINE AND EXTRACT TRAILER
           MOVE ZERO
             TO WK-PRT-DT
           MOVE SPACE
             TO WK-PRT-DPT
           MOVE WK-GKI-CTR-KAKU
             TO WK-PRT-CTR-KAKU
           MOVE WK-GKI-CTR-RISK
             TO WK-PRT-CTR-RISK
           MOVE WK-GKI-KIN-KAKU
             TO WK-PRT-KIN-KAKU
           MOVE WK-GKI-KIN-ADJ
             TO WK-PRT-KIN-ADJ
           MOVE WK-GKI-KIN-RISK
             TO WK-PRT-KIN-RISK
           MOVE WK-GKI-KIN-RESEND
             TO WK-PRT-KIN-RESEND
           MOVE SPACE
             TO BGBB519L
           SET FCS-KBN-GOKEI       IN BGBB519L
             TO TRUE
           MOVE 'FORECAST TOTAL'
             TO FCS-MSG             IN BGBB519L
           PERFORM XFC-CLR-RTN THRU XFC-CLR-RTN-EXIT
           SET XFC-REC-TRL         IN BGBB519X
             TO TRUE
           MOVE WK-CTR-XFC-D
             TO XFC-CTR-LINE        IN BGBB519X
           PERFORM PRT-RTN THRU PRT-RTN-EXIT
      *
      *-------- RUN NOTES - INPUTS MISSING AND WHAT WAS LEFT OUT
           IF  SW-PND-NONE-YES
               MOVE 'PENDING FILE NOT READ'
                 TO WK-NOTE-MSG
               MOVE ZERO
                 TO WK-NOTE-CTR
               MOVE ZERO
                 TO WK-NOTE-KIN
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           IF  SW-YFX-NONE-YES
               MOVE 'SIDE FILE NOT READ'
                 TO WK-NOTE-MSG
               MOVE ZERO
                 TO WK-NOTE-CTR
               MOVE ZERO
                 TO WK-NOTE-KIN
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           IF  SW-YFH-NONE-YES
               MOVE 'HISTORY NOT READ'
                 TO WK-NOTE-MSG
               MOVE ZERO
                 TO WK-NOTE-CTR
               MOVE ZERO
                 TO WK-NOTE-KIN
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           IF  SW-YFD-NONE-YES
               MOVE 'DELTA FEED NOT READ'
                 TO WK-NOTE-MSG
               MOVE ZERO
                 TO WK-NOTE-CTR
               MOVE ZERO
                 TO WK-NOTE-KIN
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           IF  SW-YFZ-NONE-YES
               MOVE 'CORRECTION KEYS NOT READ'
                 TO WK-NOTE-MSG
               MOVE ZERO
                 TO WK-NOTE-CTR
               MOVE ZERO
                 TO WK-NOTE-KIN
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           IF  NOT SW-YFD-NONE-YES
           AND NOT SW-YFD-TRL-YES
               MOVE 'DELTA TRAILER MISSING'
                 TO WK-NOTE-MSG
               MOVE WK-CTR-YFD
                 TO WK-NOTE-CTR
               MOVE ZERO
                 TO WK-NOTE-KIN
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           IF  WK-WIN-CNT < WK-CTR-DAYS
               MOVE 'SHORT - BUSINESS DAYS'
                 TO WK-NOTE-MSG
               MOVE WK-WIN-CNT
                 TO WK-NOTE-CTR
               MOVE ZERO
                 TO WK-NOTE-KIN
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
           MOVE 'AT RISK CARRIED TO DAY 1'
             TO WK-NOTE-MSG
           MOVE WK-CTR-CARRY
             TO WK-NOTE-CTR
           MOVE WK-KIN-CARRY
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'DUE FOR RE-SEND'
             TO WK-NOTE-MSG
           MOVE WK-CTR-RESEND
             TO WK-NOTE-CTR
           MOVE WK-KIN-RESEND
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'EARLIER ISSUE IN WINDOW'
             TO WK-NOTE-MSG
           MOVE WK-CTR-HIS-ADD
             TO WK-NOTE-CTR
           MOVE WK-KIN-HIS-ADD
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'CORRECTION RECORDS'
             TO WK-NOTE-MSG
           MOVE WK-CTR-ADJ
             TO WK-NOTE-CTR
           MOVE WK-KIN-ADJ
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'SETTLED BEFORE WINDOW'
             TO WK-NOTE-MSG
           MOVE WK-CTR-PAST
             TO WK-NOTE-CTR
           MOVE WK-KIN-PAST
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'SETTLES AFTER WINDOW'
             TO WK-NOTE-MSG
           MOVE WK-CTR-AFTER
             TO WK-NOTE-CTR
           MOVE WK-KIN-AFTER
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'LOAD REJECTED - LEFT OUT'
             TO WK-NOTE-MSG
           MOVE WK-CTR-LOAD-REJ
             TO WK-NOTE-CTR
           MOVE WK-KIN-LOAD-REJ
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'EARLIER ISSUE LOAD REJ'
             TO WK-NOTE-MSG
           MOVE WK-CTR-HIS-REJ
             TO WK-NOTE-CTR
           MOVE WK-KIN-HIS-REJ
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'EARLIER ISSUE VOIDED'
             TO WK-NOTE-MSG
           MOVE WK-CTR-HIS-VOID
             TO WK-NOTE-CTR
           MOVE WK-KIN-HIS-VOID
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           MOVE 'VOIDED - NOT RE-SENT'
             TO WK-NOTE-MSG
           MOVE WK-CTR-PND-VOID
             TO WK-NOTE-CTR
           MOVE ZERO
             TO WK-NOTE-KIN
           PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           IF  WK-CTR-PND-DUP > ZERO
               MOVE 'PENDING ITEM DUPLICATED'
                 TO WK-NOTE-MSG
               MOVE WK-CTR-PND-DUP
                 TO WK-NOTE-CTR
               MOVE ZERO
                 TO WK-NOTE-KIN
               PERFORM NOTE-RTN THRU NOTE-RTN-EXIT
           END-IF
      *
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
           CLOSE BGBB519W-F
           CLOSE BGBB519S-F
           CLOSE BGBB519L-F
           CLOSE BGBB519X-F
      *
           .
       END-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         NOTE-RTN : RUN NOTE LINE                               *
      ******************************************************************
       NOTE-RTN                SECTION.
      *
           MOVE SPACE
             TO BGBB519L
           SET FCS-KBN-NOTE        IN BGBB519L
             TO TRUE
           MOVE WK-WIN-DT(1)
             TO FCS-DT-SHK-SHR      IN BGBB519L
           MOVE WK-NOTE-CTR
             TO FCS-CTR-KAKU        IN BGBB519L
           MOVE ZERO
             TO FCS-CTR-RISK        IN BGBB519L
           MOVE ZERO
             TO FCS-KIN-KAKU        IN BGBB519L
           MOVE ZERO
             TO FCS-KIN-ADJ         IN BGBB519L
           MOVE ZERO
             TO FCS-KIN-RISK        IN BGBB519L
           MOVE ZERO
             TO FCS-KIN-RESEND      IN BGBB519L
           MOVE WK-NOTE-KIN
             TO FCS-KIN-TOTAL       IN BGBB519L
           MOVE WK-NOTE-MSG
             TO FCS-MSG             IN BGBB519L
           WRITE BGBB519L-REC FROM BGBB519L
           COMPUTE WK-CTR-LINE = WK-CTR-LINE + 1
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
           MOVE 'BGBB519'
             TO Q-NO-PGM            IN YAG005
           MOVE '0'
             TO QA-REV-PGM          IN YAG005
           MOVE 'IN-BGBB502P'
             TO QA-SV-KEY021        IN YAG005(1)
           MOVE 'IN-YF55204X'
             TO QA-SV-KEY021        IN YAG005(2)
           MOVE 'IN-YF55204H'
             TO QA-SV-KEY021        IN YAG005(3)
           MOVE 'IN-YF55204D'
             TO QA-SV-KEY021        IN YAG005(4)
           MOVE 'CONFIRMED'
             TO QA-SV-KEY021        IN YAG005(5)
           MOVE 'AT-RISK'
             TO QA-SV-KEY021        IN YAG005(6)
           MOVE 'RESEND-DUE'
             TO QA-SV-KEY021        IN YAG005(7)
           MOVE 'CORRECTION'
             TO QA-SV-KEY021        IN YAG005(8)
           MOVE 'BEFORE-WINDOW'
             TO QA-SV-KEY021        IN YAG005(9)
           MOVE 'AFTER-WINDOW'
             TO QA-SV-KEY021        IN YAG005(10)
           MOVE 'LOAD-REJ'
             TO QA-SV-KEY021        IN YAG005(11)
           MOVE 'OU-BGBB519L'
             TO QA-SV-KEY021        IN YAG005(12)
           MOVE 'OU-BGBB519X'
             TO QA-SV-KEY021        IN YAG005(13)
           MOVE 'HIS-LOADREJ'
             TO QA-SV-KEY021        IN YAG005(14)
           MOVE 'HIS-VOID'
             TO QA-SV-KEY021        IN YAG005(15)
           MOVE WK-CTR-PND
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-YFX
             TO QA-CTR-KENSU        IN YAG005(2)
           MOVE WK-CTR-HIS
             TO QA-CTR-KENSU        IN YAG005(3)
           MOVE WK-CTR-YFD
             TO QA-CTR-KENSU        IN YAG005(4)
           MOVE WK-CTR-KAKU
             TO QA-CTR-KENSU        IN YAG005(5)
           MOVE WK-CTR-RISK
             TO QA-CTR-KENSU        IN YAG005(6)
           MOVE WK-CTR-RESEND
             TO QA-CTR-KENSU        IN YAG005(7)
           MOVE WK-CTR-ADJ
             TO QA-CTR-KENSU        IN YAG005(8)
           MOVE WK-CTR-PAST
             TO QA-CTR-KENSU        IN YAG005(9)
           MOVE WK-CTR-AFTER
             TO QA-CTR-KENSU        IN YAG005(10)
           MOVE WK-CTR-LOAD-REJ
             TO QA-CTR-KENSU        IN YAG005(11)
           MOVE WK-CTR-LINE
             TO QA-CTR-KENSU        IN YAG005(12)
           MOVE WK-CTR-XFC
             TO QA-CTR-KENSU        IN YAG005(13)
           MOVE WK-CTR-HIS-REJ
             TO QA-CTR-KENSU        IN YAG005(14)
           MOVE WK-CTR-HIS-VOID
             TO QA-CTR-KENSU        IN YAG005(15)
           MOVE WK-KIN-KAKU
             TO QA-CTR-KINGAKU      IN YAG005(5)
           MOVE WK-KIN-RISK
             TO QA-CTR-KINGAKU      IN YAG005(6)
           MOVE WK-KIN-RESEND
             TO QA-CTR-KINGAKU      IN YAG005(7)
           MOVE WK-KIN-ADJ
             TO QA-CTR-KINGAKU      IN YAG005(8)
           MOVE WK-KIN-PAST
             TO QA-CTR-KINGAKU      IN YAG005(9)
           MOVE WK-KIN-AFTER
             TO QA-CTR-KINGAKU      IN YAG005(10)
           MOVE WK-KIN-LOAD-REJ
             TO QA-CTR-KINGAKU      IN YAG005(11)
           MOVE WK-KIN-HIS-REJ
             TO QA-CTR-KINGAKU      IN YAG005(14)
           MOVE WK-KIN-HIS-VOID
             TO QA-CTR-KINGAKU      IN YAG005(15)
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
           COMPUTE WK-RLG-CTR-IN = WK-CTR-PND + WK-CTR-YFX + WK-CTR-YFD
           MOVE WK-CTR-XFC
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
           MOVE 'BGBB519'
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
