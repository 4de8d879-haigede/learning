      ******************************************************************
      *    MODIFICATION HISTORY                                        *
      *      2026.09.02  M.K  NEW PROGRAM                              *
      *      2026.10.15  M.K  RUN LOG START/END RECORDS (BGBB516G)     *
      *      2026.10.15  M.K  VOIDED PAYOUTS ARE NOT RE-SENT           *
      *      2026.10.15  M.K  A BGBB518 RECLASSIFICATION ('K') IS THE  *
      *                       LATEST IMAGE                             *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
               FILE STATUS  IS WK-YFH-STATUS.
           SELECT YF55204S-F ASSIGN TO YF55204S.
           SELECT BGBB511L-F ASSIGN TO BGBB511L.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
           DATA RECORD IS BGBB511L-REC.
       01  BGBB511L-REC.
           COPY BGBB511L.
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
         03  SW-HIS-EOF                 PIC X(01).
         03  SW-IMG-FOUND               PIC X(01).
           88  SW-IMG-FOUND-YES                 VALUE '1'.
         03  SW-HIS-VOID                PIC X(01).
           88  SW-HIS-VOID-YES                  VALUE '1'.
         03  WK-CTR-INP                 PIC 9(07).
         03  WK-CTR-RESENT              PIC 9(07).
         03  WK-KIN-RESENT              PIC S9(11)     COMP-3.
         03  WK-CTR-EXHAUSTED           PIC 9(07).
         03  WK-CTR-HIS-NASHI           PIC 9(07).
         03  WK-CTR-YFH-NG              PIC 9(07).
         03  WK-CTR-VOID                PIC 9(07).
         03  WK-KIN-VOID                PIC S9(11)     COMP-3.
         03  WK-CTR-RETRY               PIC 9(02).
         03  WK-AGE-DAYS                PIC S9(05).
         03  WK-NO-HKK-PND              PIC X(10).
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
      *-------- LATEST 'A'/'C'/'K' IMAGE OF THE PAYOUT BEING PROCESSED
       01  WK-IMG-AREA.
         03  WK-IMG-DATA                PIC X(122).
         03  WK-IMG-DT-SHK-JSK          PIC 9(08).
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
       01  BGBB511P.
           COPY BGBB511P.
      *
           .
       MAIN-EXIT.
      *-------- RUN LOG END RECORD - HERE SO EVERY EXIT PATH IS LOGGED
           PERFORM RLG-END-RTN THRU RLG-END-RTN-EXIT
           GOBACK.
      ******************************************************************
      *         FST-RTN : INITIALIZATION                               *
             TO WK-CTR-HIS-NASHI
           MOVE ZERO
             TO WK-CTR-YFH-NG
           MOVE ZERO
             TO WK-CTR-VOID
           MOVE ZERO
             TO WK-KIN-VOID
           ACCEPT WK-RUN-STAMP-DT FROM DATE YYYYMMDD
           ACCEPT WK-RUN-STAMP-TM FROM TIME
      *
           MOVE 'BGBB511'
             TO QA-NO-PGM           IN YAB110
           CALL 'ZAGB110' USING YAB110
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *
      *-------- PARAMETER DEFAULTS - AGE ONE PAST THE BGBB502
      *-------- AGE-OVER7 FLAG, THREE ATTEMPTS PER PAYOUT
           END-IF
           MOVE WK-IMG-DATA
             TO YF55204A
      *-------- VOIDED SINCE IT WAS SENT - NOTHING TO RE-SEND
           IF  SW-HIS-VOID-YES
               COMPUTE WK-CTR-VOID = WK-CTR-VOID + 1
               COMPUTE WK-KIN-VOID = WK-KIN-VOID
                 + KS-SHK-JSK           IN YF55204A
               MOVE SPACE
                 TO BGBB511L
               SET RSD-KBN-VOID        IN BGBB511L
                 TO TRUE
               MOVE WK-NO-HKK-PND
                 TO RSD-NO-HKK          IN BGBB511L
               MOVE WK-AGE-DAYS
                 TO RSD-AGE             IN BGBB511L
               MOVE WK-CTR-RETRY
                 TO RSD-CTR-RETRY       IN BGBB511L
               MOVE KS-SHK-JSK          IN YF55204A
                 TO RSD-KIN             IN BGBB511L
               MOVE 'VOIDED - NOT RE-SENT'
                 TO RSD-MSG             IN BGBB511L
               WRITE BGBB511L-REC FROM BGBB511L
               GO TO PND-EDT-RTN-EXIT
           END-IF
           IF  WK-CTR-RETRY NOT < WK-LMT-RETRY
               COMPUTE WK-CTR-EXHAUSTED = WK-CTR-EXHAUSTED + 1
               MOVE SPACE
           EXIT.
      ******************************************************************
      *         HIS-SCAN-RTN : HISTORY SCAN FOR ONE PAYOUT             *
      *           KEEPS THE LATEST 'A'/'C'/'K' IMAGE (KEY ORDER LEAVES *
      *           THE NEWEST STANDING), COUNTS THE 'S' TOUCHES AND     *
      *           NOTES A 'V' (VOIDED) TOUCH                           *
      ******************************************************************
       HIS-SCAN-RTN            SECTION.
      *
             TO SW-IMG-FOUND
           MOVE ZERO
             TO WK-CTR-RETRY
           MOVE SPACE
             TO SW-HIS-VOID
           MOVE LOW-VALUES
             TO HIS-KEY             IN YF55204H-REC
           MOVE WK-NO-HKK-PND
           END-IF
           IF  HIS-REC-HONBAN       IN YF55204H-REC
           OR  HIS-REC-TEISEI       IN YF55204H-REC
           OR  HIS-REC-RECLASS      IN YF55204H-REC
               MOVE HIS-DATA            IN YF55204H-REC
                 TO WK-IMG-DATA
               MOVE HIS-DT-SHK-JSK      IN YF55204H-REC
           IF  HIS-REC-RESEND       IN YF55204H-REC
               COMPUTE WK-CTR-RETRY = WK-CTR-RETRY + 1
           END-IF
           IF  HIS-REC-VOID         IN YF55204H-REC
               MOVE '1'
                 TO SW-HIS-VOID
           END-IF
      *
           .
       HIS-RED-RTN-EXIT.
             TO QA-SV-KEY021        IN YAG005(5)
           MOVE 'YFH-NG'
             TO QA-SV-KEY021        IN YAG005(6)
           MOVE 'VOIDED'
             TO QA-SV-KEY021        IN YAG005(7)
           MOVE WK-CTR-INP
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-RESENT
             TO QA-CTR-KENSU        IN YAG005(5)
           MOVE WK-CTR-YFH-NG
             TO QA-CTR-KENSU        IN YAG005(6)
           MOVE WK-CTR-VOID
             TO QA-CTR-KENSU        IN YAG005(7)
           MOVE WK-KIN-RESENT
             TO QA-CTR-KINGAKU      IN YAG005(2)
           MOVE WK-KIN-VOID
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
           MOVE WK-CTR-INP
             TO WK-RLG-CTR-IN
           MOVE WK-CTR-RESENT
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
           MOVE 'BGBB511'
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
