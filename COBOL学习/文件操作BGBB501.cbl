               FILE STATUS  IS WK-REG-STATUS.
           SELECT BGBB509C-F ASSIGN TO BGBB509C
               FILE STATUS  IS WK-DCT-STATUS.
           SELECT BGBB501K-F ASSIGN TO BGBB501K
               FILE STATUS  IS WK-HLD-STATUS.
           SELECT BGBB501Q-F ASSIGN TO BGBB501Q
               FILE STATUS  IS WK-HLQ-STATUS.
           SELECT BGBB513Q-F ASSIGN TO BGBB513Q
               FILE STATUS  IS WK-HLC-STATUS.
           SELECT BGBB513R-F ASSIGN TO BGBB513R
               FILE STATUS  IS WK-RLS-STATUS.
           SELECT BGBB502R-F ASSIGN TO BGBB502R
               FILE STATUS  IS WK-RSN-STATUS.
           SELECT BGBB501W-F ASSIGN TO BGBB501W
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HIS-KEY OF YF55204H-REC
               FILE STATUS  IS WK-YFH-STATUS.
           SELECT BGBB516G-F ASSIGN TO BGBB516G
               FILE STATUS  IS WK-RLG-STATUS.
           SELECT BGBB501T-F ASSIGN TO BGBB501T.
           SELECT BGBB501V-F ASSIGN TO BGBB501V
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TRV-KEY OF BGBB501V-REC
               FILE STATUS  IS WK-TRV-STATUS.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
           DATA RECORD IS BGBB501D-REC.
       01  BGBB501D-REC.
           COPY BGBB501D.
      *-------- OPERATIONS PAYOUT STOP LIST - BY PAYOUT NUMBER, BY
      *-------- STORE, OR A PER-STORE KS-SHK-JSK CEILING. MAY BE
      *-------- ABSENT OR EMPTY
       FD  BGBB501K-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB501K-REC.
       01  BGBB501K-REC.
           COPY BGBB501K.
      *-------- HELD-PAYOUT QUEUE - PAYOUTS STOPPED BY THE STOP LIST
      *-------- GO HERE INSTEAD OF YF55204A/YF55204X. REBUILT EVERY
      *-------- FRESH RUN FROM THE BGBB513Q CARRY-FORWARD PLUS THIS
      *-------- RUN'S NEW HOLDS, EXTENDED ON A RESTART
       FD  BGBB501Q-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB501Q-REC.
       01  BGBB501Q-REC.
           COPY BGBB501Q.
      *-------- HELD ITEMS CARRIED FORWARD UNTOUCHED BY BGBB513 -
      *-------- MAY BE ABSENT
       FD  BGBB513Q-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB513Q-REC.
       01  BGBB513Q-REC.
           COPY BGBB501Q.
      *-------- HELD ITEMS RELEASED BY BGBB513 - PROCESSED AFTER THE
      *-------- RECYCLED SUSPENSE RECORDS AND AHEAD OF THE NEW
      *-------- EXTRACT, BYPASSING THE STOP LIST. MAY BE ABSENT
       FD  BGBB513R-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB513R-REC.
       01  BGBB513R-REC.
           03  RLS-DATA                PIC X(80).
           03  RLS-DT-ENTRY            PIC 9(08).
      *-------- X552 LOAD REJECTIONS REPAIRED IN BGBB508 - PROCESSED
      *-------- AFTER THE RELEASED HELD ITEMS AND SENT AGAIN MARKED AS
      *-------- A RE-SEND (SCT-RESEND). MAY BE ABSENT
       FD  BGBB502R-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB502R-REC.
       01  BGBB502R-REC.
           COPY BGBB502E.
      *-------- KEYED DEPARTMENT/STORE SUMMARY WORK FILE - REBUILT
      *-------- EMPTY EVERY RUN SO THE BGBB501S SUMMARY IS COMPLETE
      *-------- AT ANY VOLUME. AFTER A RESTART IT COVERS ONLY THE
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
      *-------- TRIAL-RUN FORECAST (PARM-RUN-MODE 'T' ONLY)
       FD  BGBB501T-F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F                                          AIXMODE
           DATA RECORD IS BGBB501T-REC.
       01  BGBB501T-REC.
           COPY BGBB501T.
      *-------- TRIAL-RUN DUPLICATE CHECK WORK FILE - TRV-KBN 'X'
      *-------- STANDS FOR YF55204X, 'Z' FOR YF55204Z
       FD  BGBB501V-F
           LABEL RECORD IS STANDARD
           DATA RECORD IS BGBB501V-REC.
       01  BGBB501V-REC.
           03  TRV-KEY.
             05  TRV-NO-HKK            PIC X(10).
             05  TRV-KBN               PIC X(01).
           03  TRV-CD-TEISEI-FCT       PIC X(01).
           03  TRV-DATA                PIC X(122).
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
      ******************************************************************
      *                ���[�N  �G���A                                  *
      ******************************************************************
         03  WK-CTR-SUS-OUT             PIC 9(07).
         03  WK-CTR-SUS-OVER            PIC 9(07).
      *
      *-------- PAYOUT STOP LIST / HELD-PAYOUT QUEUE AREA
         03  SW-HOLD                    PIC X(01).
           88  SW-HOLD-YES                      VALUE '1'.
         03  WK-HOLD-KBN                PIC X(01).
         03  WK-HLQ-STATUS              PIC X(02).
           88  WK-HLQ-STATUS-OK               VALUE '00'.
         03  SW-HLC-EOF                 PIC X(01).
         03  WK-HLC-STATUS              PIC X(02).
           88  WK-HLC-STATUS-OK               VALUE '00'.
         03  WK-CTR-HOLD                PIC 9(07).
         03  WK-KIN-HOLD                PIC S9(11)     COMP-3.
         03  WK-CTR-HLQ-CARRY           PIC 9(07).
      *-------- RELEASED HELD ITEMS (BGBB513R) - SW-RLS MARKS THE
      *-------- RECORD IN HAND AS RELEASED SO IT BYPASSES THE LIST
         03  SW-RLS                     PIC X(01).
           88  SW-RLS-YES                       VALUE '1'.
         03  SW-RLS-EOF                 PIC X(01).
         03  SW-RLS-OPEN                PIC X(01).
           88  SW-RLS-OPEN-YES                  VALUE '1'.
         03  WK-RLS-STATUS              PIC X(02).
           88  WK-RLS-STATUS-OK               VALUE '00'.
         03  WK-CTR-RELEASE             PIC 9(07).
         03  WK-KIN-RELEASE             PIC S9(11)     COMP-3.
      *-------- REPAIRED LOAD REJECTIONS (BGBB502R) - SW-RSND MARKS THE
      *-------- RECORD IN HAND AS A RE-SEND
         03  SW-RSND                    PIC X(01).
           88  SW-RSND-YES                      VALUE '1'.
         03  SW-RSN-EOF                 PIC X(01).
         03  SW-RSN-OPEN                PIC X(01).
           88  SW-RSN-OPEN-YES                  VALUE '1'.
         03  WK-RSN-STATUS              PIC X(02).
           88  WK-RSN-STATUS-OK               VALUE '00'.
         03  WK-CTR-RESEND              PIC 9(07).
         03  WK-KIN-RESEND              PIC S9(11)     COMP-3.
      *-------- VOID RECORDS (QF-REC-KBN '2') - THE ORIGINAL IS LOOKED
      *-------- UP ON THE HISTORY MASTER AND ITS LATEST FED IMAGE IS
      *-------- ROUTED TO YF55204C FOR A REVERSAL-ONLY DELTA
         03  SW-VOID-EOF                PIC X(01).
         03  SW-VOID-ISSUED             PIC X(01).
           88  SW-VOID-ISSUED-YES               VALUE '1'.
         03  SW-VOID-DONE               PIC X(01).
           88  SW-VOID-DONE-YES                 VALUE '1'.
         03  SW-VOID-ZREC               PIC X(01).
           88  SW-VOID-ZREC-YES                 VALUE '1'.
         03  WK-VOID-LAST               PIC X(01).
         03  WK-VOID-NG-KBN             PIC X(01).
         03  WK-VOID-IMG                PIC X(122).
         03  WK-CTR-VOID                PIC 9(07).
         03  WK-KIN-VOID                PIC S9(11)     COMP-3.
         03  WK-CTR-VOID-NG             PIC 9(07).
      *
      *-------- BUSINESS CALENDAR / DT-PAYOUT VALIDATION AREA
         03  SW-CAL-EOF                 PIC X(01).
         03  SW-CAL-HIT                 PIC X(01).
           05  FILLER                   PIC X(27)
               VALUE 'TRAILER HASH MISMATCH CALC '.
           05  WK-CTL-MSG-HASH2-VAL     PIC 9(13).
      *
      *-------- TRIAL-RUN (VALIDATE ONLY) AREA - PARM-RUN-MODE 'T'
         03  SW-TRIAL                   PIC X(01).
           88  SW-TRIAL-YES                     VALUE '1'.
         03  WK-TRV-STATUS              PIC X(02).
           88  WK-TRV-STATUS-OK               VALUE '00'.
         03  WK-TRV-KBN                 PIC X(01).
         03  SW-TRY-YFH-OPEN            PIC X(01).
           88  SW-TRY-YFH-OPEN-YES              VALUE '1'.
         03  WK-TRY-IMG                 PIC X(122).
         03  WK-TRY-KBN                 PIC X(02).
         03  WK-TRY-ITEM                PIC X(12).
         03  WK-TRY-CTR                 PIC 9(07).
         03  WK-TRY-KIN                 PIC S9(11)     COMP-3.
         03  WK-TRY-MSG                 PIC X(40).
      *-------- REJECT AND SUSPENSE AMOUNTS FOR THE FORECAST
         03  WK-KIN-SIGN-NG             PIC S9(11)     COMP-3.
         03  WK-KIN-DT-NG               PIC S9(11)     COMP-3.
         03  WK-KIN-VOID-NG             PIC S9(11)     COMP-3.
         03  WK-KIN-SUS-OUT             PIC S9(11)     COMP-3.
      *
         03  WK-END                     PIC X(08) VALUE 'WORK-END'.
      *
             VALUE 'DGC-WORK-END'.
      *
      ******************************************************************
      *    TRIAL-RUN HKK-2 FALLBACK STORE TABLE WORK AREA              *
      *      ONE ENTRY PER HB-TR-Z WHOSE DEPARTMENT FELL BACK TO HKK-2 *
      ******************************************************************
       01  WK-FBS-AREA.
         03  WK-FBS-AREA-START          PIC X(14)
             VALUE 'FBS-WORK-START'.
         03  WK-FBS-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-FBS-G                   PIC 9(04)      COMP.
         03  SW-FBS-FOUND               PIC X(01).
           88  SW-FBS-FOUND-YES                 VALUE '1'.
         03  WK-CTR-FBS-OVER            PIC 9(07).
         03  WK-FBS-TBL OCCURS 1000 TIMES.
           05  WK-FBS-TRZ               PIC X(04).
           05  WK-FBS-CTR               PIC 9(07).
           05  WK-FBS-KIN               PIC S9(11)     COMP-3.
         03  WK-FBS-AREA-END            PIC X(12)
             VALUE 'FBS-WORK-END'.
      *
      ******************************************************************
      *    BUSINESS CALENDAR TABLE WORK AREA (NON-BUSINESS DAYS)       *
      ******************************************************************
       01  WK-CAL-AREA.
           05  WK-OVR-DPT               PIC X(02).
         03  WK-OVR-AREA-END            PIC X(12)
             VALUE 'OVR-WORK-END'.
      *
      ******************************************************************
      *    PAYOUT STOP LIST TABLE WORK AREA                            *
      ******************************************************************
       01  WK-HLD-AREA.
         03  WK-HLD-AREA-START          PIC X(14)
             VALUE 'HLD-WORK-START'.
         03  WK-HLD-CNT                 PIC 9(04)      COMP VALUE ZERO.
         03  WK-HLD-G                   PIC 9(04)      COMP.
         03  SW-HLD-EOF                 PIC X(01).
         03  WK-HLD-STATUS              PIC X(02).
           88  WK-HLD-STATUS-OK               VALUE '00'.
      *-------- ENTRIES BEYOND THE TABLE ARE NOT LOST - THE SWITCH
      *-------- SENDS TABLE MISSES TO A DISK SCAN OF THE LIST
         03  SW-HLD-DISK                PIC X(01).
           88  SW-HLD-DISK-YES                  VALUE '1'.
      *-------- THE ENTRY BEING MATCHED (TABLE OR DISK)
         03  WK-HLD-W-KBN               PIC X(01).
         03  WK-HLD-W-NO-HKK            PIC X(10).
         03  WK-HLD-W-TRZ               PIC X(04).
         03  WK-HLD-W-CEILING           PIC 9(09).
         03  WK-HLD-TBL OCCURS 500 TIMES.
           05  WK-HLD-KBN               PIC X(01).
           05  WK-HLD-NO-HKK            PIC X(10).
           05  WK-HLD-TRZ               PIC X(04).
           05  WK-HLD-CEILING           PIC 9(09).
         03  WK-HLD-AREA-END            PIC X(12)
             VALUE 'HLD-WORK-END'.
      *
       01  BGBB501L.
           COPY BGBB501L.
       01  BGBB501T.
           COPY BGBB501T.
       01  BGBB501C.
           COPY BGBB501C.
       01  BGBB501S.
           COPY BGBB509C.
       01  BGBB501B.
           COPY BGBB501B.
       01  BGBB501K.
           COPY BGBB501K.
      *
       01  YAB110.
           COPY YAB110.
               PERFORM EDT-RTN THRU EDT-RTN-EXIT
      *-------- �o�͏����i�s���Ȉ����ŋ��ۂ��ꂽ���R�[�h�͏o�͂��Ȃ��j
               IF  NOT SW-REJECT-YES
               AND NOT SW-TRIAL-YES
                   PERFORM WRT-RTN THRU WRT-RTN-EXIT
               END-IF
      *-------- TRIAL RUN - ROUTED AND COUNTED, NOTHING WRITTEN
               IF  NOT SW-REJECT-YES
               AND SW-TRIAL-YES
                   PERFORM TRY-WRT-RTN THRU TRY-WRT-RTN-EXIT
               END-IF
      *-------- �`�F�b�N�|�C���g�X�V�i���ۂ��ꂽ���R�[�h�ł��K�����s�j
               IF  NOT SW-TRIAL-YES
                   PERFORM CKPT-CHK THRU CKPT-CHK-EXIT
               END-IF
      *-------- ���͏���
               PERFORM RED-RTN THRU RED-RTN-EXIT
           END-PERFORM
      *
           .
       MAIN-EXIT.
      *-------- RUN LOG END RECORD - HERE SO EVERY EXIT PATH IS LOGGED
           PERFORM RLG-END-RTN THRU RLG-END-RTN-EXIT
           GOBACK.
      ******************************************************************
      *         FST-RTN : ���������@�@�@�@�@�@�@�@�@�@�@               *
      *
      *-------- �N���A����
           PERFORM INT-RTN THRU INT-RTN-EXIT
      *-------- TRIAL RUN (VALIDATE ONLY) - EVERY CHECK RUNS BUT NO
      *-------- FEED, MASTER, HISTORY, CONTROL, REGISTRY OR
      *-------- CHECKPOINT RECORD IS WRITTEN. ALWAYS A FRESH RUN
           MOVE SPACE
             TO SW-TRIAL
           IF  PARM-LEN >= 61
           AND PARM-RUN-TRIAL       IN BGBB501P
               MOVE '1'
                 TO SW-TRIAL
           END-IF
      *-------- ���̎��s�����ʂ��鎎�s���ʃX�^���v���擾
      *-------- �i�m�|�c�L�[�d�������̔Ď��s/���s�Ԙg�d���̕ʂɎg�p�j
           ACCEPT WK-RUN-STAMP-DT FROM DATE YYYYMMDD
           ACCEPT WK-RUN-STAMP-TM FROM TIME
      *-------- �`�F�b�N�|�C���g�Ǎ��݁i�O��Ď��s�ʒu�̊m�F�j
           IF  NOT SW-TRIAL-YES
               PERFORM CKPT-RTN THRU CKPT-RTN-EXIT
           END-IF
      *-------- �t�@�C���E�I�[�v������
           PERFORM OPN-FIL THRU OPN-FIL-EXIT
      *-------- �Ď��s���̓ǂݔ�΂�
           END-IF
      *-------- OPERATIONS DEPARTMENT-CODE OVERRIDE TABLE LOAD
           PERFORM OVR-LOAD-RTN THRU OVR-LOAD-RTN-EXIT
      *-------- OPERATIONS PAYOUT STOP LIST LOAD
           PERFORM HLD-LOAD-RTN THRU HLD-LOAD-RTN-EXIT
      *
      *  �m�a�g�a�s�P�P�O�n�i�n�a�������t�E�����擾
           MOVE SPACE
               MOVE PARM-NO-CYCLE       IN BGBB501P
                 TO WK-NO-CYCLE
           END-IF
      *-------- RUN LOG START RECORD
           PERFORM RLG-STR-RTN THRU RLG-STR-RTN-EXIT
      *
      *-------- BUSINESS CALENDAR LOAD AND SETTLEMENT DATE ROLL -
      *-------- A BATCH DATE ON A NON-BUSINESS DAY POSTS ITS
      *
      *-------- FEED CONTROL HEADER ON THE OUTGOING YF55204A FILE.
      *-------- FRESH RUN ONLY - ON A RESTART THE PREVIOUS RUN
      *-------- ALREADY WROTE IT BEFORE ITS FIRST DETAIL RECORD.
      *-------- A TRIAL RUN WRITES NOTHING TO YF55204A
           IF  NOT SW-RESTART-YES
           AND NOT SW-TRIAL-YES
               PERFORM HDR-WRT-RTN THRU HDR-WRT-RTN-EXIT
           END-IF
      *
                     TO WK-CTR-SUS-OVER
                   MOVE CKPT-CTR-DT-NG     IN BGBB501C
                     TO WK-CTR-DT-NG
                   MOVE CKPT-CTR-HOLD      IN BGBB501C
                     TO WK-CTR-HOLD
                   MOVE CKPT-KIN-HOLD      IN BGBB501C
                     TO WK-KIN-HOLD
                   MOVE CKPT-CTR-HLQ-CARRY IN BGBB501C
                     TO WK-CTR-HLQ-CARRY
                   MOVE CKPT-CTR-VOID      IN BGBB501C
                     TO WK-CTR-VOID
                   MOVE CKPT-KIN-VOID      IN BGBB501C
                     TO WK-KIN-VOID
                   MOVE CKPT-CTR-VOID-NG   IN BGBB501C
                     TO WK-CTR-VOID-NG
                   MOVE CKPT-KIN-INP       IN BGBB501C
                     TO WK-KIN-INP
                   MOVE CKPT-KIN-OUT       IN BGBB501C
       OVR-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HLD-LOAD-RTN : LOAD THE OPS PAYOUT STOP LIST           *
      *           THE FILE IS OWNED BY OPERATIONS AND MAY BE EMPTY     *
      *           OR ABSENT - BOTH SIMPLY LEAVE THE TABLE EMPTY AND    *
      *           NOTHING IS HELD                                      *
      ******************************************************************
       HLD-LOAD-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-HLD-EOF
           MOVE SPACE
             TO SW-HLD-DISK
           MOVE ZERO
             TO WK-HLD-CNT
           OPEN INPUT BGBB501K-F
           IF  NOT WK-HLD-STATUS-OK
               GO TO HLD-LOAD-RTN-EXIT
           END-IF
           PERFORM HLD-RED-RTN THRU HLD-RED-RTN-EXIT
             UNTIL SW-HLD-EOF NOT = SPACE
           CLOSE BGBB501K-F
      *
           .
       HLD-LOAD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HLD-RED-RTN : STOP LIST READ                           *
      ******************************************************************
       HLD-RED-RTN             SECTION.
      *
           READ BGBB501K-F INTO BGBB501K
             AT END
               MOVE '1'
                 TO SW-HLD-EOF
           END-READ
           IF  SW-HLD-EOF NOT = SPACE
               GO TO HLD-RED-RTN-EXIT
           END-IF
           IF  WK-HLD-CNT < 500
               COMPUTE WK-HLD-CNT = WK-HLD-CNT + 1
               MOVE HLD-CD-KBN          IN BGBB501K
                 TO WK-HLD-KBN(WK-HLD-CNT)
               MOVE HLD-NO-HKK          IN BGBB501K
                 TO WK-HLD-NO-HKK(WK-HLD-CNT)
               MOVE HLD-HB-TR-Z         IN BGBB501K
                 TO WK-HLD-TRZ(WK-HLD-CNT)
               IF  HLD-KS-CEILING       IN BGBB501K NUMERIC
                   MOVE HLD-KS-CEILING      IN BGBB501K
                     TO WK-HLD-CEILING(WK-HLD-CNT)
                 ELSE
                   MOVE ZERO
                     TO WK-HLD-CEILING(WK-HLD-CNT)
               END-IF
             ELSE
      *-------- BEYOND THE FAST TABLE - TABLE MISSES WILL RE-SCAN
      *-------- THE LIST ON DISK SO NO ENTRY IS EVER IGNORED
               MOVE '1'
                 TO SW-HLD-DISK
           END-IF
      *
           .
       HLD-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         CAL-LOAD-RTN : LOAD THE BUSINESS CALENDAR TABLE        *
      *           THE FILE IS MAINTAINED BY BGBB512 AND MAY BE EMPTY   *
      *           OR ABSENT - BOTH SIMPLY LEAVE THE TABLE EMPTY AND    *
           END-IF
      *
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
      *-------- TRIAL RUN - THE FORECAST SHOWS THE REAL RUN STOPPING
           IF  SW-TRIAL-YES
               PERFORM TRY-RPT-RTN THRU TRY-RPT-RTN-EXIT
               PERFORM TRY-RC-RTN THRU TRY-RC-RTN-EXIT
           END-IF
           PERFORM CLS-FIL THRU CLS-FIL-EXIT
      *
           .
               MOVE '1'
                 TO SW-RCY-EOF
           END-IF
      *-------- RELEASED HELD-PAYOUT INPUT - MAY BE ABSENT
           MOVE SPACE
             TO SW-RLS-EOF
           MOVE SPACE
             TO SW-RLS-OPEN
           OPEN INPUT BGBB513R-F
           IF  WK-RLS-STATUS-OK
               MOVE '1'
                 TO SW-RLS-OPEN
             ELSE
               MOVE '1'
                 TO SW-RLS-EOF
           END-IF
      *-------- REPAIRED LOAD REJECTION INPUT - MAY BE ABSENT
           MOVE SPACE
             TO SW-RSN-EOF
           MOVE SPACE
             TO SW-RSN-OPEN
           OPEN INPUT BGBB502R-F
           IF  WK-RSN-STATUS-OK
               MOVE '1'
                 TO SW-RSN-OPEN
             ELSE
               MOVE '1'
                 TO SW-RSN-EOF
           END-IF
      *-------- TRIAL RUN - NOTHING BELOW IS OPENED FOR OUTPUT
           IF  SW-TRIAL-YES
               PERFORM TRY-OPN-RTN THRU TRY-OPN-RTN-EXIT
               GO TO OPN-FIL-EXIT
           END-IF
      *-------- HELD-PAYOUT QUEUE - A RESTART EXTENDS WHAT THE FAILED
      *-------- RUN WROTE; A FRESH RUN REBUILDS IT FROM THE BGBB513
      *-------- CARRY-FORWARD BEFORE ANY NEW HOLD IS ADDED
           IF  SW-RESTART-YES
               OPEN EXTEND BGBB501Q-F
               IF  NOT WK-HLQ-STATUS-OK
                   OPEN OUTPUT BGBB501Q-F
               END-IF
             ELSE
               OPEN OUTPUT BGBB501Q-F
               PERFORM HLQ-CARRY-RTN THRU HLQ-CARRY-RTN-EXIT
           END-IF
           IF  SW-RESTART-YES
               OPEN EXTEND YF55204A-F
               OPEN EXTEND YF55204C-F
       OPN-FIL-EXIT.
           EXIT.
      ******************************************************************
      *         HLQ-CARRY-RTN : CARRIED HELD ITEMS BACK ONTO THE QUEUE *
      *           ITEMS BGBB513 NEITHER RELEASED NOR CANCELLED GO      *
      *           BACK ON UNCHANGED WITH THEIR ORIGINAL HOLD DATE      *
      ******************************************************************
       HLQ-CARRY-RTN           SECTION.
      *
           MOVE SPACE
             TO SW-HLC-EOF
           OPEN INPUT BGBB513Q-F
           IF  NOT WK-HLC-STATUS-OK
               GO TO HLQ-CARRY-RTN-EXIT
           END-IF
           PERFORM HLQ-CARRY-RED-RTN THRU HLQ-CARRY-RED-RTN-EXIT
             UNTIL SW-HLC-EOF NOT = SPACE
           CLOSE BGBB513Q-F
      *
           .
       HLQ-CARRY-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HLQ-CARRY-RED-RTN : ONE CARRIED HELD ITEM              *
      ******************************************************************
       HLQ-CARRY-RED-RTN       SECTION.
      *
           READ BGBB513Q-F
             AT END
               MOVE '1'
                 TO SW-HLC-EOF
           END-READ
           IF  SW-HLC-EOF NOT = SPACE
               GO TO HLQ-CARRY-RED-RTN-EXIT
           END-IF
           WRITE BGBB501Q-REC FROM BGBB513Q-REC
           COMPUTE WK-CTR-HLQ-CARRY = WK-CTR-HLQ-CARRY + 1
      *
           .
       HLQ-CARRY-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         SKP-RTN : �Ď��s���̓ǂݔ�΂������@�@�@�@             *
      ******************************************************************
       SKP-RTN                 SECTION.
      *
           MOVE SPACE
             TO SW-EOF
           MOVE SPACE
             TO SW-RESTART
           MOVE ZERO
             TO WK-CTR-INP
           MOVE ZERO
             TO WK-CTR-CAL-OVER
           MOVE ZERO
             TO WK-CAL-CNT
           MOVE ZERO
             TO WK-CTR-HOLD
           MOVE ZERO
             TO WK-KIN-HOLD
           MOVE ZERO
             TO WK-CTR-HLQ-CARRY
           MOVE ZERO
             TO WK-CTR-RELEASE
           MOVE ZERO
             TO WK-KIN-RELEASE
           MOVE SPACE
             TO SW-RLS
           MOVE ZERO
             TO WK-CTR-RESEND
           MOVE ZERO
             TO WK-KIN-RESEND
           MOVE SPACE
             TO SW-RSND
           MOVE ZERO
             TO WK-CTR-VOID
           MOVE ZERO
             TO WK-KIN-VOID
           MOVE ZERO
             TO WK-CTR-VOID-NG
           MOVE ZERO
             TO WK-KIN-SIGN-NG
           MOVE ZERO
             TO WK-KIN-DT-NG
           MOVE ZERO
             TO WK-KIN-VOID-NG
           MOVE ZERO
             TO WK-KIN-SUS-OUT
           MOVE ZERO
             TO WK-FBS-CNT
           MOVE ZERO
             TO WK-CTR-FBS-OVER
      *
           .
       INT-RTN-EXIT.
      ******************************************************************
       RED-RTN                 SECTION.
      *
           MOVE SPACE
             TO SW-RLS
           MOVE SPACE
             TO SW-RSND
      *-------- REPAIRED SUSPENSE RECORDS ARE PROCESSED AHEAD OF THE
      *-------- NEW EXTRACT AND KEEP THEIR ORIGINAL ENTRY DATE
           IF  SW-RCY-EOF = SPACE
                   GO TO RED-RTN-EXIT
               END-IF
           END-IF
      *-------- HELD ITEMS RELEASED BY BGBB513 FOLLOW, AGAIN AHEAD
      *-------- OF THE NEW EXTRACT
           IF  SW-RLS-EOF = SPACE
               PERFORM RLS-RED-RTN THRU RLS-RED-RTN-EXIT
               IF  SW-RLS-EOF = SPACE
                   GO TO RED-RTN-EXIT
               END-IF
           END-IF
      *-------- THEN THE REPAIRED X552 LOAD REJECTIONS FROM BGBB508
           IF  SW-RSN-EOF = SPACE
               PERFORM RSN-RED-RTN THRU RSN-RED-RTN-EXIT
               IF  SW-RSN-EOF = SPACE
                   GO TO RED-RTN-EXIT
               END-IF
           END-IF
           READ ZFL572A-F INTO ZFL572A
             AT END
               MOVE '1'
       RCY-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RLS-RED-RTN : RELEASED HELD-PAYOUT READ                *
      ******************************************************************
       RLS-RED-RTN             SECTION.
      *
           READ BGBB513R-F
             AT END
               MOVE '1'
                 TO SW-RLS-EOF
           END-READ
           IF  SW-RLS-EOF NOT = SPACE
               GO TO RLS-RED-RTN-EXIT
           END-IF
           MOVE RLS-DATA            IN BGBB513R-REC
             TO ZFL572A
           MOVE RLS-DT-ENTRY        IN BGBB513R-REC
             TO WK-SUS-DT-ENTRY
           MOVE '1'
             TO SW-RLS
           COMPUTE WK-CTR-INP = WK-CTR-INP + 1
           COMPUTE WK-CTR-RELEASE = WK-CTR-RELEASE + 1
           COMPUTE WK-KIN-RELEASE = WK-KIN-RELEASE
             + QA-KS-N8             IN ZFL572A
      *
           .
       RLS-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         RSN-RED-RTN : REPAIRED LOAD REJECTION READ             *
      ******************************************************************
       RSN-RED-RTN             SECTION.
      *
           READ BGBB502R-F
             AT END
               MOVE '1'
                 TO SW-RSN-EOF
           END-READ
           IF  SW-RSN-EOF NOT = SPACE
               GO TO RSN-RED-RTN-EXIT
           END-IF
           MOVE DSR-DATA            IN BGBB502R-REC
             TO ZFL572A
           MOVE DSR-DT-ENTRY        IN BGBB502R-REC
             TO WK-SUS-DT-ENTRY
           MOVE '1'
             TO SW-RSND
           COMPUTE WK-CTR-INP = WK-CTR-INP + 1
           COMPUTE WK-CTR-RESEND = WK-CTR-RESEND + 1
           COMPUTE WK-KIN-RESEND = WK-KIN-RESEND
             + QA-KS-N8             IN ZFL572A
      *
           .
       RSN-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         EDT-RTN : �ҏW�����@�@�@�@�@�@�@�@�@�@�@               *
      ******************************************************************
       EDT-RTN                 SECTION.
           COMPUTE WK-KIN-INP = WK-KIN-INP + KS-SHK-JSK IN YF55204A
      *
      *  DT-PAYOUT PLAUSIBILITY (FUTURE OR IMPLAUSIBLY OLD)
      *  A VOID MAY CANCEL A PAYOUT OF ANY AGE - NOT DATE CHECKED
           IF  NOT SW-REJECT-YES
           AND NOT QF-REC-VOID      IN ZFL572A
               PERFORM DT-CHK-RTN THRU DT-CHK-RTN-EXIT
           END-IF
      *
      *  �o�ו���R�[�h
      *-------- ���ѕ����s���Ŕے�ς݂̃��R�[�h�́A�o�ו���R�[�h�擾����
      *-------- �s�q�i�ԕϊ��T�u�Ăяo���܂Ői�߂Ȃ��i�ے艄���̃m�C�Y�h�~�j
      *-------- A VOID CARRIES THE ORIGINAL'S IMAGE FROM THE HISTORY
      *-------- MASTER - NO DEPARTMENT OR STORE CONVERSION OF ITS OWN
           IF  NOT SW-REJECT-YES
           AND NOT QF-REC-VOID      IN ZFL572A
      *-------- �o�ו���R�[�h�擾
               PERFORM DPT-GET THRU DPT-GET-EXIT
      *
      *  INTRA-DAY CYCLE TAG
           MOVE WK-NO-CYCLE
             TO NO-CYCLE-SHR        IN YF55204A
      *
      *  STORE AS RECEIVED, AND THE RE-SEND MARK FOR A REPAIRED
      *  X552 LOAD REJECTION
           MOVE HB-TR-Z             IN ZFL572A
             TO HB-TR-Z-ORG         IN YF55204A
           IF  SW-RSND-YES
               MOVE '1'
                 TO SCT-RESEND          IN YF55204A
           END-IF
      *
           .
       EDT-RTN-EXIT.
       SIGN-NG-LOG                 SECTION.
      *
           COMPUTE WK-CTR-SIGN-NG = WK-CTR-SIGN-NG + 1
           COMPUTE WK-KIN-SIGN-NG = WK-KIN-SIGN-NG
             + KS-SHK-JSK          IN YF55204A
           MOVE SPACE
             TO BGBB501L
           SET LST-KBN-SIGN-NG     IN BGBB501L
      *           A PAYOUT DATED AFTER THE BATCH DATE, WITH AN         *
      *           IMPOSSIBLE MONTH/DAY, OR MORE THAN 90 DAYS IN THE    *
      *           PAST CANNOT BE A CURRENT SHIPMENT - THE FULL         *
      *           RECORD GOES TO SUSPENSE FOR REPAIR LIKE SIGN-NG.     *
      *           A RELEASED HOLD OR A REPAIRED LOAD-REJECT RE-SEND    *
      *           KEEPS ITS ORIGINAL DT-PAYOUT - NO AGE TEST FOR THOSE *
      ******************************************************************
       DT-CHK-RTN              SECTION.
      *
               PERFORM DT-NG-RTN THRU DT-NG-RTN-EXIT
               GO TO DT-CHK-RTN-EXIT
           END-IF
      *-------- BACK FROM BGBB513R / BGBB502R - ITS AGE IS EXPECTED
           IF  SW-RLS-YES
           OR  SW-RSND-YES
               GO TO DT-CHK-RTN-EXIT
           END-IF
           COMPUTE WK-DT-AGE
             = FUNCTION INTEGER-OF-DATE
                 (DT-BTCHJ-SHR-ST IN YAB110)
       DT-NG-RTN               SECTION.
      *
           COMPUTE WK-CTR-DT-NG = WK-CTR-DT-NG + 1
           COMPUTE WK-KIN-DT-NG = WK-KIN-DT-NG
             + KS-SHK-JSK          IN YF55204A
           MOVE '1'
             TO SW-REJECT
           MOVE SPACE
      ******************************************************************
       SUS-WRT-RTN             SECTION.
      *
      *-------- A TRIAL RUN ONLY COUNTS WHAT WOULD GO TO SUSPENSE
           IF  NOT SW-TRIAL-YES
               MOVE ZFL572A
                 TO SUS-DATA            IN BGBB501E-REC
               MOVE WK-SUS-DT-ENTRY
                 TO SUS-DT-ENTRY        IN BGBB501E-REC
               WRITE BGBB501E-REC
           END-IF
           COMPUTE WK-CTR-SUS-OUT = WK-CTR-SUS-OUT + 1
           COMPUTE WK-KIN-SUS-OUT = WK-KIN-SUS-OUT
             + KS-SHK-JSK          IN YF55204A
      *
           IF  WK-SUS-DT-ENTRY > 19000101
           AND WK-SUS-DT-ENTRY < DT-BTCHJ-SHR-ST IN YAB110
      *-------- �o�ו���R�[�h���o�s�iZAGB153/111/165�Ō����Ȃ������j
               COMPUTE WK-CTR-DPT-NASHI = WK-CTR-DPT-NASHI + 1
               PERFORM DPT-NASHI-LOG THRU DPT-NASHI-LOG-EXIT
               IF  SW-TRIAL-YES
                   PERFORM TRY-FBS-RTN THRU TRY-FBS-RTN-EXIT
               END-IF
           END-IF
      *
           .
      ******************************************************************
       WRT-RTN                 SECTION.
      *
      *-------- VOID RECORD - ROUTED ON ITS OWN (VOID-RTN)
           IF  QF-REC-VOID         IN ZFL572A
               PERFORM VOID-RTN THRU VOID-RTN-EXIT
               GO TO WRT-RTN-EXIT
           END-IF
      *  �����v���R�[�h�i�m�a�w�|�a�g�|�s�q�n�͕ʃt�@�C���֏o��
           IF  QF-REC-TEISEI       IN ZFL572A
      *-------- �Ď��s���̍čĐ��Œ����v���R�[�h���d�����o�͂���Ȃ��悤�`�F�b�N
             ELSE
      *-------- ���s���ʎs���̑O�ɁA���s�i�܂��͑O��J�n���j���̏d�����`�F�b�N
               PERFORM DUPCHK-RTN THRU DUPCHK-RTN-EXIT
      *-------- OPERATIONS STOP LIST - A RELEASED ITEM IS NOT
      *-------- CHECKED AGAIN, IT GOES OUT ON THIS RUN
               MOVE SPACE
                 TO SW-HOLD
               IF  NOT SW-REPLAY-YES
               AND NOT SW-REJECT-YES
               AND NOT SW-RLS-YES
               AND NOT SW-RSND-YES
                   PERFORM HOLD-CHK-RTN THRU HOLD-CHK-RTN-EXIT
               END-IF
               IF  SW-REPLAY-YES
      *-------- ���O�̎��s�ŊQ���ɏo�ς�̍Ď��s�_�O���R�[�h�B���������Ȏ捎�ɂ�
      *-------- �čx�����A���v���̓�(OU)�Ɖ��z�Ɂu�n�`�m�|�c�j�ʏW�v�ɂ͂��̂܂܊܂߂�
                     TO WK-HIS-KBN
                   PERFORM HIS-WRT-RTN THRU HIS-WRT-RTN-EXIT
               ELSE
               IF  SW-HOLD-YES
      *-------- HELD - TO THE QUEUE INSTEAD OF YF55204A/YF55204X
                   PERFORM HOLD-WRT-RTN THRU HOLD-WRT-RTN-EXIT
               ELSE
               IF  NOT SW-REJECT-YES
                   WRITE YF55204A-REC FROM YF55204A
                   END-WRITE
                   MOVE 'A'
                     TO WK-HIS-KBN
                   PERFORM HIS-WRT-RTN THRU HIS-WRT-RTN-EXIT
                   IF  SW-RLS-YES
                       PERFORM RLS-LOG THRU RLS-LOG-EXIT
                   END-IF
                   IF  SW-RSND-YES
                       PERFORM RSN-LOG THRU RSN-LOG-EXIT
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
       REPLAY-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         HOLD-CHK-RTN : PAYOUT STOP LIST CHECK                  *
      *           BY PAYOUT NUMBER, BY STORE (HB-TR-Z) OR OVER THE     *
      *           STORE'S KS-SHK-JSK CEILING - FIRST MATCH WINS        *
      ******************************************************************
       HOLD-CHK-RTN            SECTION.
      *
           MOVE SPACE
             TO WK-HOLD-KBN
           PERFORM VARYING WK-HLD-G FROM 1 BY 1
             UNTIL WK-HLD-G > WK-HLD-CNT
             OR SW-HOLD-YES
               MOVE WK-HLD-KBN(WK-HLD-G)
                 TO WK-HLD-W-KBN
               MOVE WK-HLD-NO-HKK(WK-HLD-G)
                 TO WK-HLD-W-NO-HKK
               MOVE WK-HLD-TRZ(WK-HLD-G)
                 TO WK-HLD-W-TRZ
               MOVE WK-HLD-CEILING(WK-HLD-G)
                 TO WK-HLD-W-CEILING
               PERFORM HLD-MATCH-RTN THRU HLD-MATCH-RTN-EXIT
           END-PERFORM
      *-------- TABLE MISS WITH ENTRIES SPILLED BEYOND THE TABLE -
      *-------- RE-SCAN THE LIST ON DISK
           IF  NOT SW-HOLD-YES
           AND SW-HLD-DISK-YES
               PERFORM HLD-DISK-RTN THRU HLD-DISK-RTN-EXIT
           END-IF
      *
           .
       HOLD-CHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HLD-DISK-RTN : STOP LIST DISK SCAN                     *
      ******************************************************************
       HLD-DISK-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-HLD-EOF
           OPEN INPUT BGBB501K-F
           IF  NOT WK-HLD-STATUS-OK
               GO TO HLD-DISK-RTN-EXIT
           END-IF
           PERFORM HLD-DISK-RED-RTN THRU HLD-DISK-RED-RTN-EXIT
             UNTIL SW-HLD-EOF NOT = SPACE
             OR SW-HOLD-YES
           CLOSE BGBB501K-F
      *
           .
       HLD-DISK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HLD-DISK-RED-RTN : ONE STOP LIST RECORD AGAINST THE    *
      *           RECORD IN HAND                                       *
      ******************************************************************
       HLD-DISK-RED-RTN        SECTION.
      *
           READ BGBB501K-F INTO BGBB501K
             AT END
               MOVE '1'
                 TO SW-HLD-EOF
           END-READ
           IF  SW-HLD-EOF NOT = SPACE
               GO TO HLD-DISK-RED-RTN-EXIT
           END-IF
           MOVE HLD-CD-KBN          IN BGBB501K
             TO WK-HLD-W-KBN
           MOVE HLD-NO-HKK          IN BGBB501K
             TO WK-HLD-W-NO-HKK
           MOVE HLD-HB-TR-Z         IN BGBB501K
             TO WK-HLD-W-TRZ
           IF  HLD-KS-CEILING       IN BGBB501K NUMERIC
               MOVE HLD-KS-CEILING      IN BGBB501K
                 TO WK-HLD-W-CEILING
             ELSE
               MOVE ZERO
                 TO WK-HLD-W-CEILING
           END-IF
           PERFORM HLD-MATCH-RTN THRU HLD-MATCH-RTN-EXIT
      *
           .
       HLD-DISK-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HLD-MATCH-RTN : ONE STOP LIST ENTRY (WK-HLD-W-)        *
      *           AGAINST THE RECORD IN HAND                           *
      ******************************************************************
       HLD-MATCH-RTN           SECTION.
      *
           IF  WK-HLD-W-KBN = 'N'
           AND WK-HLD-W-NO-HKK = QA-NO-HKK IN ZFL572A
               MOVE '1'
                 TO SW-HOLD
             ELSE
           IF  WK-HLD-W-KBN = 'S'
           AND WK-HLD-W-TRZ = HB-TR-Z IN ZFL572A
               MOVE '1'
                 TO SW-HOLD
             ELSE
           IF  WK-HLD-W-KBN = 'C'
           AND WK-HLD-W-TRZ = HB-TR-Z IN ZFL572A
           AND WK-HLD-W-CEILING > ZERO
           AND KS-SHK-JSK IN YF55204A > WK-HLD-W-CEILING
               MOVE '1'
                 TO SW-HOLD
           END-IF
           END-IF
           END-IF
           IF  SW-HOLD-YES
               MOVE WK-HLD-W-KBN
                 TO WK-HOLD-KBN
           END-IF
      *
           .
       HLD-MATCH-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HOLD-WRT-RTN : ONE PAYOUT ONTO THE HELD-PAYOUT QUEUE   *
      *           WITH A HOLD TOUCH ON THE HISTORY MASTER              *
      ******************************************************************
       HOLD-WRT-RTN            SECTION.
      *
           MOVE SPACE
             TO BGBB501Q-REC
           MOVE ZFL572A
             TO HLQ-DATA            IN BGBB501Q-REC
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO HLQ-DT-HOLD         IN BGBB501Q-REC
           MOVE WK-HOLD-KBN
             TO HLQ-CD-KBN          IN BGBB501Q-REC
           MOVE YF55204A
             TO HLQ-YF-DATA         IN BGBB501Q-REC
           MOVE WK-RUN-STAMP
             TO HLQ-RUN-STAMP       IN BGBB501Q-REC
           WRITE BGBB501Q-REC
           COMPUTE WK-CTR-HOLD = WK-CTR-HOLD + 1
           COMPUTE WK-KIN-HOLD = WK-KIN-HOLD
             + KS-SHK-JSK          IN YF55204A
           PERFORM HOLD-LOG THRU HOLD-LOG-EXIT
           MOVE 'H'
             TO WK-HIS-KBN
           PERFORM HIS-WRT-RTN THRU HIS-WRT-RTN-EXIT
      *
           .
       HOLD-WRT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         HOLD-LOG : HELD PAYOUT OUTPUT                          *
      ******************************************************************
       HOLD-LOG                SECTION.
      *
           MOVE SPACE
             TO BGBB501L
           SET LST-KBN-HOLD        IN BGBB501L
             TO TRUE
           MOVE QA-NO-HKK           IN ZFL572A
             TO LST-NO-HKK          IN BGBB501L
           MOVE HB-TR-Z             IN ZFL572A
             TO LST-HB-TR-Z         IN BGBB501L
           MOVE WK-HOLD-KBN
             TO LST-DATA            IN BGBB501L
           IF  WK-HOLD-KBN = 'N'
               MOVE 'PAYOUT HELD - NO-HKK ON STOP LIST'
                 TO LST-MSG             IN BGBB501L
             ELSE
           IF  WK-HOLD-KBN = 'S'
               MOVE 'PAYOUT HELD - STORE ON STOP LIST'
                 TO LST-MSG             IN BGBB501L
             ELSE
               MOVE 'PAYOUT HELD - OVER STORE CEILING'
                 TO LST-MSG             IN BGBB501L
           END-IF
           END-IF
           WRITE BGBB501L-REC FROM BGBB501L
      *
           .
       HOLD-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         RLS-LOG : RELEASED HELD PAYOUT FED OUTPUT              *
      ******************************************************************
       RLS-LOG                 SECTION.
      *
           MOVE SPACE
             TO BGBB501L
           SET LST-KBN-RELEASE     IN BGBB501L
             TO TRUE
           MOVE QA-NO-HKK           IN ZFL572A
             TO LST-NO-HKK          IN BGBB501L
           MOVE HB-TR-Z             IN ZFL572A
             TO LST-HB-TR-Z         IN BGBB501L
           MOVE 'RELEASED  '
             TO LST-DATA            IN BGBB501L
           MOVE 'HELD PAYOUT RELEASED - FED TO YF55204A'
             TO LST-MSG             IN BGBB501L
           WRITE BGBB501L-REC FROM BGBB501L
      *
           .
       RLS-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         RSN-LOG : REPAIRED LOAD REJECTION RE-SENT OUTPUT       *
      ******************************************************************
       RSN-LOG                 SECTION.
      *
           MOVE SPACE
             TO BGBB501L
           SET LST-KBN-RESEND      IN BGBB501L
             TO TRUE
           MOVE QA-NO-HKK           IN ZFL572A
             TO LST-NO-HKK          IN BGBB501L
           MOVE HB-TR-Z             IN ZFL572A
             TO LST-HB-TR-Z         IN BGBB501L
           MOVE 'RE-SEND   '
             TO LST-DATA            IN BGBB501L
           MOVE 'LOAD REJECTION REPAIRED - RE-SENT'
             TO LST-MSG             IN BGBB501L
           WRITE BGBB501L-REC FROM BGBB501L
      *
           .
       RSN-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         CKPT-CHK : �`�F�b�N�|�C���g�Ԋu�ً}�茟�������@         *
      ******************************************************************
       CKPT-CHK                 SECTION.
      *
           DIVIDE WK-CTR-INP BY 1000
             GIVING WK-CKPT-DIV
             REMAINDER WK-CKPT-REM
           IF  WK-CKPT-REM = ZERO
               PERFORM CKPT-SAVE THRU CKPT-SAVE-EXIT
           END-IF
      *
           .
       CKPT-CHK-EXIT.
           EXIT.
      ******************************************************************
      *         DUPCHK-RTN : �m�|�c�L�[�d���`�F�b�N�����@         *
      ******************************************************************
       DUPCHK-RTN                 SECTION.
      *
           MOVE SPACE
             TO YF55204X-REC
           MOVE NO-HKK              IN YF55204A
             TO NO-HKK              IN YF55204X-REC
           READ YF55204X-F
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
      *-------- RUN-STAMP match = this execution's own write => real dup
      *-------- RUN-STAMP differs = a prior execution's write => replay
               IF  YFX-RUN-STAMP IN YF55204X-REC = WK-RUN-STAMP
                   MOVE '1'
                     TO SW-REJECT
                   COMPUTE WK-CTR-DUP = WK-CTR-DUP + 1
                   COMPUTE WK-KIN-DUP = WK-KIN-DUP
                     + KS-SHK-JSK          IN YF55204A
                   PERFORM DUP-LOG THRU DUP-LOG-EXIT
               ELSE
                   MOVE '1'
                     TO SW-REPLAY
               END-IF
           END-READ
      *
           .
       DUPCHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TEISEI-DUPCHK-RTN : �����v���R�[�h�̍Ď��s�d���`�F�b�N�@ *
      ******************************************************************
       TEISEI-DUPCHK-RTN          SECTION.
      *
           MOVE SPACE
             TO YF55204Z-REC
           MOVE NO-HKK              IN YF55204A
             TO NO-HKK              IN YF55204Z-REC
           READ YF55204Z-F
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
      *-------- RUN-STAMP match = this execution's own write => real dup
      *-------- RUN-STAMP differs = a prior execution's write => replay
               IF  YFZ-RUN-STAMP IN YF55204Z-REC = WK-RUN-STAMP
                   MOVE '1'
                     TO SW-REJECT
                   COMPUTE WK-CTR-DUP = WK-CTR-DUP + 1
                   COMPUTE WK-KIN-DUP = WK-KIN-DUP
                     + KS-SHK-JSK          IN YF55204A
                   PERFORM DUP-LOG THRU DUP-LOG-EXIT
               ELSE
                   MOVE '1'
                     TO SW-REPLAY
               END-IF
           END-READ
      *
           .
       TEISEI-DUPCHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         DUP-LOG : �m�|�c�L�[�d���o�͏����@         *
      ******************************************************************
       DUP-LOG                 SECTION.
      *
           MOVE SPACE
             TO BGBB501L
           SET LST-KBN-NO-HKK-JUFUKU IN BGBB501L
             TO TRUE
           MOVE QA-NO-HKK           IN ZFL572A
             TO LST-NO-HKK          IN BGBB501L
           MOVE HB-TR-Z             IN ZFL572A
             TO LST-HB-TR-Z         IN BGBB501L
           MOVE 'DUPLICATE '
             TO LST-DATA            IN BGBB501L
      ******************************************************************
      *         HIS-WRT-RTN : PAYOUT HISTORY MASTER WRITE              *
      *           ONE RECORD PER TOUCH - KBN 'A' FEED / 'C' CORRECTION *
      *           / 'R' RESTART REPLAY / 'H' HELD ON THE STOP LIST /   *
      *           'V' VOID - STAMPED WITH THIS RUN                     *
      ******************************************************************
       HIS-WRT-RTN             SECTION.
      *
       TEISEI-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         VOID-RTN : VOID RECORD ROUTING                         *
      *           THE ORIGINAL MUST BE ON THE HISTORY MASTER AND NOT   *
      *           ALREADY VOIDED. ITS LATEST FED IMAGE GOES TO         *
      *           YF55204C WITH CD-TEISEI-FCT '2' - BGBB503 WRITES     *
      *           THE REVERSAL ONLY, NO REPLACEMENT VALUE              *
      ******************************************************************
       VOID-RTN                SECTION.
      *
      *-------- RESTART REPLAY / DUPLICATE CHECK ON YF55204Z
           PERFORM VOID-DUPCHK-RTN THRU VOID-DUPCHK-RTN-EXIT
           IF  SW-REJECT-YES
               GO TO VOID-RTN-EXIT
           END-IF
           IF  SW-REPLAY-YES
      *-------- ALREADY ROUTED BEFORE THE ABEND - NOT REWRITTEN. THE
      *-------- IMAGE PORTION OF YF55204Z GIVES THE VOIDED VALUE
               MOVE YF55204Z-REC
                 TO YF55204A
               COMPUTE WK-CTR-REPLAY = WK-CTR-REPLAY + 1
               COMPUTE WK-KIN-REPLAY = WK-KIN-REPLAY
                 + KS-SHK-JSK          IN YF55204A
               COMPUTE WK-CTR-VOID = WK-CTR-VOID + 1
               COMPUTE WK-KIN-VOID = WK-KIN-VOID
                 + KS-SHK-JSK          IN YF55204A
               PERFORM REPLAY-LOG THRU REPLAY-LOG-EXIT
               MOVE 'R'
                 TO WK-HIS-KBN
               PERFORM HIS-WRT-RTN THRU HIS-WRT-RTN-EXIT
               GO TO VOID-RTN-EXIT
           END-IF
      *-------- ORIGINAL ON THE HISTORY MASTER AND NOT YET VOIDED
           PERFORM VOID-CHK-RTN THRU VOID-CHK-RTN-EXIT
           IF  SW-REJECT-YES
               GO TO VOID-RTN-EXIT
           END-IF
      *-------- THE LATEST FED IMAGE, RE-TAGGED AS A VOID OF THIS RUN
           MOVE WK-VOID-IMG
             TO YF55204A
           MOVE QF-REC-KBN          IN ZFL572A
             TO CD-TEISEI-FCT       IN YF55204A
           MOVE WK-DT-SHK-SHR
             TO DT-SHK-SHR          IN YF55204A
           MOVE WK-NO-CYCLE
             TO NO-CYCLE-SHR        IN YF55204A
           MOVE SPACE
             TO SCT-RESEND          IN YF55204A
           WRITE YF55204C-REC FROM YF55204A
           END-WRITE
           MOVE YF55204A
             TO YF55204Z-REC
           MOVE WK-RUN-STAMP
             TO YFZ-RUN-STAMP   IN YF55204Z-REC
           MOVE WK-NO-CYCLE
             TO YFZ-NO-CYCLE    IN YF55204Z-REC
      *-------- A CORRECTION OF THE SAME PAYOUT EARLIER IN THE DAY
      *-------- ALREADY HOLDS THE KEY - THE VOID TAKES ITS PLACE
           IF  SW-VOID-ZREC-YES
               REWRITE YF55204Z-REC
                 INVALID KEY
                   MOVE WK-YFZ-STATUS
                     TO WK-YF-IDX-STATUS
                   COMPUTE WK-CTR-YFX-NG = WK-CTR-YFX-NG + 1
                   PERFORM YFX-NG-LOG THRU YFX-NG-LOG-EXIT
               END-REWRITE
             ELSE
               WRITE YF55204Z-REC
                 INVALID KEY
                   MOVE WK-YFZ-STATUS
                     TO WK-YF-IDX-STATUS
                   COMPUTE WK-CTR-YFX-NG = WK-CTR-YFX-NG + 1
                   PERFORM YFX-NG-LOG THRU YFX-NG-LOG-EXIT
               END-WRITE
           END-IF
           COMPUTE WK-CTR-VOID = WK-CTR-VOID + 1
           COMPUTE WK-KIN-VOID = WK-KIN-VOID
             + KS-SHK-JSK          IN YF55204A
           PERFORM VOID-LOG THRU VOID-LOG-EXIT
           MOVE 'V'
             TO WK-HIS-KBN
           PERFORM HIS-WRT-RTN THRU HIS-WRT-RTN-EXIT
      *
           .
       VOID-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         VOID-DUPCHK-RTN : VOID RESTART / DUPLICATE CHECK       *
      *           A VOID ON YF55204Z FROM THIS EXECUTION IS A REAL     *
      *           DUPLICATE, FROM A PRIOR EXECUTION A RESTART REPLAY.  *
      *           A CORRECTION THERE IS NOT A DUPLICATE OF THE VOID    *
      ******************************************************************
       VOID-DUPCHK-RTN         SECTION.
      *
           MOVE SPACE
             TO SW-VOID-ZREC
           MOVE SPACE
             TO YF55204Z-REC
           MOVE NO-HKK              IN YF55204A
             TO NO-HKK              IN YF55204Z-REC
           READ YF55204Z-F
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE '1'
                 TO SW-VOID-ZREC
               IF  CD-TEISEI-FCT IN YF55204Z-REC = '2'
                   IF  YFZ-RUN-STAMP IN YF55204Z-REC = WK-RUN-STAMP
                       MOVE '1'
                         TO SW-REJECT
                       COMPUTE WK-CTR-DUP = WK-CTR-DUP + 1
                       COMPUTE WK-KIN-DUP = WK-KIN-DUP
                         + KS-SHK-JSK          IN YF55204A
                       PERFORM DUP-LOG THRU DUP-LOG-EXIT
                     ELSE
                       MOVE '1'
                         TO SW-REPLAY
                   END-IF
               END-IF
           END-READ
      *
           .
       VOID-DUPCHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         VOID-CHK-RTN : VOID TARGET CHECK ON THE HISTORY MASTER *
      *           REJECTS A VOID WHOSE PAYOUT WAS NEVER FED ('N' -     *
      *           TO SUSPENSE FOR REPAIR), IS ALREADY VOIDED ('V') OR  *
      *           STANDS REJECTED BY THE X552 LOAD ('J')               *
      ******************************************************************
       VOID-CHK-RTN            SECTION.
      *
           MOVE SPACE
             TO SW-VOID-EOF
           MOVE SPACE
             TO SW-VOID-ISSUED
           MOVE SPACE
             TO SW-VOID-DONE
           MOVE SPACE
             TO WK-VOID-LAST
           MOVE SPACE
             TO WK-VOID-NG-KBN
           MOVE SPACE
             TO WK-VOID-IMG
           MOVE LOW-VALUES
             TO HIS-KEY             IN YF55204H-REC
           MOVE NO-HKK              IN YF55204A
             TO HIS-NO-HKK          IN YF55204H-REC
           START YF55204H-F
             KEY NOT < HIS-KEY      IN YF55204H-REC
             INVALID KEY
               MOVE '1'
                 TO SW-VOID-EOF
           END-START
           IF  NOT WK-YFH-STATUS-OK
               MOVE '1'
                 TO SW-VOID-EOF
           END-IF
           PERFORM VOID-HIS-RED-RTN THRU VOID-HIS-RED-RTN-EXIT
             UNTIL SW-VOID-EOF NOT = SPACE
      *
           IF  NOT SW-VOID-ISSUED-YES
               MOVE 'N'
                 TO WK-VOID-NG-KBN
             ELSE
           IF  SW-VOID-DONE-YES
               MOVE 'V'
                 TO WK-VOID-NG-KBN
             ELSE
           IF  WK-VOID-LAST = 'J'
               MOVE 'J'
                 TO WK-VOID-NG-KBN
           END-IF
           END-IF
           END-IF
           IF  WK-VOID-NG-KBN = SPACE
               GO TO VOID-CHK-RTN-EXIT
           END-IF
      *
           MOVE '1'
             TO SW-REJECT
           COMPUTE WK-CTR-VOID-NG = WK-CTR-VOID-NG + 1
           COMPUTE WK-KIN-VOID-NG = WK-KIN-VOID-NG
             + KS-SHK-JSK          IN YF55204A
           PERFORM VOID-NG-LOG THRU VOID-NG-LOG-EXIT
      *-------- AN UNKNOWN PAYOUT NUMBER IS REPAIRABLE - THE FULL
      *-------- RECORD GOES TO SUSPENSE
           IF  WK-VOID-NG-KBN = 'N'
               PERFORM SUS-WRT-RTN THRU SUS-WRT-RTN-EXIT
           END-IF
      *
           .
       VOID-CHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         VOID-HIS-RED-RTN : HISTORY MASTER READ FOR ONE PAYOUT  *
      *           KEEPS THE LATEST 'A'/'C'/'K' IMAGE (KEY ORDER LEAVES *
      *           THE NEWEST STANDING) AND NOTES ANY EARLIER VOID      *
      ******************************************************************
       VOID-HIS-RED-RTN        SECTION.
      *
           READ YF55204H-F NEXT RECORD
             AT END
               MOVE '1'
                 TO SW-VOID-EOF
           END-READ
           IF  NOT WK-YFH-STATUS-OK
               MOVE '1'
                 TO SW-VOID-EOF
           END-IF
           IF  SW-VOID-EOF NOT = SPACE
               GO TO VOID-HIS-RED-RTN-EXIT
           END-IF
           IF  HIS-NO-HKK IN YF55204H-REC NOT = NO-HKK IN YF55204A
               MOVE '1'
                 TO SW-VOID-EOF
               GO TO VOID-HIS-RED-RTN-EXIT
           END-IF
           IF  HIS-REC-HONBAN       IN YF55204H-REC
               MOVE '1'
                 TO SW-VOID-ISSUED
           END-IF
           IF  HIS-REC-HONBAN       IN YF55204H-REC
           OR  HIS-REC-TEISEI       IN YF55204H-REC
           OR  HIS-REC-RECLASS      IN YF55204H-REC
               MOVE HIS-DATA            IN YF55204H-REC
                 TO WK-VOID-IMG
               MOVE HIS-REC-KBN         IN YF55204H-REC
                 TO WK-VOID-LAST
           END-IF
           IF  HIS-REC-LOAD-REJ     IN YF55204H-REC
               MOVE HIS-REC-KBN         IN YF55204H-REC
                 TO WK-VOID-LAST
           END-IF
           IF  HIS-REC-VOID         IN YF55204H-REC
               MOVE '1'
                 TO SW-VOID-DONE
           END-IF
      *
           .
       VOID-HIS-RED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         VOID-LOG : VOID RECORD ROUTED OUTPUT                   *
      ******************************************************************
       VOID-LOG                SECTION.
      *
           MOVE SPACE
             TO BGBB501L
           SET LST-KBN-VOID        IN BGBB501L
             TO TRUE
           MOVE NO-HKK              IN YF55204A
             TO LST-NO-HKK          IN BGBB501L
           MOVE HB-TR-Z             IN ZFL572A
             TO LST-HB-TR-Z         IN BGBB501L
           IF  KS-SHK-JSK           IN YF55204A < ZERO
               MOVE '-'
                 TO LST-DATA-SIGN       IN BGBB501L
           END-IF
           MOVE KS-SHK-JSK          IN YF55204A
             TO LST-DATA-KIN        IN BGBB501L
           MOVE 'VOID ROUTED TO YF55204C-F - REVERSAL'
             TO LST-MSG             IN BGBB501L
           WRITE BGBB501L-REC FROM BGBB501L
      *
           .
       VOID-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         VOID-NG-LOG : VOID RECORD REJECTED OUTPUT              *
      ******************************************************************
       VOID-NG-LOG             SECTION.
      *
           MOVE SPACE
             TO BGBB501L
           SET LST-KBN-VOID-NG     IN BGBB501L
             TO TRUE
           MOVE QA-NO-HKK           IN ZFL572A
             TO LST-NO-HKK          IN BGBB501L
           MOVE HB-TR-Z             IN ZFL572A
             TO LST-HB-TR-Z         IN BGBB501L
           MOVE WK-VOID-NG-KBN
             TO LST-DATA            IN BGBB501L
           IF  WK-VOID-NG-KBN = 'N'
               MOVE 'VOID REJECTED - ORIGINAL NOT ON HISTORY'
                 TO LST-MSG             IN BGBB501L
             ELSE
           IF  WK-VOID-NG-KBN = 'V'
               MOVE 'VOID REJECTED - PAYOUT ALREADY VOIDED'
                 TO LST-MSG             IN BGBB501L
             ELSE
               MOVE 'VOID REJECTED - PAYOUT IN LOAD SUSPENSE'
                 TO LST-MSG             IN BGBB501L
           END-IF
           END-IF
           WRITE BGBB501L-REC FROM BGBB501L
      *
           .
       VOID-NG-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         CKPT-SAVE : �`�F�b�N�|�C���g�X�V�����@�@�@�@           *
      ******************************************************************
       CKPT-SAVE                 SECTION.
      *
           MOVE SPACE
             TO BGBB501C
           MOVE WK-CTR-INP
             TO CKPT-CTR-INP        IN BGBB501C
           MOVE WK-CTR-OUT
             TO CKPT-CTR-OUT        IN BGBB501C
           MOVE WK-CTR-DPT-NASHI
             TO CKPT-CTR-DPT-NASHI  IN BGBB501C
           MOVE WK-CTR-TEISEI
             TO CKPT-CTR-TEISEI     IN BGBB501C
           MOVE WK-CTR-SIGN-NG
             TO CKPT-CTR-SIGN-NG    IN BGBB501C
           MOVE WK-CTR-TRZ-NG
             TO CKPT-CTR-TRZ-NG     IN BGBB501C
           MOVE WK-CTR-DUP
             TO CKPT-CTR-DUP        IN BGBB501C
           MOVE WK-CTR-SUM-OVER
             TO CKPT-CTR-SUM-OVER   IN BGBB501C
           MOVE WK-CTR-YFX-NG
             TO CKPT-CTR-YFX-NG     IN BGBB501C
           MOVE WK-CTR-REPLAY
             TO CKPT-CTR-REPLAY     IN BGBB501C
           MOVE WK-CTR-DPT-OVR
             TO CKPT-CTR-DPT-OVR    IN BGBB501C
           MOVE WK-CTR-RECYCLE
             TO CKPT-CTR-RECYCLE    IN BGBB501C
           MOVE WK-KIN-RECYCLE
             TO CKPT-KIN-RECYCLE    IN BGBB501C
           MOVE WK-CTR-SUS-OUT
             TO CKPT-CTR-SUS-OUT    IN BGBB501C
           MOVE WK-CTR-SUS-OVER
             TO CKPT-CTR-SUS-OVER   IN BGBB501C
           MOVE WK-CTR-DT-NG
             TO CKPT-CTR-DT-NG      IN BGBB501C
           MOVE WK-CTR-HOLD
             TO CKPT-CTR-HOLD       IN BGBB501C
           MOVE WK-KIN-HOLD
             TO CKPT-KIN-HOLD       IN BGBB501C
           MOVE WK-CTR-HLQ-CARRY
             TO CKPT-CTR-HLQ-CARRY  IN BGBB501C
           MOVE WK-CTR-VOID
             TO CKPT-CTR-VOID       IN BGBB501C
           MOVE WK-KIN-VOID
             TO CKPT-KIN-VOID       IN BGBB501C
           MOVE WK-CTR-VOID-NG
             TO CKPT-CTR-VOID-NG    IN BGBB501C
           MOVE WK-KIN-INP
             TO CKPT-KIN-INP        IN BGBB501C
           MOVE WK-KIN-OUT
             TO CKPT-KIN-OUT        IN BGBB501C
           MOVE WK-KIN-TEISEI
             TO CKPT-KIN-TEISEI     IN BGBB501C
           MOVE WK-KIN-DUP
             TO CKPT-KIN-DUP        IN BGBB501C
           MOVE WK-KIN-REPLAY
             TO CKPT-KIN-REPLAY     IN BGBB501C
           OPEN OUTPUT BGBB501C-F
           WRITE BGBB501C-REC FROM BGBB501C
           CLOSE BGBB501C-F
      *
           .
       CKPT-SAVE-EXIT.
           EXIT.
      ******************************************************************
      *         END-RTN : �I�������@�@�@�@�@�@�@�@�@�@�@               *
      ******************************************************************
       END-RTN                 SECTION.
      *
      *-------- TRIAL RUN - COUNTS, THRESHOLDS AND THE FORECAST ONLY
           IF  SW-TRIAL-YES
               PERFORM TRY-END-RTN THRU TRY-END-RTN-EXIT
               GO TO END-RTN-EXIT
           END-IF
      *-------- ���R�[�h�����\������
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
      *-------- DAILY CONTROL RECORDS FOR THE BGBB509 TRIAL BALANCE
           PERFORM CTL-OUT-RTN THRU CTL-OUT-RTN-EXIT
      *-------- SECOND COUNT BLOCK (ALL 20 SLOTS OF THE FIRST ARE IN
      *-------- USE) - REPORTED AND RECORDED THE SAME WAY
           PERFORM DSP-EXT-RTN THRU DSP-EXT-RTN-EXIT
           PERFORM CTL-OUT-RTN THRU CTL-OUT-RTN-EXIT
      *-------- REJECT THRESHOLD CHECK - A BREACH SETS A DISTINCT
      *-------- RETURN-CODE SO THE SCHEDULER HOLDS THE FEED HANDOFF
           PERFORM THR-CHK-RTN THRU THR-CHK-RTN-EXIT
      *-------- ���x�E���p�ʏW�v�\�o��
           PERFORM SUM-RTN THRU SUM-RTN-EXIT
      *-------- FEED CONTROL TRAILER ON THE OUTGOING YF55204A FILE
           PERFORM TRL-WRT-RTN THRU TRL-WRT-RTN-EXIT
      *-------- �t�@�C���E�N���[�Y����
           PERFORM CLS-FIL THRU CLS-FIL-EXIT
      *-------- ���I�����̂��߃`�F�b�N�|�C���g�������i���Ď��s�s�v�j
           PERFORM CKPT-CLR THRU CKPT-CLR-EXIT
      *-------- REGISTER THIS CYCLE RUN SO THE END-OF-DAY
      *-------- CONSOLIDATION CAN DETECT A MISSING OR DOUBLED CYCLE
           PERFORM REG-WRT-RTN THRU REG-WRT-RTN-EXIT
      *
                   MOVE WK-THR-RC
                     TO RETURN-CODE
               END-IF
               IF  SW-TRIAL-YES
                   PERFORM TRY-THR-LOG THRU TRY-THR-LOG-EXIT
               END-IF
           END-IF
      *
           .
             TO CKPT-CTR-SUS-OVER   IN BGBB501C
           MOVE ZERO
             TO CKPT-CTR-DT-NG      IN BGBB501C
           MOVE ZERO
             TO CKPT-CTR-HOLD       IN BGBB501C
           MOVE ZERO
             TO CKPT-KIN-HOLD       IN BGBB501C
           MOVE ZERO
             TO CKPT-CTR-HLQ-CARRY  IN BGBB501C
           MOVE ZERO
             TO CKPT-CTR-VOID       IN BGBB501C
           MOVE ZERO
             TO CKPT-KIN-VOID       IN BGBB501C
           MOVE ZERO
             TO CKPT-CTR-VOID-NG    IN BGBB501C
           MOVE ZERO
             TO CKPT-KIN-INP        IN BGBB501C
           MOVE ZERO
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
           MOVE 'BGBB501'
             TO Q-NO-PGM            IN YAG005
           MOVE '1'
             TO QA-REV-PGM          IN YAG005
           MOVE 'OU-HOLD'
             TO QA-SV-KEY021        IN YAG005(1)
           MOVE 'HOLD-CARRY'
             TO QA-SV-KEY021        IN YAG005(2)
           MOVE 'IN-RELEASE'
             TO QA-SV-KEY021        IN YAG005(3)
           MOVE 'IN-RESEND'
             TO QA-SV-KEY021        IN YAG005(4)
           MOVE 'OU-VOID'
             TO QA-SV-KEY021        IN YAG005(5)
           MOVE 'VOID-NG'
             TO QA-SV-KEY021        IN YAG005(6)
           MOVE WK-CTR-HOLD
             TO QA-CTR-KENSU        IN YAG005(1)
           MOVE WK-CTR-HLQ-CARRY
             TO QA-CTR-KENSU        IN YAG005(2)
           MOVE WK-CTR-RELEASE
             TO QA-CTR-KENSU        IN YAG005(3)
           MOVE WK-CTR-RESEND
             TO QA-CTR-KENSU        IN YAG005(4)
           MOVE WK-CTR-VOID
             TO QA-CTR-KENSU        IN YAG005(5)
           MOVE WK-CTR-VOID-NG
             TO QA-CTR-KENSU        IN YAG005(6)
           MOVE WK-KIN-HOLD
             TO QA-CTR-KINGAKU      IN YAG005(1)
           MOVE WK-KIN-RELEASE
             TO QA-CTR-KINGAKU      IN YAG005(3)
           MOVE WK-KIN-RESEND
             TO QA-CTR-KINGAKU      IN YAG005(4)
           MOVE WK-KIN-VOID
             TO QA-CTR-KINGAKU      IN YAG005(5)
           CALL 'ZAEA301' USING YAG005
      *
           .
       DSP-EXT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         SUM-RTN : ���x�E���p�i�n�`�m�|�c�j�ʏW�v�o�͏����@     *
      ******************************************************************
       SUM-RTN                 SECTION.
      ******************************************************************
       CLS-FIL                 SECTION.
      *
           IF  SW-TRIAL-YES
               PERFORM TRY-CLS-RTN THRU TRY-CLS-RTN-EXIT
               GO TO CLS-FIL-EXIT
           END-IF
           CLOSE ZFL572A-F
           CLOSE YF55204A-F
           CLOSE YF55204C-F
           IF  SW-RCY-OPEN-YES
               CLOSE BGBB501R-F
           END-IF
           IF  SW-RLS-OPEN-YES
               CLOSE BGBB513R-F
           END-IF
           IF  SW-RSN-OPEN-YES
               CLOSE BGBB502R-F
           END-IF
           CLOSE BGBB501Q-F
           CLOSE BGBB501L-F
           CLOSE BGBB501S-F
      *
           .
       CLS-FIL-EXIT.
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
           MOVE WK-NO-CYCLE
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
      *-------- A TRIAL RUN IS NOT A STEP OF THE CHAIN - NOT LOGGED
           IF  SW-TRIAL-YES
               GO TO RLG-WRT-RTN-EXIT
           END-IF
           MOVE SPACE
             TO BGBB516G
           MOVE WK-RLG-KBN
             TO RLG-REC-KBN         IN BGBB516G
           MOVE 'BGBB501'
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
      ******************************************************************
      *         TRY-OPN-RTN : TRIAL-RUN FILE OPEN                      *
      *           THE INPUTS ARE OPENED BY OPN-FIL AS ALWAYS. NO FEED, *
      *           QUEUE, SUSPENSE OR SUMMARY FILE IS OPENED AND THE    *
      *           HISTORY MASTER IS OPENED FOR INPUT ONLY              *
      ******************************************************************
       TRY-OPN-RTN             SECTION.
      *
      *-------- DUPLICATE CHECK WORK FILE IN PLACE OF YF55204X AND
      *-------- YF55204Z - REBUILT EMPTY AS A FRESH RUN REBUILDS THEM
           OPEN OUTPUT BGBB501V-F
           CLOSE       BGBB501V-F
           OPEN I-O    BGBB501V-F
      *-------- HISTORY MASTER FOR THE VOID TARGET CHECK - NOT THERE
      *-------- YET = NO VOID CAN FIND ITS ORIGINAL
           MOVE SPACE
             TO SW-TRY-YFH-OPEN
           OPEN INPUT YF55204H-F
           IF  WK-YFH-STATUS-OK
               MOVE '1'
                 TO SW-TRY-YFH-OPEN
           END-IF
           OPEN OUTPUT BGBB501L-F
           OPEN OUTPUT BGBB501T-F
      *
           .
       TRY-OPN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-WRT-RTN : TRIAL-RUN ROUTING OF ONE EDITED RECORD   *
      *           THE SAME DECISIONS AS WRT-RTN, COUNTED BUT NOT       *
      *           WRITTEN. A TRIAL RUN IS ALWAYS A FRESH RUN, SO NO    *
      *           RECORD CAN BE A RESTART REPLAY                       *
      ******************************************************************
       TRY-WRT-RTN             SECTION.
      *
           MOVE SPACE
             TO SW-VOID-ZREC
      *-------- VOID RECORD - AS VOID-RTN
           IF  QF-REC-VOID         IN ZFL572A
               PERFORM TRY-VOID-RTN THRU TRY-VOID-RTN-EXIT
               GO TO TRY-WRT-RTN-EXIT
           END-IF
      *-------- CORRECTION - DUPLICATE CHECK AS TEISEI-DUPCHK-RTN
           IF  QF-REC-TEISEI       IN ZFL572A
               MOVE 'Z'
                 TO WK-TRV-KBN
               PERFORM TRY-DUP-RTN THRU TRY-DUP-RTN-EXIT
               IF  SW-REJECT-YES
                   GO TO TRY-WRT-RTN-EXIT
               END-IF
               PERFORM TRY-PUT-RTN THRU TRY-PUT-RTN-EXIT
               COMPUTE WK-CTR-TEISEI = WK-CTR-TEISEI + 1
               COMPUTE WK-KIN-TEISEI = WK-KIN-TEISEI
                 + KS-SHK-JSK          IN YF55204A
               GO TO TRY-WRT-RTN-EXIT
           END-IF
      *-------- REGULAR RECORD - DUPLICATE CHECK AS DUPCHK-RTN, THEN
      *-------- THE OPERATIONS STOP LIST
           MOVE 'X'
             TO WK-TRV-KBN
           PERFORM TRY-DUP-RTN THRU TRY-DUP-RTN-EXIT
           IF  SW-REJECT-YES
               GO TO TRY-WRT-RTN-EXIT
           END-IF
           MOVE SPACE
             TO SW-HOLD
           IF  NOT SW-RLS-YES
           AND NOT SW-RSND-YES
               PERFORM HOLD-CHK-RTN THRU HOLD-CHK-RTN-EXIT
           END-IF
           IF  SW-HOLD-YES
               COMPUTE WK-CTR-HOLD = WK-CTR-HOLD + 1
               COMPUTE WK-KIN-HOLD = WK-KIN-HOLD
                 + KS-SHK-JSK          IN YF55204A
               PERFORM HOLD-LOG THRU HOLD-LOG-EXIT
               GO TO TRY-WRT-RTN-EXIT
           END-IF
           PERFORM TRY-PUT-RTN THRU TRY-PUT-RTN-EXIT
           COMPUTE WK-CTR-OUT = WK-CTR-OUT + 1
           COMPUTE WK-KIN-OUT = WK-KIN-OUT
             + KS-SHK-JSK          IN YF55204A
      *
           .
       TRY-WRT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-VOID-RTN : TRIAL-RUN VOID RECORD                   *
      *           A PAYOUT FED OR CORRECTED EARLIER IN THIS RUN IS     *
      *           FOUND ON THE WORK FILE (THE REAL RUN FINDS IT ON THE *
      *           HISTORY MASTER); ANY OTHER GOES THROUGH VOID-CHK-RTN *
      ******************************************************************
       TRY-VOID-RTN            SECTION.
      *
           MOVE 'Z'
             TO WK-TRV-KBN
           PERFORM TRY-DUP-RTN THRU TRY-DUP-RTN-EXIT
           IF  SW-REJECT-YES
               GO TO TRY-VOID-RTN-EXIT
           END-IF
      *-------- A CORRECTION OF THIS RUN IS THE LATEST FED IMAGE
           MOVE SPACE
             TO WK-TRY-IMG
           IF  SW-VOID-ZREC-YES
               MOVE TRV-DATA            IN BGBB501V-REC
                 TO WK-TRY-IMG
           END-IF
           MOVE SPACE
             TO BGBB501V-REC
           MOVE NO-HKK              IN YF55204A
             TO TRV-NO-HKK          IN BGBB501V-REC
           MOVE 'X'
             TO TRV-KBN             IN BGBB501V-REC
           READ BGBB501V-F
             INVALID KEY
               CONTINUE
           END-READ
           IF  WK-TRV-STATUS-OK
               IF  WK-TRY-IMG = SPACE
                   MOVE TRV-DATA            IN BGBB501V-REC
                     TO WK-TRY-IMG
               END-IF
             ELSE
               PERFORM VOID-CHK-RTN THRU VOID-CHK-RTN-EXIT
               IF  SW-REJECT-YES
                   GO TO TRY-VOID-RTN-EXIT
               END-IF
               IF  WK-TRY-IMG = SPACE
                   MOVE WK-VOID-IMG
                     TO WK-TRY-IMG
               END-IF
           END-IF
      *
           MOVE WK-TRY-IMG
             TO YF55204A
           MOVE QF-REC-KBN          IN ZFL572A
             TO CD-TEISEI-FCT       IN YF55204A
           MOVE 'Z'
             TO WK-TRV-KBN
           PERFORM TRY-PUT-RTN THRU TRY-PUT-RTN-EXIT
           COMPUTE WK-CTR-VOID = WK-CTR-VOID + 1
           COMPUTE WK-KIN-VOID = WK-KIN-VOID
             + KS-SHK-JSK          IN YF55204A
      *
           .
       TRY-VOID-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-DUP-RTN : TRIAL-RUN DUPLICATE CHECK                *
      *           WK-TRV-KBN 'X' = AS YF55204X, 'Z' = AS YF55204Z.     *
      *           EVERY ENTRY IS FROM THIS RUN, SO A HIT IS A REAL     *
      *           DUPLICATE - EXCEPT A CORRECTION UNDER A VOID'S KEY   *
      ******************************************************************
       TRY-DUP-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB501V-REC
           MOVE NO-HKK              IN YF55204A
             TO TRV-NO-HKK          IN BGBB501V-REC
           MOVE WK-TRV-KBN
             TO TRV-KBN             IN BGBB501V-REC
           READ BGBB501V-F
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF  QF-REC-VOID         IN ZFL572A
               AND TRV-CD-TEISEI-FCT   IN BGBB501V-REC NOT = '2'
                   MOVE '1'
                     TO SW-VOID-ZREC
                 ELSE
                   MOVE '1'
                     TO SW-REJECT
                   COMPUTE WK-CTR-DUP = WK-CTR-DUP + 1
                   COMPUTE WK-KIN-DUP = WK-KIN-DUP
                     + KS-SHK-JSK          IN YF55204A
                   PERFORM DUP-LOG THRU DUP-LOG-EXIT
               END-IF
           END-READ
      *
           .
       TRY-DUP-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-PUT-RTN : TRIAL-RUN DUPLICATE CHECK WORK FILE WRITE*
      *           STANDS IN FOR THE YF55204X / YF55204Z WRITE          *
      ******************************************************************
       TRY-PUT-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB501V-REC
           MOVE NO-HKK              IN YF55204A
             TO TRV-NO-HKK          IN BGBB501V-REC
           MOVE WK-TRV-KBN
             TO TRV-KBN             IN BGBB501V-REC
           MOVE CD-TEISEI-FCT       IN YF55204A
             TO TRV-CD-TEISEI-FCT   IN BGBB501V-REC
           MOVE YF55204A
             TO TRV-DATA            IN BGBB501V-REC
      *-------- A VOID TAKES THE PLACE OF A CORRECTION OF THIS RUN
           IF  SW-VOID-ZREC-YES
               REWRITE BGBB501V-REC
                 INVALID KEY
                   CONTINUE
               END-REWRITE
             ELSE
               WRITE BGBB501V-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
           END-IF
      *
           .
       TRY-PUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-FBS-RTN : TRIAL-RUN HKK-2 FALLBACK STORE TALLY     *
      *           ONE ENTRY PER HB-TR-Z. TABLE FULL = COUNTED ONLY,    *
      *           THE DPT-NASHI LINE ON BGBB501L STILL NAMES THE STORE *
      ******************************************************************
       TRY-FBS-RTN             SECTION.
      *
           MOVE SPACE
             TO SW-FBS-FOUND
           PERFORM VARYING WK-FBS-G FROM 1 BY 1
             UNTIL WK-FBS-G > WK-FBS-CNT
             OR SW-FBS-FOUND-YES
               IF  WK-FBS-TRZ(WK-FBS-G) = HB-TR-Z   IN ZFL572A
                   MOVE '1'
                     TO SW-FBS-FOUND
                   COMPUTE WK-FBS-CTR(WK-FBS-G)
                     = WK-FBS-CTR(WK-FBS-G) + 1
                   COMPUTE WK-FBS-KIN(WK-FBS-G)
                     = WK-FBS-KIN(WK-FBS-G)
                     + KS-SHK-JSK          IN YF55204A
               END-IF
           END-PERFORM
           IF  SW-FBS-FOUND-YES
               GO TO TRY-FBS-RTN-EXIT
           END-IF
           IF  WK-FBS-CNT < 1000
               COMPUTE WK-FBS-CNT = WK-FBS-CNT + 1
               MOVE HB-TR-Z             IN ZFL572A
                 TO WK-FBS-TRZ(WK-FBS-CNT)
               MOVE 1
                 TO WK-FBS-CTR(WK-FBS-CNT)
               MOVE KS-SHK-JSK          IN YF55204A
                 TO WK-FBS-KIN(WK-FBS-CNT)
             ELSE
               COMPUTE WK-CTR-FBS-OVER = WK-CTR-FBS-OVER + 1
           END-IF
      *
           .
       TRY-FBS-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-END-RTN : TRIAL-RUN END OF JOB                     *
      *           COUNT REPORT, THE FORECAST AND THE SAME THRESHOLD    *
      *           CHECK AS THE REAL RUN - THE RUN ENDS WITH THE        *
      *           RETURN-CODE THE REAL RUN WOULD GET                   *
      ******************************************************************
       TRY-END-RTN             SECTION.
      *
           PERFORM DSP-RTN THRU DSP-RTN-EXIT
           PERFORM DSP-EXT-RTN THRU DSP-EXT-RTN-EXIT
           PERFORM TRY-RPT-RTN THRU TRY-RPT-RTN-EXIT
      *-------- EACH CEILING EXCEEDED IS ALSO PRINTED ON THE FORECAST
           PERFORM THR-CHK-RTN THRU THR-CHK-RTN-EXIT
           PERFORM TRY-RC-RTN THRU TRY-RC-RTN-EXIT
           PERFORM CLS-FIL THRU CLS-FIL-EXIT
      *
           .
       TRY-END-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-RPT-RTN : TRIAL-RUN FORECAST - HEADING, AMOUNT     *
      *           TOTALS, REJECTS BY REASON AND HKK-2 FALLBACK STORES  *
      ******************************************************************
       TRY-RPT-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB501T
           SET TRY-KBN-MIDASHI     IN BGBB501T
             TO TRUE
           MOVE 'TRIAL RUN'
             TO TRY-ITEM            IN BGBB501T
           MOVE 'VALIDATE ONLY - NOTHING WRITTEN'
             TO TRY-MSG             IN BGBB501T
           WRITE BGBB501T-REC FROM BGBB501T
           MOVE DT-BTCHJ-SHR-ST     IN YAB110
             TO TRY-ITEM            IN BGBB501T
           MOVE 'BATCH DATE'
             TO TRY-MSG             IN BGBB501T
           WRITE BGBB501T-REC FROM BGBB501T
           MOVE WK-DT-SHK-SHR
             TO TRY-ITEM            IN BGBB501T
           MOVE 'SETTLEMENT DATE (DT-SHK-SHR)'
             TO TRY-MSG             IN BGBB501T
           WRITE BGBB501T-REC FROM BGBB501T
           MOVE WK-NO-CYCLE
             TO TRY-ITEM            IN BGBB501T
           MOVE 'INTRA-DAY CYCLE'
             TO TRY-MSG             IN BGBB501T
           WRITE BGBB501T-REC FROM BGBB501T
      *
      *-------- AMOUNT TOTALS BY DESTINATION
           MOVE '02'
             TO WK-TRY-KBN
           MOVE 'IN-ZFL572A'
             TO WK-TRY-ITEM
           MOVE WK-CTR-INP
             TO WK-TRY-CTR
           MOVE WK-KIN-INP
             TO WK-TRY-KIN
           MOVE 'RECORDS READ - ALL SOURCES'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'IN-RECYCLE'
             TO WK-TRY-ITEM
           MOVE WK-CTR-RECYCLE
             TO WK-TRY-CTR
           MOVE WK-KIN-RECYCLE
             TO WK-TRY-KIN
           MOVE 'OF WHICH REPAIRED SUSPENSE (BGBB501R)'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'IN-RELEASE'
             TO WK-TRY-ITEM
           MOVE WK-CTR-RELEASE
             TO WK-TRY-CTR
           MOVE WK-KIN-RELEASE
             TO WK-TRY-KIN
           MOVE 'OF WHICH RELEASED HOLDS (BGBB513R)'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'IN-RESEND'
             TO WK-TRY-ITEM
           MOVE WK-CTR-RESEND
             TO WK-TRY-CTR
           MOVE WK-KIN-RESEND
             TO WK-TRY-KIN
           MOVE 'OF WHICH LOAD REJECT RE-SENDS (BGBB502R)'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'OU-YF55204A'
             TO WK-TRY-ITEM
           MOVE WK-CTR-OUT
             TO WK-TRY-CTR
           MOVE WK-KIN-OUT
             TO WK-TRY-KIN
           MOVE 'WOULD BE FED TO X552 (YF55204A)'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'OU-TEISEI'
             TO WK-TRY-ITEM
           MOVE WK-CTR-TEISEI
             TO WK-TRY-CTR
           MOVE WK-KIN-TEISEI
             TO WK-TRY-KIN
           MOVE 'CORRECTIONS - WOULD GO TO YF55204C'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'OU-VOID'
             TO WK-TRY-ITEM
           MOVE WK-CTR-VOID
             TO WK-TRY-CTR
           MOVE WK-KIN-VOID
             TO WK-TRY-KIN
           MOVE 'VOIDS - WOULD GO TO YF55204C (REVERSAL)'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'OU-HOLD'
             TO WK-TRY-ITEM
           MOVE WK-CTR-HOLD
             TO WK-TRY-CTR
           MOVE WK-KIN-HOLD
             TO WK-TRY-KIN
           MOVE 'WOULD BE HELD (BGBB501Q)'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'OU-SUSPENSE'
             TO WK-TRY-ITEM
           MOVE WK-CTR-SUS-OUT
             TO WK-TRY-CTR
           MOVE WK-KIN-SUS-OUT
             TO WK-TRY-KIN
           MOVE 'WOULD GO TO SUSPENSE (BGBB501E)'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'DPT-OVR'
             TO WK-TRY-ITEM
           MOVE WK-CTR-DPT-OVR
             TO WK-TRY-CTR
           MOVE ZERO
             TO WK-TRY-KIN
           MOVE 'DEPARTMENT FROM THE OPERATIONS OVERRIDE'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
      *
      *-------- REJECT COUNTS BY REASON. TRZ-NG AND DPT-NASHI ARE
      *-------- NOT REJECTED BUT HAVE THRESHOLD CEILINGS OF THEIR OWN
           MOVE '03'
             TO WK-TRY-KBN
           MOVE 'SIGN-NG'
             TO WK-TRY-ITEM
           MOVE WK-CTR-SIGN-NG
             TO WK-TRY-CTR
           MOVE WK-KIN-SIGN-NG
             TO WK-TRY-KIN
           MOVE 'INVALID QA-SIGN - TO SUSPENSE'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'DT-NG'
             TO WK-TRY-ITEM
           MOVE WK-CTR-DT-NG
             TO WK-TRY-CTR
           MOVE WK-KIN-DT-NG
             TO WK-TRY-KIN
           MOVE 'IMPLAUSIBLE DT-PAYOUT - TO SUSPENSE'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'DUP-HKK'
             TO WK-TRY-ITEM
           MOVE WK-CTR-DUP
             TO WK-TRY-CTR
           MOVE WK-KIN-DUP
             TO WK-TRY-KIN
           MOVE 'DUPLICATE NO-HKK - REJECTED'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'VOID-NG'
             TO WK-TRY-ITEM
           MOVE WK-CTR-VOID-NG
             TO WK-TRY-CTR
           MOVE WK-KIN-VOID-NG
             TO WK-TRY-KIN
           MOVE 'VOID WITHOUT A VALID ORIGINAL - REJECTED'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'TRZ-NG'
             TO WK-TRY-ITEM
           MOVE WK-CTR-TRZ-NG
             TO WK-TRY-CTR
           MOVE ZERO
             TO WK-TRY-KIN
           MOVE 'STORE CONVERSION NG - NOT REJECTED'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           MOVE 'DPT-NASHI'
             TO WK-TRY-ITEM
           MOVE WK-CTR-DPT-NASHI
             TO WK-TRY-CTR
           MOVE ZERO
             TO WK-TRY-KIN
           MOVE 'HKK-2 FALLBACK - NOT REJECTED'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
      *
      *-------- EACH STORE WHOSE DEPARTMENT WOULD FALL BACK TO HKK-2
           MOVE '04'
             TO WK-TRY-KBN
           PERFORM TRY-FBS-OUT-RTN THRU TRY-FBS-OUT-RTN-EXIT
             VARYING WK-FBS-G FROM 1 BY 1
             UNTIL WK-FBS-G > WK-FBS-CNT
           IF  WK-CTR-FBS-OVER > ZERO
               MOVE 'OTHER STORES'
                 TO WK-TRY-ITEM
               MOVE WK-CTR-FBS-OVER
                 TO WK-TRY-CTR
               MOVE ZERO
                 TO WK-TRY-KIN
               MOVE 'STORE TABLE FULL - SEE BGBB501L DPT-NASHI'
                 TO WK-TRY-MSG
               PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
           END-IF
      *
           .
       TRY-RPT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-FBS-OUT-RTN : ONE HKK-2 FALLBACK STORE LINE        *
      ******************************************************************
       TRY-FBS-OUT-RTN         SECTION.
      *
           MOVE WK-FBS-TRZ(WK-FBS-G)
             TO WK-TRY-ITEM
           MOVE WK-FBS-CTR(WK-FBS-G)
             TO WK-TRY-CTR
           MOVE WK-FBS-KIN(WK-FBS-G)
             TO WK-TRY-KIN
           MOVE 'DEPARTMENT NOT FOUND - HKK-2 FALLBACK'
             TO WK-TRY-MSG
           PERFORM TRY-LIN-RTN THRU TRY-LIN-RTN-EXIT
      *
           .
       TRY-FBS-OUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-LIN-RTN : ONE FORECAST COUNT / AMOUNT LINE         *
      ******************************************************************
       TRY-LIN-RTN             SECTION.
      *
           MOVE SPACE
             TO BGBB501T
           MOVE WK-TRY-KBN
             TO TRY-KBN             IN BGBB501T
           MOVE WK-TRY-ITEM
             TO TRY-ITEM            IN BGBB501T
           MOVE WK-TRY-CTR
             TO TRY-CTR             IN BGBB501T
           MOVE WK-TRY-KIN
             TO TRY-KIN             IN BGBB501T
           MOVE WK-TRY-MSG
             TO TRY-MSG             IN BGBB501T
           WRITE BGBB501T-REC FROM BGBB501T
      *
           .
       TRY-LIN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-THR-LOG : TRIAL-RUN THRESHOLD CEILING EXCEEDED LINE*
      ******************************************************************
       TRY-THR-LOG             SECTION.
      *
           MOVE SPACE
             TO BGBB501T
           SET TRY-KBN-THR-NG      IN BGBB501T
             TO TRUE
           MOVE WK-THR-NAME
             TO TRY-ITEM            IN BGBB501T
           MOVE WK-THR-CTR
             TO TRY-CTR             IN BGBB501T
           MOVE WK-THR-RC
             TO TRY-RC              IN BGBB501T
           MOVE WK-THR-MSG
             TO TRY-MSG             IN BGBB501T
           WRITE BGBB501T-REC FROM BGBB501T
      *
           .
       TRY-THR-LOG-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-RC-RTN : TRIAL-RUN RETURN-CODE OF THE REAL RUN     *
      ******************************************************************
       TRY-RC-RTN              SECTION.
      *
           MOVE SPACE
             TO BGBB501T
           SET TRY-KBN-RC          IN BGBB501T
             TO TRUE
           MOVE 'RETURN-CODE'
             TO TRY-ITEM            IN BGBB501T
           IF  SW-CTL-NG-YES
               MOVE 16
                 TO TRY-RC              IN BGBB501T
               MOVE 'CONTROL CHECK NG - NO EDIT PASS RUN'
                 TO TRY-MSG             IN BGBB501T
             ELSE
           IF  RETURN-CODE > ZERO
               MOVE RETURN-CODE
                 TO TRY-RC              IN BGBB501T
               MOVE 'THRESHOLD EXCEEDED - FEED LOAD HELD'
                 TO TRY-MSG             IN BGBB501T
             ELSE
               MOVE ZERO
                 TO TRY-RC              IN BGBB501T
               MOVE 'NO THRESHOLD EXCEEDED - NORMAL END'
                 TO TRY-MSG             IN BGBB501T
           END-IF
           END-IF
           WRITE BGBB501T-REC FROM BGBB501T
      *
           .
       TRY-RC-RTN-EXIT.
           EXIT.
      ******************************************************************
      *         TRY-CLS-RTN : TRIAL-RUN FILE CLOSE                     *
      ******************************************************************
       TRY-CLS-RTN             SECTION.
      *
           CLOSE ZFL572A-F
           IF  SW-RCY-OPEN-YES
               CLOSE BGBB501R-F
           END-IF
           IF  SW-RLS-OPEN-YES
               CLOSE BGBB513R-F
           END-IF
           IF  SW-RSN-OPEN-YES
               CLOSE BGBB502R-F
           END-IF
           CLOSE BGBB501V-F
           IF  SW-TRY-YFH-OPEN-YES
               CLOSE YF55204H-F
           END-IF
           CLOSE BGBB501L-F
           CLOSE BGBB501T-F
      *
           .
       TRY-CLS-RTN-EXIT.
           EXIT.
