      ******************************************************************
      *    BGBB514L  MONTHLY STORE PAYOUT STATEMENT PRINT RECORD
      *                ONE STATEMENT PER HB-TR-Z-SYS STORE:
      *                  '01' HEADING           (STORE, MONTH)
      *                  '02' OPENING NET POSITION
      *                  '03' PAYOUT LINE       (ISSUED, CORRECTED,
      *                                          RE-SENT OR LOAD
      *                                          REJECTED IN THE MONTH)
      *                  '04' CD-SHK-DPT SUBTOTAL
      *                  '05' CLOSING NET POSITION
      *                  '06' RUN NOTE / PARM ERROR
      *                AMOUNT COLUMNS: OPENING + ISSUED + ADJUSTED
      *                = CLOSING. ADJUSTED NETS EVERY CORRECTION (AND
      *                A LOAD REJECTION OR ITS REPAIR) AGAINST THE
      *                ORIGINAL. STM-MARK-TEISEI 'C' = CORRECTED IN THE
      *                MONTH, STM-MARK-RESEND 'R' = RE-SENT IN MONTH.
      *                STM-MARK-TEISEI 'V' = VOIDED IN THE MONTH (THE
      *                VOID CLOSES THE PAYOUT AT ZERO), 'K' =
      *                DEPARTMENT RECLASSIFIED BY BGBB518 IN THE MONTH
      *                (THE PAYOUT IS SHOWN UNDER ITS NEW DEPARTMENT)
      ******************************************************************
       03  STM-KBN                   PIC X(02).
           88  STM-KBN-MIDASHI                   VALUE '01'.
           88  STM-KBN-OPEN                      VALUE '02'.
           88  STM-KBN-MEISAI                    VALUE '03'.
           88  STM-KBN-DPT-KEI                   VALUE '04'.
           88  STM-KBN-CLOSE                     VALUE '05'.
           88  STM-KBN-NOTE                      VALUE '06'.
       03  FILLER                    PIC X(01).
       03  STM-HB-TR-Z-SYS           PIC X(04).
       03  FILLER                    PIC X(01).
       03  STM-YM                    PIC 9(06).
       03  FILLER                    PIC X(01).
       03  STM-CD-SHK-DPT            PIC X(02).
       03  FILLER                    PIC X(01).
       03  STM-DT-SHK-JSK            PIC 9(08).
       03  FILLER                    PIC X(01).
       03  STM-DT-SHK-SHR            PIC 9(08).
       03  FILLER                    PIC X(01).
       03  STM-NO-HKK                PIC X(10).
       03  FILLER                    PIC X(01).
       03  STM-MARK-TEISEI           PIC X(01).
       03  STM-MARK-RESEND           PIC X(01).
       03  FILLER                    PIC X(01).
       03  STM-CTR                   PIC 9(07).
       03  FILLER                    PIC X(01).
       03  STM-KIN-OPEN              PIC -9(11).
       03  FILLER                    PIC X(01).
       03  STM-KIN-ISSUE             PIC -9(11).
       03  FILLER                    PIC X(01).
       03  STM-KIN-ADJ               PIC -9(11).
       03  FILLER                    PIC X(01).
       03  STM-KIN-CLOSE             PIC -9(11).
       03  FILLER                    PIC X(01).
       03  STM-MSG                   PIC X(22).
