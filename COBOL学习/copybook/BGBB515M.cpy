      ******************************************************************
      *    BGBB515M  OPERATIONS GL ACCOUNT MAPPING TABLE
      *                ONE RECORD PER CD-SHK-DPT. BGBB515 POSTS THE
      *                DAY'S NET PAYOUT OF THE DEPARTMENT AS A DEBIT
      *                TO MAP-ACCT-DR AND A CREDIT TO MAP-ACCT-CR (THE
      *                OTHER WAY ROUND WHEN THE DAY NETS NEGATIVE).
      *                A DEPARTMENT MISSING HERE STOPS THE POSTING -
      *                THERE IS NO SUSPENSE ACCOUNT
      ******************************************************************
       03  MAP-CD-SHK-DPT            PIC X(02).
       03  MAP-ACCT-DR               PIC X(10).
       03  MAP-ACCT-CR               PIC X(10).
       03  MAP-NM-ACCT               PIC X(20).
       03  MAP-USER-UPD              PIC X(08).
       03  MAP-DT-UPD                PIC 9(08).
       03  MAP-TM-UPD                PIC 9(06).
       03  FILLER                    PIC X(16).
