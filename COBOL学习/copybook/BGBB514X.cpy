      ******************************************************************
      *    BGBB514X  MONTHLY STORE STATEMENT PORTAL EXTRACT RECORD
      *                FIXED 120 BYTES, DISPLAY FORMAT, AMOUNTS AS A
      *                SIGN BYTE ('-' OR SPACE) PLUS UNSIGNED DIGITS
      *                (SAME CONVENTION AS THE ZFL572A EXTRACT).
      *                PER STORE, IN THIS ORDER:
      *                  XST-REC-KBN 'H' = STORE HEADER (OPENING NET
      *                                    POSITION IN XST-KIN-OPEN)
      *                              'D' = PAYOUT LINE
      *                              'S' = CD-SHK-DPT SUBTOTAL
      *                              'T' = STORE TRAILER (ALL FOUR
      *                                    TOTALS, XST-CTR = NUMBER OF
      *                                    'D' LINES FOR THE STORE)
      ******************************************************************
       03  XST-REC-KBN               PIC X(01).
           88  XST-REC-HDR                     VALUE 'H'.
           88  XST-REC-MEISAI                  VALUE 'D'.
           88  XST-REC-DPT-KEI                 VALUE 'S'.
           88  XST-REC-TRL                     VALUE 'T'.
       03  XST-YM                    PIC 9(06).
       03  XST-HB-TR-Z-SYS           PIC X(04).
       03  XST-CD-SHK-DPT            PIC X(02).
       03  XST-DT-SHK-JSK            PIC 9(08).
       03  XST-DT-SHK-SHR            PIC 9(08).
       03  XST-NO-HKK                PIC X(10).
       03  XST-MARK-TEISEI           PIC X(01).
       03  XST-MARK-RESEND           PIC X(01).
       03  XST-CTR                   PIC 9(07).
       03  XST-SIGN-OPEN             PIC X(01).
       03  XST-KIN-OPEN              PIC 9(11).
       03  XST-SIGN-ISSUE            PIC X(01).
       03  XST-KIN-ISSUE             PIC 9(11).
       03  XST-SIGN-ADJ              PIC X(01).
       03  XST-KIN-ADJ               PIC 9(11).
       03  XST-SIGN-CLOSE            PIC X(01).
       03  XST-KIN-CLOSE             PIC 9(11).
       03  XST-DT-CREATE             PIC 9(08).
       03  FILLER                    PIC X(16).
