      ******************************************************************
      *    BGBB519X  SETTLEMENT CASH FORECAST TREASURY EXTRACT RECORD
      *                FIXED 120 BYTES, DISPLAY FORMAT, AMOUNTS AS A
      *                SIGN BYTE ('-' OR SPACE) PLUS UNSIGNED DIGITS
      *                (SAME CONVENTION AS THE BGBB514X EXTRACT).
      *                AMOUNT COLUMNS AS THE BGBB519L REPORT.
      *                IN THIS ORDER:
      *                  XFC-REC-KBN 'H' = HEADER (FORECAST WINDOW,
      *                                    XFC-CTR-KAKU = NUMBER OF
      *                                    BUSINESS DAYS)
      *                              'D' = DT-SHK-SHR + CD-SHK-DPT
      *                              'S' = SETTLEMENT DAY TOTAL
      *                                    (WRITTEN FOR EVERY DAY OF
      *                                    THE WINDOW, EVEN AT ZERO)
      *                              'T' = TRAILER (FORECAST TOTAL,
      *                                    XFC-CTR-LINE = NUMBER OF
      *                                    'D' RECORDS)
      ******************************************************************
       03  XFC-REC-KBN               PIC X(01).
           88  XFC-REC-HDR                     VALUE 'H'.
           88  XFC-REC-MEISAI                  VALUE 'D'.
           88  XFC-REC-DAY-KEI                 VALUE 'S'.
           88  XFC-REC-TRL                     VALUE 'T'.
       03  XFC-DT-SHK-SHR            PIC 9(08).
       03  XFC-CD-SHK-DPT            PIC X(02).
       03  XFC-CTR-KAKU              PIC 9(07).
       03  XFC-CTR-RISK              PIC 9(07).
       03  XFC-SIGN-KAKU             PIC X(01).
       03  XFC-KIN-KAKU              PIC 9(11).
       03  XFC-SIGN-ADJ              PIC X(01).
       03  XFC-KIN-ADJ               PIC 9(11).
       03  XFC-SIGN-RISK             PIC X(01).
       03  XFC-KIN-RISK              PIC 9(11).
       03  XFC-SIGN-RESEND           PIC X(01).
       03  XFC-KIN-RESEND            PIC 9(11).
       03  XFC-SIGN-TOTAL            PIC X(01).
       03  XFC-KIN-TOTAL             PIC 9(11).
       03  XFC-CTR-LINE              PIC 9(07).
       03  XFC-DT-WIN-ST             PIC 9(08).
       03  XFC-DT-WIN-ED             PIC 9(08).
       03  XFC-DT-CREATE             PIC 9(08).
       03  FILLER                    PIC X(04).
