      ******************************************************************
      *    BGBB519L  SETTLEMENT CASH FORECAST PRINT RECORD
      *                ONE BLOCK PER BUSINESS DAY OF THE FORECAST:
      *                  '01' HEADING           (FIRST DAY, NUMBER
      *                                          OF BUSINESS DAYS)
      *                  '02' CD-SHK-DPT LINE   (DT-SHK-SHR + DPT)
      *                  '03' SETTLEMENT DAY SUBTOTAL
      *                  '04' FORECAST TOTAL
      *                  '05' RUN NOTE / PARM ERROR
      *                AMOUNT COLUMNS:
      *                  FCS-KIN-KAKU   CONFIRMED - ISSUED AND
      *                                 ACKNOWLEDGED BY THE X552 LOAD
      *                                 (AN EARLIER ISSUE AT THE
      *                                 AMOUNT AND DATE OF ITS LATEST
      *                                 'A'/'C' IMAGE, UNDER THE
      *                                 DEPARTMENT OF ANY LATER 'K'
      *                                 RECLASS, LEFT OUT IF VOIDED
      *                                 OR LOAD REJECTED), PLUS THE
      *                                 YF55204D CORRECTION NET
      *                  FCS-KIN-ADJ    OF WHICH YF55204D CORRECTION
      *                                 NET
      *                  FCS-KIN-RISK   AT RISK - ISSUED BUT NOT YET
      *                                 ACKNOWLEDGED (BGBB502 PENDING
      *                                 OR UNCONFIRMED ON YF55204X)
      *                  FCS-KIN-RESEND OF WHICH DUE FOR BGBB511
      *                                 RE-SEND
      *                  FCS-KIN-TOTAL  CONFIRMED + AT RISK
      *                AT-RISK ITEMS DATED BEFORE THE FIRST DAY ARE
      *                STILL OUTSTANDING AND ARE SHOWN ON IT
      ******************************************************************
       03  FCS-KBN                   PIC X(02).
           88  FCS-KBN-MIDASHI                   VALUE '01'.
           88  FCS-KBN-MEISAI                    VALUE '02'.
           88  FCS-KBN-DAY-KEI                   VALUE '03'.
           88  FCS-KBN-GOKEI                     VALUE '04'.
           88  FCS-KBN-NOTE                      VALUE '05'.
       03  FILLER                    PIC X(01).
       03  FCS-DT-SHK-SHR            PIC 9(08).
       03  FILLER                    PIC X(01).
       03  FCS-CD-SHK-DPT            PIC X(02).
       03  FILLER                    PIC X(01).
       03  FCS-CTR-KAKU              PIC 9(07).
       03  FILLER                    PIC X(01).
       03  FCS-CTR-RISK              PIC 9(07).
       03  FILLER                    PIC X(01).
       03  FCS-KIN-KAKU              PIC -9(11).
       03  FILLER                    PIC X(01).
       03  FCS-KIN-ADJ               PIC -9(11).
       03  FILLER                    PIC X(01).
       03  FCS-KIN-RISK              PIC -9(11).
       03  FILLER                    PIC X(01).
       03  FCS-KIN-RESEND            PIC -9(11).
       03  FILLER                    PIC X(01).
       03  FCS-KIN-TOTAL             PIC -9(11).
       03  FILLER                    PIC X(01).
       03  FCS-MSG                   PIC X(24).
