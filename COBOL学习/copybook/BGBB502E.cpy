      ******************************************************************
      *    BGBB502E  X552 LOAD REJECTION SUSPENSE RECORD
      *                ONE RECORD PER PAYOUT THE X552 LOAD RETURNED
      *                WITH KAK-CD-STS NOT OK. WRITTEN BY BGBB502,
      *                REPAIRED OR WRITTEN OFF THROUGH BGBB508 LIKE A
      *                BGBB501E ITEM, AND FED BACK TO BGBB501 ON
      *                BGBB502R ONCE REPAIRED - BGBB501 SENDS IT OUT
      *                AGAIN WITH SCT-RESEND SET.
      *                SAME LAYOUT FOR BGBB502E (NEW REJECTIONS),
      *                BGBB508D / BGBB508E (UNREPAIRED ITEMS CARRIED
      *                BY BGBB508) AND BGBB502R (REPAIRED ITEMS)
      ******************************************************************
      *-------- ZFL572A IMAGE REBUILT FROM THE PAYOUT AS FIRST SENT -
      *-------- THE PART BGBB508 REPAIRS, SAME AS SUS-DATA
       03  DSR-DATA                  PIC X(80).
      *-------- DATE THE ITEM ENTERED SUSPENSE (BGBB502 BATCH DATE)
       03  DSR-DT-ENTRY              PIC 9(08).
      *-------- DOWNSTREAM REASON - THE KAK-CD-STS AND LOAD DATE OF
      *-------- THE REJECTING CONFIRMATION
       03  DSR-CD-STS                PIC X(01).
       03  DSR-DT-LOAD               PIC 9(08).
      *-------- ORIGINAL YF55204H IMAGE (KEY AND YF55204A DATA) OF
      *-------- THE 'A' TOUCH THAT WAS REJECTED
       03  DSR-HIS-KEY.
           05  DSR-HIS-NO-HKK        PIC X(10).
           05  DSR-HIS-DT-SHK-JSK    PIC 9(08).
           05  DSR-HIS-RUN-STAMP     PIC X(14).
           05  DSR-HIS-REC-KBN       PIC X(01).
       03  DSR-HIS-DATA              PIC X(122).
       03  FILLER                    PIC X(28).
