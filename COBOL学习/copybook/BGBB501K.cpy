      ******************************************************************
      *    BGBB501K  PAYOUT STOP LIST (HOLD LIST) RECORD
      *                MAINTAINED BY OPERATIONS. BGBB501 SENDS A
      *                MATCHING PAYOUT TO THE BGBB501Q HELD-PAYOUT
      *                QUEUE INSTEAD OF THE YF55204A FEED
      *                  HLD-CD-KBN 'N' = STOP ONE PAYOUT (HLD-NO-HKK)
      *                             'S' = STOP A WHOLE STORE
      *                                   (HLD-HB-TR-Z)
      *                             'C' = STORE KS-SHK-JSK CEILING -
      *                                   A PAYOUT OF THE STORE ABOVE
      *                                   HLD-KS-CEILING IS HELD.
      *                                   ZERO OR NON-NUMERIC = NOT
      *                                   CHECKED
      ******************************************************************
       03  HLD-CD-KBN                PIC X(01).
           88  HLD-KBN-HKK                     VALUE 'N'.
           88  HLD-KBN-TRZ                     VALUE 'S'.
           88  HLD-KBN-CEIL                    VALUE 'C'.
       03  HLD-NO-HKK                PIC X(10).
       03  HLD-HB-TR-Z               PIC X(04).
       03  HLD-KS-CEILING            PIC 9(09).
       03  HLD-REASON                PIC X(20).
       03  HLD-USER-UPD              PIC X(08).
       03  HLD-DT-UPD                PIC 9(08).
       03  HLD-TM-UPD                PIC 9(06).
       03  FILLER                    PIC X(14).
