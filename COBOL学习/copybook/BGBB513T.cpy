      ******************************************************************
      *    BGBB513T  HELD-PAYOUT RELEASE TRANSACTION
      *                KEYED BY THE PAYOUT NUMBER (QA-NO-HKK) OF THE
      *                BGBB501Q HELD ITEM TO BE ACTED ON
      *                HRT-CD-ACT 'R' = RELEASE - THE ITEM GOES OUT ON
      *                                 THE NEXT BGBB501 RUN
      *                           'C' = CANCEL - THE ITEM IS RETIRED
      *                                 AND NEVER PAID (REASON
      *                                 REQUIRED)
      ******************************************************************
       03  HRT-CD-ACT                PIC X(01).
           88  HRT-CD-ACT-RLS                  VALUE 'R'.
           88  HRT-CD-ACT-CAN                  VALUE 'C'.
       03  HRT-NO-HKK                PIC X(10).
       03  HRT-USER                  PIC X(08).
       03  HRT-REASON                PIC X(30).
       03  FILLER                    PIC X(31).
