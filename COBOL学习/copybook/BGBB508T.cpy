      ******************************************************************
      *    BGBB508T  SUSPENSE REPAIR TRANSACTION
      *                KEYED BY THE PAYOUT NUMBER (QA-NO-HKK) OF THE
      *                BGBB501E SUSPENSE RECORD, OR OF THE BGBB502E
      *                X552 LOAD REJECTION, TO BE ACTED ON
      *                RTR-CD-ACT 'R' = REPAIR AND RECYCLE THE RECORD
      *                           'W' = WRITE OFF (RETIRE) THE RECORD
      *                           'K' = APPROVE THE ENTRY AWAITING
      *                                 APPROVAL FOR THIS QA-NO-HKK
      *                           'D' = DECLINE / WITHDRAW IT
      *                'R' AND 'W' ARE HELD ON BGBB508W UNTIL A USER
      *                OTHER THAN THE MAKER APPROVES THEM
      *                REPAIR FIELDS LEFT BLANK KEEP THE SUSPENDED
      *                VALUE; TO FORCE A BLANK SIGN SUPPLY '+'
      ******************************************************************
       03  RTR-CD-ACT                PIC X(01).
           88  RTR-CD-ACT-RPR                  VALUE 'R'.
           88  RTR-CD-ACT-WOF                  VALUE 'W'.
           88  RTR-CD-ACT-APV                  VALUE 'K'.
           88  RTR-CD-ACT-DCL                  VALUE 'D'.
       03  RTR-NO-HKK                PIC X(10).
       03  RTR-QA-SIGN               PIC X(01).
       03  RTR-QA-KS-N8              PIC X(08).
