      *                TRN-CD-ACT 'A' = ADD A NEW OVERRIDE ENTRY
      *                TRN-CD-ACT 'E' = EXPIRE (CAP THE EFFECTIVE END
      *                                 DATE OF) AN EXISTING ENTRY
      *                TRN-CD-ACT 'K' = APPROVE THE ENTRY AWAITING
      *                                 APPROVAL FOR THIS STORE AND
      *                                 EFFECTIVE START (CHECKER)
      *                TRN-CD-ACT 'D' = DECLINE / WITHDRAW IT
      *                'A' AND 'E' ARE HELD ON BGBB504W UNTIL A USER
      *                OTHER THAN THE MAKER APPROVES THEM
      ******************************************************************
       03  TRN-CD-ACT                PIC X(01).
           88  TRN-CD-ACT-ADD                  VALUE 'A'.
           88  TRN-CD-ACT-EXP                  VALUE 'E'.
           88  TRN-CD-ACT-APV                  VALUE 'K'.
           88  TRN-CD-ACT-DCL                  VALUE 'D'.
       03  TRN-HB-TR-Z               PIC X(04).
       03  TRN-DT-EFF-ST             PIC 9(08).
       03  TRN-DT-EFF-ED             PIC 9(08).
