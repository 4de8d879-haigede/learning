      *    BGBB512T  BUSINESS CALENDAR MAINTENANCE TRANSACTION
      *                CLT-CD-ACT 'A' = ADD A NON-BUSINESS DAY
      *                CLT-CD-ACT 'R' = REMOVE AN EXISTING ENTRY
      *                CLT-CD-ACT 'K' = APPROVE THE ENTRY AWAITING
      *                                 APPROVAL FOR THIS DATE
      *                CLT-CD-ACT 'D' = DECLINE / WITHDRAW IT
      *                'A' AND 'R' ARE HELD ON BGBB512W UNTIL A USER
      *                OTHER THAN THE MAKER APPROVES THEM
      ******************************************************************
       03  CLT-CD-ACT                PIC X(01).
           88  CLT-CD-ACT-ADD                  VALUE 'A'.
           88  CLT-CD-ACT-REM                  VALUE 'R'.
           88  CLT-CD-ACT-APV                  VALUE 'K'.
           88  CLT-CD-ACT-DCL                  VALUE 'D'.
       03  CLT-DT-YMD                PIC 9(08).
       03  CLT-TXT                   PIC X(20).
       03  CLT-USER                  PIC X(08).
