      ******************************************************************
      *    BGBB513A  HELD-PAYOUT RELEASE AUDIT RECORD
      *                ONE RECORD PER TRANSACTION, INCLUDING REJECTS,
      *                STAMPED WITH WHO RELEASED OR CANCELLED WHAT
      *                AND WHEN - SAME PATTERN AS THE BGBB508A
      *                SUSPENSE REPAIR AUDIT
      ******************************************************************
       03  HAU-DT-UPD                PIC 9(08).
       03  HAU-TM-UPD                PIC 9(06).
       03  HAU-USER                  PIC X(08).
       03  HAU-CD-ACT                PIC X(01).
           88  HAU-CD-ACT-RLS                  VALUE 'R'.
           88  HAU-CD-ACT-CAN                  VALUE 'C'.
           88  HAU-CD-ACT-REJ                  VALUE 'X'.
       03  HAU-NO-HKK                PIC X(10).
       03  HAU-DT-HOLD               PIC 9(08).
       03  HAU-CD-KBN-HOLD           PIC X(01).
       03  HAU-KIN                   PIC S9(09).
       03  HAU-MSG                   PIC X(30).
       03  FILLER                    PIC X(09).
