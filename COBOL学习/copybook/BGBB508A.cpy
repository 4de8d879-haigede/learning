      *    BGBB508A  SUSPENSE REPAIR AUDIT RECORD
      *                ONE RECORD PER TRANSACTION, INCLUDING REJECTS,
      *                STAMPED WITH WHO REPAIRED WHAT AND WHEN -
      *                SAME PATTERN AS THE BGBB504A OVERRIDE AUDIT.
      *                RAU-USER IS THE MAKER; THE CHECKER WHO
      *                APPROVED OR DECLINED THE ENTRY AND THE TIME IT
      *                WAS ORIGINALLY KEYED ARE CARRIED ALONGSIDE
      ******************************************************************
       03  RAU-DT-UPD                PIC 9(08).
       03  RAU-TM-UPD                PIC 9(06).
           88  RAU-CD-ACT-RPR                  VALUE 'R'.
           88  RAU-CD-ACT-WOF                  VALUE 'W'.
           88  RAU-CD-ACT-REJ                  VALUE 'X'.
           88  RAU-CD-ACT-PND                  VALUE 'P'.
           88  RAU-CD-ACT-DCL                  VALUE 'D'.
           88  RAU-CD-ACT-TMO                  VALUE 'Z'.
       03  RAU-NO-HKK                PIC X(10).
       03  RAU-SIGN-OLD              PIC X(01).
       03  RAU-SIGN-NEW              PIC X(01).
       03  RAU-KIN-OLD               PIC X(08).
       03  RAU-KIN-NEW               PIC X(08).
       03  RAU-MSG                   PIC X(29).
       03  RAU-USER-CHK              PIC X(08).
       03  RAU-DT-ENTRY              PIC 9(08).
       03  RAU-TM-ENTRY              PIC 9(06).
       03  FILLER                    PIC X(18).
