      *    BGBB512A  BUSINESS CALENDAR MAINTENANCE AUDIT RECORD
      *                ONE RECORD PER TRANSACTION, INCLUDING REJECTS,
      *                STAMPED WITH WHO CHANGED WHAT AND WHEN -
      *                SAME PATTERN AS THE BGBB504A OVERRIDE AUDIT.
      *                CAU-USER IS THE MAKER; THE CHECKER WHO
      *                APPROVED OR DECLINED THE ENTRY AND THE TIME IT
      *                WAS ORIGINALLY KEYED ARE CARRIED ALONGSIDE
      ******************************************************************
       03  CAU-DT-UPD                PIC 9(08).
       03  CAU-TM-UPD                PIC 9(06).
           88  CAU-CD-ACT-ADD                  VALUE 'A'.
           88  CAU-CD-ACT-REM                  VALUE 'R'.
           88  CAU-CD-ACT-REJ                  VALUE 'X'.
           88  CAU-CD-ACT-PND                  VALUE 'P'.
           88  CAU-CD-ACT-DCL                  VALUE 'D'.
           88  CAU-CD-ACT-TMO                  VALUE 'Z'.
       03  CAU-DT-YMD                PIC 9(08).
       03  CAU-TXT                   PIC X(20).
       03  CAU-MSG                   PIC X(29).
       03  CAU-USER-CHK              PIC X(08).
       03  CAU-DT-ENTRY              PIC 9(08).
       03  CAU-TM-ENTRY              PIC 9(06).
       03  FILLER                    PIC X(18).
