      ******************************************************************
      *    BGBB504A  OVERRIDE MASTER MAINTENANCE AUDIT RECORD
      *                ONE RECORD PER TRANSACTION, INCLUDING REJECTS,
      *                STAMPED WITH WHO CHANGED WHAT AND WHEN.
      *                AUD-USER IS THE MAKER; THE CHECKER WHO
      *                APPROVED OR DECLINED THE ENTRY AND THE TIME IT
      *                WAS ORIGINALLY KEYED ARE CARRIED ALONGSIDE
      ******************************************************************
       03  AUD-DT-UPD                PIC 9(08).
       03  AUD-TM-UPD                PIC 9(06).
           88  AUD-CD-ACT-ADD                  VALUE 'A'.
           88  AUD-CD-ACT-EXP                  VALUE 'E'.
           88  AUD-CD-ACT-REJ                  VALUE 'R'.
           88  AUD-CD-ACT-PND                  VALUE 'P'.
           88  AUD-CD-ACT-DCL                  VALUE 'D'.
           88  AUD-CD-ACT-TMO                  VALUE 'Z'.
       03  AUD-HB-TR-Z               PIC X(04).
       03  AUD-DT-EFF-ST             PIC 9(08).
       03  AUD-DT-EFF-ED             PIC 9(08).
       03  AUD-CD-SHK-DPT            PIC X(02).
       03  AUD-MSG                   PIC X(30).
       03  FILLER                    PIC X(05).
       03  AUD-USER-CHK              PIC X(08).
       03  AUD-DT-ENTRY              PIC 9(08).
       03  AUD-TM-ENTRY              PIC 9(06).
       03  FILLER                    PIC X(18).
