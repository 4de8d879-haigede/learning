      ******************************************************************
      *    BGBB504R  AWAITING-APPROVAL REPORT RECORD
      *                ONE LINE PER MAKER ENTRY STILL WAITING FOR A
      *                CHECKER, AND ONE PER ENTRY EXPIRED THIS RUN.
      *                SAME LAYOUT FOR BGBB504R, BGBB508R AND BGBB512R
      ******************************************************************
       03  APR-KBN                   PIC X(02).
           88  APR-KBN-AWAITING                  VALUE '01'.
           88  APR-KBN-EXPIRED                   VALUE '02'.
           88  APR-KBN-PND-OVER                  VALUE '03'.
       03  FILLER                    PIC X(01).
       03  APR-CD-ACT                PIC X(01).
       03  FILLER                    PIC X(01).
       03  APR-KEY                   PIC X(20).
       03  FILLER                    PIC X(01).
       03  APR-USER-MKR              PIC X(08).
       03  FILLER                    PIC X(01).
       03  APR-DT-ENTRY              PIC 9(08).
       03  FILLER                    PIC X(01).
       03  APR-CTR-AGE               PIC 9(03).
       03  FILLER                    PIC X(01).
       03  APR-MSG                   PIC X(30).
       03  FILLER                    PIC X(02).
