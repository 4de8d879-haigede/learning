      ******************************************************************
      *    BGBB504W  MAINTENANCE TRANSACTION AWAITING APPROVAL
      *                ONE RECORD PER MAKER ENTRY NOT YET APPROVED,
      *                DECLINED OR EXPIRED. THE MAKER'S TRANSACTION IS
      *                HELD UNCHANGED IN APV-TRN-DATA AND IS APPLIED
      *                ONLY WHEN A DIFFERENT USER APPROVES IT.
      *                SAME LAYOUT FOR BGBB504W (OVERRIDES), BGBB508W
      *                (SUSPENSE REPAIRS) AND BGBB512W (CALENDAR)
      ******************************************************************
       03  APV-DT-ENTRY              PIC 9(08).
       03  APV-TM-ENTRY              PIC 9(06).
       03  APV-USER-MKR              PIC X(08).
       03  APV-TRN-DATA              PIC X(80).
       03  FILLER                    PIC X(18).
