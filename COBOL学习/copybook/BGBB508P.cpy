      ******************************************************************
      *    BGBB508P  BGBB508 PARAMETER (JCL EXEC PARM=)
      *                PARM-CTR-DAYS  : DAYS A MAKER ENTRY MAY WAIT ON
      *                                 BGBB508W FOR A CHECKER BEFORE
      *                                 IT EXPIRES UNAPPLIED
      *                                 (ZERO/ABSENT = 007)
      ******************************************************************
       03  PARM-LEN                  PIC S9(04)     COMP.
       03  PARM-TEXT.
           05  PARM-CTR-DAYS         PIC 9(03).
           05  FILLER                PIC X(77).
