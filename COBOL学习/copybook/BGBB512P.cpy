      ******************************************************************
      *    BGBB512P  BGBB512 PARAMETER (JCL EXEC PARM=)
      *                PARM-CTR-DAYS  : DAYS A MAKER ENTRY MAY WAIT ON
      *                                 BGBB512W FOR A CHECKER BEFORE
      *                                 IT EXPIRES UNAPPLIED
      *                                 (ZERO/ABSENT = 007)
      ******************************************************************
       03  PARM-LEN                  PIC S9(04)     COMP.
       03  PARM-TEXT.
           05  PARM-CTR-DAYS         PIC 9(03).
           05  FILLER                PIC X(77).
