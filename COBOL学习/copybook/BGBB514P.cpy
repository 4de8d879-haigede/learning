      ******************************************************************
      *    BGBB514P  BGBB514 PARAMETER (JCL EXEC PARM=)
      *                PARM-YM          : STATEMENT MONTH (YYYYMM).
      *                                   ZERO/ABSENT = THE MONTH
      *                                   BEFORE THE BATCH DATE
      *                                   (THE NORMAL MONTH-END RUN)
      *                PARM-HB-TR-Z-SYS : ONE STORE ONLY, FOR A
      *                                   STATEMENT RE-RUN ON REQUEST.
      *                                   SPACE = EVERY STORE (DEFAULT)
      ******************************************************************
       03  PARM-LEN                  PIC S9(04)     COMP.
       03  PARM-TEXT.
           05  PARM-YM               PIC 9(06).
           05  PARM-HB-TR-Z-SYS      PIC X(04).
           05  FILLER                PIC X(70).
