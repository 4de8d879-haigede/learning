      ******************************************************************
      *    BGBB519P  BGBB519 PARAMETER (JCL EXEC PARM=)
      *                PARM-CTR-DAYS    : BUSINESS DAYS IN THE
      *                                   FORECAST (01-20).
      *                                   ZERO/ABSENT = 05
      *                PARM-DT-ST       : FIRST DAY OF THE FORECAST
      *                                   (ROLLED FORWARD TO A
      *                                   BUSINESS DAY BY BGBB501B).
      *                                   ZERO/ABSENT = THE BATCH DATE
      *                PARM-CTR-AGE     : BGBB511 RE-SEND AGE IN DAYS
      *                                   (ZERO/ABSENT = 008, AS
      *                                   BGBB511)
      *                PARM-LMT-RETRY   : BGBB511 RE-SEND LIMIT PER
      *                                   PAYOUT (ZERO/ABSENT = 03,
      *                                   AS BGBB511)
      *                KEEP THE LAST TWO IN STEP WITH THE BGBB511P
      *                PARM OF THE NIGHTLY RUN
      ******************************************************************
       03  PARM-LEN                  PIC S9(04)     COMP.
       03  PARM-TEXT.
           05  PARM-CTR-DAYS         PIC 9(02).
           05  PARM-DT-ST            PIC 9(08).
           05  PARM-CTR-AGE          PIC 9(03).
           05  PARM-LMT-RETRY        PIC 9(02).
           05  FILLER                PIC X(65).
