      ******************************************************************
      *    BGBB517P  BGBB517 PARAMETER (JCL EXEC PARM=)
      *                PARM-KBN-RPT     : 'D' = DAILY REPORT (DEFAULT)
      *                                   'W' = WEEKLY REPORT - THE
      *                                   SEVEN DAYS ENDING ON
      *                                   PARM-DT-SHR, WITH A STEP
      *                                   SUMMARY FOR THE WEEK
      *                PARM-DT-SHR      : PROCESSING DAY REPORTED (OR
      *                                   LAST DAY OF THE WEEK).
      *                                   ZERO/ABSENT = THE BATCH DATE
      *                PARM-PCT-LONG    : A STEP RAN LONG WHEN ITS
      *                                   ELAPSED TIME IS OVER THIS
      *                                   PERCENTAGE OF ITS 30-DAY
      *                                   AVERAGE. ZERO/ABSENT = 150
      ******************************************************************
       03  PARM-LEN                  PIC S9(04)     COMP.
       03  PARM-TEXT.
           05  PARM-KBN-RPT          PIC X(01).
           05  PARM-DT-SHR           PIC 9(08).
           05  PARM-PCT-LONG         PIC 9(03).
           05  FILLER                PIC X(68).
