      ******************************************************************
      *    BGBB518P  BGBB518 PARAMETER (JCL EXEC PARM=)
      *                PARM-HB-TR-Z     : STORE TO RECLASSIFY, AS ON
      *                                   THE ZFL572A EXTRACT (THE FORM
      *                                   DPT-GET RESOLVES). REQUIRED
      *                PARM-DT-ST       : FIRST DT-SHK-JSK OF THE
      *                                   PERIOD. REQUIRED
      *                PARM-DT-ED       : LAST DT-SHK-JSK OF THE
      *                                   PERIOD. ZERO/ABSENT = THE
      *                                   FIRST DAY ONLY
      *                PARM-KBN-UPD     : 'U' = UPDATE - WRITE THE
      *                                   YF55204K DELTA FEED AND THE
      *                                   'K' HISTORY TOUCHES
      *                                   'L'/SPACE = LIST ONLY
      *                                   (DEFAULT) - NOTHING IS
      *                                   WRITTEN BUT THE REPORT
      ******************************************************************
       03  PARM-LEN                  PIC S9(04)     COMP.
       03  PARM-TEXT.
           05  PARM-HB-TR-Z          PIC X(04).
           05  PARM-DT-ST            PIC 9(08).
           05  PARM-DT-ED            PIC 9(08).
           05  PARM-KBN-UPD          PIC X(01).
               88  PARM-KBN-UPD-YES                VALUE 'U'.
               88  PARM-KBN-UPD-LIST               VALUE 'L' SPACE.
           05  FILLER                PIC X(59).
