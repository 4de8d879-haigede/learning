      *                              'C' = YF55204C CORRECTION
      *                              'R' = RESTART REPLAY (NOT REFED)
      *                              'S' = RE-SEND BY BGBB511
      *                              'H' = HELD BY THE BGBB501K STOP
      *                                    LIST (NOT FED)
      *                              'L' = HOLD RELEASED BY BGBB513
      *                              'X' = HOLD CANCELLED BY BGBB513
      *                              'J' = REJECTED BY THE X552 LOAD
      *                                    AND ROUTED TO SUSPENSE BY
      *                                    BGBB502 (NOT LOADED)
      *                              'V' = VOIDED - THE IMAGE IS THE
      *                                    FED VALUE BEING CANCELLED
      *                              'K' = DEPARTMENT RECLASSIFIED BY
      *                                    BGBB518 - THE IMAGE IS THE
      *                                    REISSUED VALUE (NEW
      *                                    CD-SHK-DPT)
      *                A REPAIRED LOAD REJECTION COMES BACK AS AN 'A'
      *                TOUCH WHOSE IMAGE HAS SCT-RESEND SET
      *                HIS-DATA CARRIES THE FULL YF55204A IMAGE
      ******************************************************************
       03  HIS-KEY.
               88  HIS-REC-TEISEI                  VALUE 'C'.
               88  HIS-REC-REPLAY                  VALUE 'R'.
               88  HIS-REC-RESEND                  VALUE 'S'.
               88  HIS-REC-HOLD                    VALUE 'H'.
               88  HIS-REC-RELEASE                 VALUE 'L'.
               88  HIS-REC-HLD-CANCEL              VALUE 'X'.
               88  HIS-REC-LOAD-REJ                VALUE 'J'.
               88  HIS-REC-VOID                    VALUE 'V'.
               88  HIS-REC-RECLASS                 VALUE 'K'.
       03  HIS-DATA                  PIC X(122).
       03  FILLER                    PIC X(05).
