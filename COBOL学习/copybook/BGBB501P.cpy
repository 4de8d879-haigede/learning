      *-------- DT-PAYOUT VALIDATION CEILINGS (SAME RULES AS ABOVE)
           05  PARM-LMT-DT-NG        PIC 9(07).
           05  PARM-PCT-DT-NG        PIC 9(03).
      *-------- RUN MODE - 'T' = TRIAL RUN (VALIDATE ONLY). EVERY
      *-------- CHECK RUNS BUT NO FEED, MASTER, HISTORY, CONTROL,
      *-------- REGISTRY OR CHECKPOINT RECORD IS WRITTEN - THE
      *-------- BGBB501T FORECAST IS PRODUCED INSTEAD
           05  PARM-RUN-MODE         PIC X(01).
               88  PARM-RUN-TRIAL                VALUE 'T'.
           05  FILLER                PIC X(19).
