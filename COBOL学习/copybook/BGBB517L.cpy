      ******************************************************************
      *    BGBB517L  BATCH-WINDOW REPORT RECORD
      *                  '01' HEADING        (REPORT KIND, WINDOW,
      *                                       AVERAGE WINDOW, LONG %)
      *                  '02' STEP RUN       (ONE LINE PER RUN)
      *                  '03' NEVER RAN      (EXPECTED STEP WITH NO
      *                                       RUN FOR THE DAY)
      *                  '04' WEEKLY STEP SUMMARY
      *                  '05' TOTAL / RUN NOTE
      *                RPT-SEC-AVG IS THE 30-DAY AVERAGE ELAPSED TIME
      *                OVER RPT-CTR-AVG COMPLETED RUNS AND RPT-PCT THE
      *                ELAPSED TIME AS A PERCENTAGE OF IT.
      *                FLAGS: RPT-MARK-LONG 'L' = RAN LONG,
      *                RPT-MARK-RC 'R' = ENDED NON-ZERO,
      *                RPT-MARK-NOEND 'N' = STARTED WITH NO END RECORD.
      *                '01' LINES CARRY THE FIRST DAY OF THE WINDOW
      *                IN RPT-RUN-DT, THE LAST IN RPT-DT-SHR AND THE
      *                LONG-RUN PERCENTAGE IN RPT-PCT.
      *                '04' LINES CARRY THE WEEK'S RUNS IN RPT-CTR-IN,
      *                ITS FLAGGED RUNS IN RPT-CTR-OUT AND ITS LONGEST
      *                RUN IN RPT-SEC-MAX; '05' LINES CARRY THEIR COUNT
      *                IN RPT-CTR-IN
      ******************************************************************
       03  RPT-KBN                   PIC X(02).
           88  RPT-KBN-MIDASHI                   VALUE '01'.
           88  RPT-KBN-STEP                      VALUE '02'.
           88  RPT-KBN-NEVER                     VALUE '03'.
           88  RPT-KBN-WEEK                      VALUE '04'.
           88  RPT-KBN-GOKEI                     VALUE '05'.
       03  FILLER                    PIC X(01).
       03  RPT-DT-SHR                PIC 9(08).
       03  FILLER                    PIC X(01).
       03  RPT-NO-PGM                PIC X(08).
       03  FILLER                    PIC X(01).
       03  RPT-NO-CYCLE              PIC X(02).
       03  FILLER                    PIC X(01).
       03  RPT-RUN-DT                PIC X(08).
       03  FILLER                    PIC X(01).
       03  RPT-RUN-TM                PIC X(06).
       03  FILLER                    PIC X(01).
       03  RPT-END-TM                PIC X(06).
       03  FILLER                    PIC X(01).
       03  RPT-SEC-ELAPSED           PIC Z(06)9.
       03  FILLER                    PIC X(01).
       03  RPT-SEC-AVG               PIC Z(06)9.
       03  FILLER                    PIC X(01).
       03  RPT-CTR-AVG               PIC ZZ9.
       03  FILLER                    PIC X(01).
       03  RPT-PCT                   PIC ZZZ9.
       03  FILLER                    PIC X(01).
       03  RPT-CTR-IN                PIC Z(08)9.
       03  FILLER                    PIC X(01).
       03  RPT-CTR-OUT               PIC Z(08)9.
       03  FILLER                    PIC X(01).
       03  RPT-RC                    PIC ZZZ9.
       03  FILLER                    PIC X(01).
       03  RPT-MARK-LONG             PIC X(01).
       03  RPT-MARK-RC               PIC X(01).
       03  RPT-MARK-NOEND            PIC X(01).
       03  FILLER                    PIC X(01).
       03  RPT-SEC-MAX               PIC Z(06)9.
       03  FILLER                    PIC X(01).
       03  RPT-MSG                   PIC X(23).
