      ******************************************************************
      *    BGBB501Q  HELD-PAYOUT QUEUE RECORD
      *                WRITTEN BY BGBB501 FOR A PAYOUT STOPPED BY THE
      *                BGBB501K STOP LIST, IN PLACE OF THE YF55204A /
      *                YF55204X WRITE. WORKED BY THE BGBB513 RELEASE
      *                PROGRAM, WHICH CARRIES UNTOUCHED ITEMS BACK
      *                THROUGH BGBB513Q WITH THEIR ORIGINAL HOLD DATE
      *                  HLQ-DATA    : ZFL572A IMAGE AS RECEIVED
      *                  HLQ-YF-DATA : YF55204A IMAGE AS EDITED
      ******************************************************************
       03  HLQ-DATA                  PIC X(80).
       03  HLQ-DT-HOLD               PIC 9(08).
       03  HLQ-CD-KBN                PIC X(01).
           88  HLQ-KBN-HKK                     VALUE 'N'.
           88  HLQ-KBN-TRZ                     VALUE 'S'.
           88  HLQ-KBN-CEIL                    VALUE 'C'.
       03  HLQ-YF-DATA               PIC X(122).
       03  HLQ-RUN-STAMP             PIC X(14).
       03  FILLER                    PIC X(15).
