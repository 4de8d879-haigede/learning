      *                       YF55204V ARCHIVE WRITTEN BY BGBB510      *
      *      2026.09.02  M.K  SELECTION BY STORE AND DATE RANGE AND    *
      *                       A NET-POSITION LINE PER PAYOUT TRACE     *
      *      2026.10.15  M.K  STOP LIST HOLD, RELEASE AND CANCEL       *
      *                       TOUCHES (BGBB501 / BGBB513) ON THE TRACE *
      *      2026.10.15  M.K  X552 LOAD REJECTION TOUCH AND THE        *
      *                       RE-FEED AFTER ITS REPAIR ON THE TRACE    *
      *      2026.10.15  M.K  VOID TOUCH ON THE TRACE - A VOIDED       *
      *                       PAYOUT CLOSES AS CANCELLED               *
      *      2026.10.15  M.K  BGBB518 DEPARTMENT RECLASSIFICATION      *
      *                       TOUCH ON THE TRACE                       *
      ******************************************************************
       ENVIRONMENT             DIVISION.
       INPUT-OUTPUT            SECTION.
         03  SW-NET-ARC                 PIC X(01).
           88  SW-NET-ARC-YES                   VALUE '1'.
         03  WK-KIN-NET-ARC             PIC S9(09)     COMP-3.
      *-------- A 'V' TOUCH CANCELS THE PAYOUT - THE CLOSING LINE SAYS
      *-------- SO AND CARRIES THE VOIDED VALUE, NOT A ZERO NET
         03  SW-VOID                    PIC X(01).
           88  SW-VOID-YES                      VALUE '1'.
         03  WK-KIN-VOID                PIC S9(09)     COMP-3.
      *
         03  WK-YFH-STATUS              PIC X(02).
           88  WK-YFH-STATUS-OK               VALUE '00'.
             TO SW-NET
           MOVE SPACE
             TO SW-NET-ARC
           MOVE SPACE
             TO SW-VOID
           MOVE ZERO
             TO WK-KIN-VOID
      *-------- POSITION AT THE FIRST HISTORY RECORD OF THE PAYOUT
           MOVE LOW-VALUES
             TO HIS-KEY             IN YF55204H-REC
             TO TRC-NO-HKK          IN BGBB505L
           MOVE ZERO
             TO TRC-DT-SHK-JSK      IN BGBB505L
      *-------- VOIDED - CANCELLED, WHATEVER THE LAST FED VALUE WAS
           IF  SW-VOID-YES
               SET TRC-KBN-CANCEL      IN BGBB505L
                 TO TRUE
               MOVE WK-KIN-VOID
                 TO TRC-KIN             IN BGBB505L
               MOVE 'CANCELLED - PAYOUT VOIDED'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  SW-NET-YES
               MOVE WK-KIN-NET
                 TO TRC-KIN             IN BGBB505L
               MOVE 'NET POSITION (ARCHIVE)'
                 TO TRC-MSG             IN BGBB505L
             ELSE
      *-------- ONLY REPLAY OR HOLD TOUCHES ON FILE - NO MONEY MOVED
               MOVE ZERO
                 TO TRC-KIN             IN BGBB505L
               MOVE 'NET POSITION - NOT FED'
                 TO TRC-MSG             IN BGBB505L
           END-IF
           END-IF
           END-IF
           WRITE BGBB505L-REC FROM BGBB505L
      *
           .
           COMPUTE WK-CTR-MEISAI = WK-CTR-MEISAI + 1
           MOVE HIS-DATA            IN YF55204H-REC
             TO YF55204A
      *-------- EVERY 'A'/'C'/'K' TOUCH OVERWRITES THE NET POSITION -
      *-------- KEY ORDER LEAVES THE LATEST ONE STANDING
           IF  HIS-REC-HONBAN       IN YF55204H-REC
           OR  HIS-REC-TEISEI       IN YF55204H-REC
           OR  HIS-REC-RECLASS      IN YF55204H-REC
               MOVE KS-SHK-JSK          IN YF55204A
                 TO WK-KIN-NET
               MOVE '1'
                 TO SW-NET
           END-IF
           IF  HIS-REC-VOID         IN YF55204H-REC
               MOVE KS-SHK-JSK          IN YF55204A
                 TO WK-KIN-VOID
               MOVE '1'
                 TO SW-VOID
           END-IF
           PERFORM MEISAI-OUT-RTN THRU MEISAI-OUT-RTN-EXIT
      *
           .
             TO TRC-KIN             IN BGBB505L
           MOVE CD-SHK-DPT          IN YF55204A
             TO TRC-CD-SHK-DPT      IN BGBB505L
           IF  HIS-REC-HONBAN       IN YF55204H-REC
           AND SCT-RESEND           IN YF55204A = '1'
               MOVE 'RE-FED AFTER LOAD REPAIR'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-HONBAN       IN YF55204H-REC
               MOVE 'YF55204A FEED RECORD'
                 TO TRC-MSG             IN BGBB505L
               MOVE 'RE-SEND TO X552 LOAD'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-HOLD         IN YF55204H-REC
               MOVE 'HELD ON STOP LIST'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-RELEASE      IN YF55204H-REC
               MOVE 'HOLD RELEASED - NEXT RUN'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-HLD-CANCEL   IN YF55204H-REC
               MOVE 'HOLD CANCELLED - NOT PAID'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-LOAD-REJ     IN YF55204H-REC
               MOVE 'REJECTED BY X552 LOAD'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-VOID         IN YF55204H-REC
               MOVE 'VOID - PAYOUT CANCELLED'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-RECLASS      IN YF55204H-REC
               MOVE 'DEPARTMENT RECLASSIFIED'
                 TO TRC-MSG             IN BGBB505L
             ELSE
               MOVE 'UNKNOWN RECORD KIND'
                 TO TRC-MSG             IN BGBB505L
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           WRITE BGBB505L-REC FROM BGBB505L
      *
           .
           MOVE HIS-DATA            IN YF55204V-REC
             TO YF55204A
      *-------- ARCHIVE-SIDE NET POSITION - USED ONLY WHEN THE
      *-------- PAYOUT HAS NO 'A'/'C'/'K' TOUCH LEFT ON THE LIVE MASTER
           IF  HIS-REC-KBN IN YF55204V-REC = 'A'
           OR  HIS-REC-KBN IN YF55204V-REC = 'C'
           OR  HIS-REC-KBN IN YF55204V-REC = 'K'
               MOVE KS-SHK-JSK          IN YF55204A
                 TO WK-KIN-NET-ARC
               MOVE '1'
                 TO SW-NET-ARC
           END-IF
           IF  HIS-REC-KBN IN YF55204V-REC = 'V'
               MOVE KS-SHK-JSK          IN YF55204A
                 TO WK-KIN-VOID
               MOVE '1'
                 TO SW-VOID
           END-IF
           MOVE SPACE
             TO BGBB505L
           SET TRC-KBN-ARC-MEISAI  IN BGBB505L
             TO TRC-KIN             IN BGBB505L
           MOVE CD-SHK-DPT          IN YF55204A
             TO TRC-CD-SHK-DPT      IN BGBB505L
           IF  HIS-REC-KBN IN YF55204V-REC = 'A'
           AND SCT-RESEND           IN YF55204A = '1'
               MOVE 'ARCHIVE - REPAIR RE-FEED'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-KBN IN YF55204V-REC = 'A'
               MOVE 'ARCHIVE - FEED RECORD'
                 TO TRC-MSG             IN BGBB505L
               MOVE 'ARCHIVE - RE-SEND'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-KBN IN YF55204V-REC = 'H'
               MOVE 'ARCHIVE - HELD'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-KBN IN YF55204V-REC = 'L'
               MOVE 'ARCHIVE - HOLD RELEASED'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-KBN IN YF55204V-REC = 'X'
               MOVE 'ARCHIVE - HOLD CANCELLED'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-KBN IN YF55204V-REC = 'J'
               MOVE 'ARCHIVE - LOAD REJECTED'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-KBN IN YF55204V-REC = 'V'
               MOVE 'ARCHIVE - VOID'
                 TO TRC-MSG             IN BGBB505L
             ELSE
           IF  HIS-REC-KBN IN YF55204V-REC = 'K'
               MOVE 'ARCHIVE - RECLASSIFIED'
                 TO TRC-MSG             IN BGBB505L
             ELSE
               MOVE 'ARCHIVE - UNKNOWN KIND'
                 TO TRC-MSG             IN BGBB505L
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           WRITE BGBB505L-REC FROM BGBB505L
      *
           .
