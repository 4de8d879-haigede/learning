      *-------- INTRA-DAY PROCESSING CYCLE ('01' = FIRST/ONLY CYCLE)
       03  NO-CYCLE-SHR              PIC X(02).
      *-------- RE-SEND MARK - SPACE ON A FIRST SEND, '1' WHEN THE
      *-------- RECORD IS RE-SENT BY BGBB511, OR BY BGBB501 AFTER A
      *-------- LOAD REJECTION IS REPAIRED IN BGBB508, SO THE X552
      *-------- LOAD CAN TELL A RE-SEND FROM A FIRST SEND
       03  SCT-RESEND                PIC X(01).
      *-------- HB-TR-Z AS RECEIVED ON THE ZFL572A EXTRACT (HB-TR-Z-SYS
      *-------- IS THE CONVERTED FORM) - KEPT SO A PAYOUT THE X552 LOAD
      *-------- REJECTS CAN BE REBUILT FOR SUSPENSE REPAIR
       03  HB-TR-Z-ORG               PIC X(04).
       03  FILLER                    PIC X(13).
