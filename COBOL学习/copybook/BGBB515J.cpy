      ******************************************************************
      *    BGBB515J  GL JOURNAL DETAIL RECORD (ACCOUNTING SYSTEM FEED)
      *                ONE DEBIT LINE AND ONE CREDIT LINE PER
      *                CD-SHK-DPT AND SETTLEMENT DATE (DT-SHK-SHR).
      *                JNL-KIN IS UNSIGNED - THE SIDE IS JNL-KBN-DRCR.
      *                FRAMED BY THE BGBB515F HEADER/TRAILER
      ******************************************************************
       03  JNL-REC-ID                PIC X(03).
           88  JNL-REC-DTL                     VALUE 'DTL'.
       03  JNL-DT-CREATE             PIC 9(08).
       03  JNL-NO-LINE               PIC 9(07).
       03  JNL-DT-SHK-SHR            PIC 9(08).
       03  JNL-CD-SHK-DPT            PIC X(02).
       03  JNL-KBN-DRCR              PIC X(01).
           88  JNL-KBN-DR                      VALUE 'D'.
           88  JNL-KBN-CR                      VALUE 'C'.
       03  JNL-ACCT                  PIC X(10).
       03  JNL-KIN                   PIC 9(13).
      *-------- YF55204A + YF55204D DETAIL RECORDS IN THE POSTING
       03  JNL-CTR-SRC               PIC 9(07).
       03  JNL-TEXT                  PIC X(20).
       03  FILLER                    PIC X(41).
