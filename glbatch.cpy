      *****************************************************************
      *    GL BATCH REGISTER RECORD, KEYED BY BATCH NUMBER. EVERY
      *    BATCH gl_consolidate RELEASES TO GL-POSTING IS REGISTERED
      *    HERE AS SENT ("S"), WITH ITS CONTROL TOTALS; BATCH NUMBERS
      *    RUN ON FROM THE HIGHEST ON THE REGISTER SO A BATCH AND
      *    SEQUENCE NUMBER NAME ONE LINE FOR GOOD. gl_ack APPLIES THE
      *    LEDGER'S ACKNOWLEDGMENT:
      *      "P" - POSTED, EVERY LINE ACCEPTED
      *      "A" - PARTIALLY POSTED, SOME LINES REJECTED
      *      "R" - REJECTED, NO LINE POSTED
      *    GBR-RECYCLE "Y" MARKS A BATCH OF CORRECTED LINES
      *    RESUBMITTED FROM GL-RECYCLE (glrecyc.cpy).
      *****************************************************************
       01  GL-BATCH-RECORD.
           05 GBR-BATCH            PIC 9(6).
           05 GBR-FEED-NAME        PIC X(20).
           05 GBR-SENT-DATE        PIC 9(8).
           05 GBR-ENTRIES          PIC 9(5).
           05 GBR-DEBITS           PIC S9(11)V99.
           05 GBR-CREDITS          PIC S9(11)V99.
           05 GBR-RECYCLE          PIC X.
           05 GBR-STATUS           PIC X.
              88 GBR-SENT              VALUE "S".
              88 GBR-POSTED            VALUE "P".
              88 GBR-PARTIAL           VALUE "A".
              88 GBR-REJECTED          VALUE "R".
           05 GBR-ACK-DATE         PIC 9(8).
           05 GBR-REJECTED-CT      PIC 9(5).
