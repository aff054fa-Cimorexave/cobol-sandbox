      *****************************************************************
      *    GL SENT-LINE RECORD, KEYED BY BATCH AND SEQUENCE NUMBER AS
      *    THEY APPEAR ON GL-POSTING. gl_consolidate KEEPS A COPY OF
      *    EVERY LINE IT RELEASES ("S" SENT) SO gl_ack CAN MARK IT
      *    POSTED ("P") OR REJECTED ("R") AND PUT A REJECTED LINE ON
      *    GL-RECYCLE FROM THE LEDGER'S BATCH AND SEQUENCE NUMBER
      *    ALONE.
      *****************************************************************
       01  GL-SENT-RECORD.
           05 GS-KEY.
              10 GS-BATCH          PIC 9(6).
              10 GS-SEQ            PIC 9(5).
           05 GS-ENTRY             PIC X(55).
           05 GS-STATUS            PIC X.
