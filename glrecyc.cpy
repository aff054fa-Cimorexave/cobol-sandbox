      *****************************************************************
      *    GL RECYCLE RECORD, KEYED BY THE BATCH AND SEQUENCE NUMBER
      *    THE LINE WAS REJECTED UNDER. gl_ack PUTS EVERY LINE THE
      *    LEDGER REJECTS HERE OPEN ("O") WITH THE LEDGER'S REASON;
      *    FINANCE CORRECTS IT IN gl_recycle_maint AND MARKS IT READY
      *    ("C"), AND THE NEXT gl_consolidate RESUBMITS THE READY
      *    LINES AS ONE BATCH AND MARKS THEM RESUBMITTED ("S") UNDER
      *    THE NEW BATCH NUMBER. A LINE FINANCE SETTLES BY HAND IS
      *    WRITTEN OFF ("X"). GRC-ENTRY IS LAID OUT AS glintf.cpy.
      *****************************************************************
       01  GL-RECYCLE-RECORD.
           05 GRC-KEY.
              10 GRC-BATCH         PIC 9(6).
              10 GRC-SEQ           PIC 9(5).
           05 GRC-ENTRY            PIC X(55).
           05 GRC-REASON           PIC X(40).
           05 GRC-REJECT-DATE      PIC 9(8).
           05 GRC-STATUS           PIC X.
              88 GRC-OPEN              VALUE "O".
              88 GRC-READY             VALUE "C".
              88 GRC-RESUBMITTED       VALUE "S".
              88 GRC-WRITTEN-OFF       VALUE "X".
           05 GRC-RESUB-BATCH      PIC 9(6).
