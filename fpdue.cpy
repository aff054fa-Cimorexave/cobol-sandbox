      *****************************************************************
      *    SHARED FINAL-PAY-DUE RECORD. EVERY TERMINATION - THE
      *    BATCH TERM TRANSACTION AND THE INTERACTIVE DELETE ALIKE -
      *    APPENDS ONE OF THESE AFTER THE MASTER DELETE, SO THE
      *    FINAL PAY RUN KNOWS WHO IS STILL OWED A SETTLEMENT. THE
      *    FINAL PAY RUN REMOVES EACH ENTRY IT SETTLES AND KEEPS THE
      *    ONES IT HAD TO HOLD.
      *****************************************************************
       01  FINAL-PAY-DUE-RECORD.
           05 FP-EMPLOYEE-ID       PIC 9(7).
           05 FP-TERM-DATE         PIC 9(8).
           05 FP-QUEUED-DATE       PIC 9(8).
