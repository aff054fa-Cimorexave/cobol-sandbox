      *****************************************************************
      *    SHARED PAYMENT REISSUE QUEUE RECORD. payroll_void QUEUES
      *    ONE ON PAY-REISSUE WHEN A VOIDED PAYMENT IS TO BE PAID
      *    AGAIN; THE NEXT payment_extract PAYS IT AND EMPTIES THE
      *    QUEUE. RI-METHOD: "D" TO THE EMPLOYEE'S BANK ACCOUNT (THE
      *    USUAL BANK RULES APPLY - AN ACCOUNT NOT YET ACTIVE FALLS
      *    BACK TO CHECK), "C" AS A PAPER CHECK.
      *****************************************************************
       01  PAY-REISSUE-RECORD.
           05 RI-EMPLOYEE-ID       PIC 9(7).
           05 RI-PERIOD-END        PIC 9(8).
           05 RI-METHOD            PIC X.
           05 RI-AMOUNT            PIC 9(7)V99.
           05 RI-VOID-DATE         PIC 9(8).
           05 RI-REASON            PIC X(4).
