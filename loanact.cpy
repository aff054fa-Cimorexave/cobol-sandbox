      *****************************************************************
      *    SHARED LOAN-ACTIVITY JOURNAL RECORD. ONE IS APPENDED FOR
      *    EVERY MOVEMENT ON AN EMPLOYEE-LOAN BALANCE, SO THE MONTHLY
      *    LOAN LEDGER CAN BE BUILT FOR ANY MONTH. LA-ACTIVITY:
      *      "ADV" - MONEY ADVANCED (A NEW LOAN OR A TOP-UP)
      *      "REP" - INSTALLMENT TAKEN BY THE PAYROLL REGISTER
      *      "FPR" - RECOVERED FROM THE FINAL PAY SETTLEMENT
      *      "ADJ" - REPAYMENT ENTERED BY HR (CASH OR CHEQUE)
      *      "WOF" - BALANCE WRITTEN OFF
      *    LA-AMOUNT IS ALWAYS POSITIVE; THE ACTIVITY SAYS WHICH WAY
      *    IT MOVES THE BALANCE.
      *****************************************************************
       01  LOAN-ACTIVITY-RECORD.
           05 LA-EMPLOYEE-ID       PIC 9(7).
           05 LA-LOAN-NUMBER       PIC 9(3).
           05 LA-DATE              PIC 9(8).
           05 LA-ACTIVITY          PIC X(3).
           05 LA-AMOUNT            PIC 9(7)V99.
           05 LA-BALANCE-AFTER     PIC S9(7)V99.
