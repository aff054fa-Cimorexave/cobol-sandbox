      *****************************************************************
      *    SHARED EMPLOYEE LOAN / SALARY ADVANCE RECORD, KEYED BY
      *    EMPLOYEE PLUS LOAN NUMBER. MAINTAINED THROUGH loan_maint
      *    (UNDER THE COMMON CHANGE-LOG DISCIPLINE); THE PAYROLL
      *    REGISTER TAKES LN-INSTALLMENT EACH REGULAR PERIOD FROM
      *    LN-START-PERIOD ON AND CARRIES THE BALANCE DOWN. EVERY
      *    MOVEMENT ON THE BALANCE IS ALSO JOURNALLED ON
      *    LOAN-ACTIVITY (loanact.cpy). LN-LOAN-TYPE:
      *      "A" - SALARY ADVANCE
      *      "L" - STAFF LOAN
      *    LN-STATUS:
      *      "A" - ACTIVE; REPAID THROUGH PAYROLL
      *      "P" - PAID OFF
      *      "T" - EMPLOYEE TERMINATED WITH A BALANCE; FLAGGED FOR
      *            RECOVERY FROM THE FINAL PAY SETTLEMENT AND, FOR
      *            WHAT THAT CANNOT COVER, BY HR
      *      "W" - BALANCE WRITTEN OFF
      *    LN-LAST-PERIOD IS THE LAST PERIOD AN INSTALLMENT WAS TAKEN
      *    AND LN-LAST-AMOUNT WHAT WAS TAKEN FOR IT, SO A REPEATED
      *    REGISTER RUN OF THAT PERIOD DEDUCTS THE SAME AMOUNT AGAIN
      *    WITHOUT REDUCING THE BALANCE TWICE.
      *****************************************************************
       01  EMPLOYEE-LOAN-RECORD.
           05 LN-KEY.
              10 LN-EMPLOYEE-ID    PIC 9(7).
              10 LN-LOAN-NUMBER    PIC 9(3).
           05 LN-LOAN-TYPE         PIC X.
           05 LN-DESCRIPTION       PIC X(20).
           05 LN-PRINCIPAL         PIC 9(7)V99.
           05 LN-INSTALLMENT       PIC 9(7)V99.
           05 LN-START-PERIOD      PIC 9(8).
           05 LN-BALANCE           PIC S9(7)V99.
           05 LN-REPAID-TOTAL      PIC 9(7)V99.
           05 LN-STATUS            PIC X.
           05 LN-ISSUE-DATE        PIC 9(8).
           05 LN-CLOSE-DATE        PIC 9(8).
           05 LN-LAST-PERIOD       PIC 9(8).
           05 LN-LAST-AMOUNT       PIC 9(7)V99.
