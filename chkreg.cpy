      *****************************************************************
      *    SHARED PAYROLL CHECK REGISTER RECORD, KEYED BY CHECK
      *    NUMBER WITH EMPLOYEE PLUS PERIOD-END AS A DUPLICATES
      *    ALTERNATE KEY. payroll_checks ADDS ONE PER CHECK ISSUED;
      *    NOTHING IS EVER DELETED, SO EVERY NUMBER DRAWN FROM THE
      *    CHECK-CONTROL SEQUENCE CAN BE ACCOUNTED FOR. CR-STATUS:
      *      "I" - ISSUED AND OUTSTANDING
      *      "V" - VOIDED; CR-STATUS-DATE IS THE VOID DATE
      *****************************************************************
       01  CHECK-REGISTER-RECORD.
           05 CR-CHECK-NUMBER      PIC 9(8).
           05 CR-EMP-PERIOD.
              10 CR-EMPLOYEE-ID    PIC 9(7).
              10 CR-PERIOD-END     PIC 9(8).
           05 CR-ISSUE-DATE        PIC 9(8).
           05 CR-AMOUNT            PIC 9(7)V99.
           05 CR-PAYEE-NAME        PIC X(31).
           05 CR-STATUS            PIC X.
           05 CR-STATUS-DATE       PIC 9(8).
