      *****************************************************************
      *    SHARED RETIREMENT ACCOUNT RECORD, KEYED BY EMPLOYEE PLUS
      *    RETIREMENT PLAN CODE. THE PAYROLL REGISTER OPENS ONE WITH
      *    THE FIRST CONTRIBUTION AND ADDS EVERY PERIOD'S EMPLOYEE
      *    DEFERRAL AND EMPLOYER MATCH; RA-LAST-PERIOD KEEPS A RERUN
      *    OF THE SAME PERIOD FROM COUNTING TWICE. AT TERMINATION
      *    THE FINAL PAY RUN FIXES THE VESTED PERCENT, FORFEITS THE
      *    UNVESTED EMPLOYER MONEY INTO RA-FORFEITED AND MARKS THE
      *    ACCOUNT "T".
      *****************************************************************
       01  RETIRE-ACCOUNT-RECORD.
           05 RA-KEY.
              10 RA-EMPLOYEE-ID    PIC 9(7).
              10 RA-PLAN-CODE      PIC X(4).
           05 RA-EMPLOYEE-TOTAL    PIC S9(9)V99.
           05 RA-EMPLOYER-TOTAL    PIC S9(9)V99.
           05 RA-FORFEITED         PIC S9(9)V99.
           05 RA-VESTED-PCT        PIC 9(3).
           05 RA-FIRST-PERIOD      PIC 9(8).
           05 RA-LAST-PERIOD       PIC 9(8).
           05 RA-STATUS            PIC X.
              88 RA-ACTIVE         VALUE "A".
              88 RA-TERMINATED     VALUE "T".
           05 RA-TERM-DATE         PIC 9(8).
