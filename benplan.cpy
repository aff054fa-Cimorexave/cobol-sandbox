      *    ON THIS TABLE IS A BENEFIT DEDUCTION: THE REGISTER TAKES
      *    BP-EMPLOYEE-COST PER PERIOD AND ONLY FROM EMPLOYEES
      *    ENROLLED AS OF THE PERIOD END (SEE benenrl.cpy).
      *
      *    A RETIREMENT PLAN (BP-PLAN-TYPE "R") TAKES NO FLAT COST:
      *    THE EMPLOYEE DEFERS THE BE-DEFER-PCT OF GROSS ON THEIR
      *    ENROLLMENT (NEVER MORE THAN BP-MAX-DEFER-PCT) AND THE
      *    EMPLOYER MATCHES BP-MATCH-PCT OF THE DEFERRAL, COUNTING
      *    DEFERRALS ONLY UP TO BP-MATCH-LIMIT-PCT OF GROSS. THE
      *    EMPLOYER MONEY VESTS BY COMPLETED YEARS OF SERVICE FROM
      *    DATE-OF-HIRE: BP-VEST-PCT (1) APPLIES UNDER ONE YEAR,
      *    (2) AFTER ONE YEAR ... (7) AFTER SIX OR MORE YEARS.
      *****************************************************************
       01  BENEFIT-PLAN-RECORD.
           05 BP-PLAN-CODE         PIC X(4).
           05 BP-DESCRIPTION       PIC X(30).
           05 BP-EMPLOYEE-COST     PIC S9(5)V99 COMP-3.
           05 BP-PLAN-TYPE         PIC X.
              88 BP-RETIREMENT-PLAN VALUE "R".
           05 BP-MATCH-PCT         PIC 9(3)V99.
           05 BP-MATCH-LIMIT-PCT   PIC 9(3)V99.
           05 BP-MAX-DEFER-PCT     PIC 9(3)V99.
           05 BP-VEST-SCHEDULE.
              10 BP-VEST-PCT       PIC 9(3) OCCURS 7 TIMES.
