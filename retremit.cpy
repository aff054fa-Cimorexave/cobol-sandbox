      *****************************************************************
      *    SHARED RETIREMENT CONTRIBUTION REMITTANCE RECORD. EACH
      *    REAL PAYROLL REGISTER RUN CUTS A FRESH RETIRE-REMITTANCE
      *    FILE FOR THE PLAN ADMINISTRATOR WITH ONE RECORD PER
      *    EMPLOYEE PER RETIREMENT PLAN CONTRIBUTED TO THIS PERIOD.
      *****************************************************************
       01  RETIRE-REMIT-RECORD.
           05 RR-PLAN-CODE         PIC X(4).
           05 RR-EMPLOYEE-ID       PIC 9(7).
           05 RR-PERIOD-END        PIC 9(8).
           05 RR-GROSS             PIC 9(7)V99.
           05 RR-DEFER-PCT         PIC 9(3)V99.
           05 RR-EMPLOYEE-AMT      PIC 9(7)V99.
           05 RR-EMPLOYER-AMT      PIC 9(7)V99.
