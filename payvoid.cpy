      *****************************************************************
      *    SHARED PAYROLL VOID JOURNAL RECORD. payroll_void APPENDS
      *    ONE TO PAY-VOIDS FOR EVERY PAYMENT IT BACKS OUT; THE
      *    MONTH-END VOID LISTING AND THE VOID INQUIRY READ IT.
      *    PV-CHECK-NUMBER IS ZERO WHEN THE PAYMENT WAS A DEPOSIT.
      *    PV-REISSUE: "N" NOT REISSUED, "D" REISSUE QUEUED TO THE
      *    BANK ACCOUNT, "C" REISSUE QUEUED AS A PAPER CHECK.
      *****************************************************************
       01  PAY-VOID-RECORD.
           05 PV-VOID-DATE         PIC 9(8).
           05 PV-VOID-TIME         PIC 9(6).
           05 PV-EMPLOYEE-ID       PIC 9(7).
           05 PV-PERIOD-END        PIC 9(8).
           05 PV-REASON            PIC X(4).
           05 PV-GROSS             PIC S9(7)V99.
           05 PV-NET               PIC S9(7)V99.
           05 PV-CHECK-NUMBER      PIC 9(8).
           05 PV-REISSUE           PIC X.
