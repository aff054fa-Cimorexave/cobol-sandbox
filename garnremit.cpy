      *****************************************************************
      *    SHARED GARNISHMENT REMITTANCE RECORD. THE PAYROLL REGISTER
      *    (OR A FINAL-PAY RUN IN ITS PLACE) WRITES ONE PER ORDER
      *    WITHHELD IN THE RUN; garn_remittance GROUPS THEM BY AGENCY
      *    FOR THE CHECKS TO THE COURTS AND PROVES THEM AGAINST THE
      *    GARN LINES ON PAY-DETAIL.
      *    GR-BALANCE IS THE ORDER'S BALANCE AFTER THIS WITHHOLDING
      *    (ZERO FOR AN OPEN-ENDED ORDER); GR-PAID-OFF "Y" MEANS THIS
      *    WITHHOLDING CLOSED THE ORDER.
      *****************************************************************
       01  GARN-REMIT-RECORD.
           05 GR-AGENCY-CODE       PIC X(6).
           05 GR-AGENCY-NAME       PIC X(30).
           05 GR-CASE-NUMBER       PIC X(15).
           05 GR-EMPLOYEE-ID       PIC 9(7).
           05 GR-PAY-DATE          PIC 9(8).
           05 GR-AMOUNT            PIC 9(7)V99.
           05 GR-BALANCE           PIC S9(7)V99.
           05 GR-PAID-OFF          PIC X.
