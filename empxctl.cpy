      *****************************************************************
      *    EMPLOYEE EXTRACT CONTROL RECORD (EMPEXT-CTL), ONE PER
      *    EXTRACT RUN. emp_extract WRITES IT PENDING BEFORE IT
      *    TOUCHES THE WORK FILES AND REWRITES IT AT THE END WITH
      *    THE MASTER COUNT AND SALARY HASH AGAINST THE COUNT AND
      *    HASH OF EACH WORK FILE. XC-BALANCED ONLY WHEN ALL THREE
      *    FILES CARRY EXACTLY THE MASTER'S RECORDS; A READER
      *    REFUSES THE EXTRACT OTHERWISE.
      *****************************************************************
       01  EMP-EXTRACT-CONTROL.
           05 XC-BUSINESS-DATE     PIC 9(8).
           05 XC-RUN-DATE          PIC 9(8).
           05 XC-RUN-TIME          PIC 9(6).
           05 XC-MASTER-COUNT      PIC 9(7).
           05 XC-MASTER-HASH       PIC S9(11)V99.
           05 XC-DEPT-COUNT        PIC 9(7).
           05 XC-DEPT-HASH         PIC S9(11)V99.
           05 XC-HIRE-COUNT        PIC 9(7).
           05 XC-HIRE-HASH         PIC S9(11)V99.
           05 XC-ID-COUNT          PIC 9(7).
           05 XC-ID-HASH           PIC S9(11)V99.
           05 XC-NO-DEPT-COUNT     PIC 9(7).
           05 XC-STATUS            PIC X.
              88 XC-PENDING        VALUE "P".
              88 XC-BALANCED       VALUE "B".
              88 XC-OUT-OF-BALANCE VALUE "U".
