      *****************************************************************
      *    ACCOUNTING PERIOD CONTROL RECORD, KEYED BY SUBSYSTEM AND
      *    MONTH. FINANCE CLOSES A MONTH FOR ONE SUBSYSTEM AT A TIME
      *    IN period_maint ONCE ITS NUMBERS HAVE BEEN REPORTED:
      *      AP-SUBSYSTEM "PAY" - PAYROLL (SALARY CHANGES, TIMESHEET
      *                           CORRECTIONS)
      *                   "VCH" - VOUCHERS (REDEMPTION ACTIVITY)
      *                   "GL " - THE LEDGER FEEDS
      *    A MONTH WITH NO RECORD, OR AP-STATUS "O", IS OPEN. THE
      *    closectl SERVICE ANSWERS FOR EVERY POSTING PROGRAM. A
      *    CLOSED MONTH IS ONLY REOPENED BY AN ADMIN-ROLE REQUEST
      *    THAT A SECOND ADMIN APPROVES IN approval_queue; BOTH IDS
      *    ARE KEPT HERE AS WELL AS ON THE CHANGE-LOG.
      *****************************************************************
       01  ACCOUNTING-PERIOD-RECORD.
           05 AP-KEY.
              10 AP-SUBSYSTEM      PIC X(3).
              10 AP-PERIOD         PIC 9(6).
           05 AP-STATUS            PIC X.
              88 AP-OPEN               VALUE "O".
              88 AP-CLOSED             VALUE "C".
           05 AP-CLOSED-DATE       PIC 9(8).
           05 AP-CLOSED-BY         PIC X(8).
           05 AP-REOPEN-DATE       PIC 9(8).
           05 AP-REOPEN-MAKER      PIC X(8).
           05 AP-REOPEN-CHECKER    PIC X(8).
