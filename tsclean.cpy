      *    THE 40-HOUR LINE - AND THE PAYROLL REGISTER CONSUMES THEM
      *    TO PAY HOURLY-RATED EMPLOYEES. TC-HOURS-TYPE: "W" (OR
      *    SPACE) WORKED HOURS, "L" APPROVED PAID LEAVE - LEAVE
      *    NEVER SPLITS INTO OVERTIME. TC-HOLIDAY-HOURS AND
      *    TC-SHIFT-HOURS ARE THE PART OF TC-REGULAR-HOURS THAT
      *    EARNS THE HOLIDAY PREMIUM AND THE SHIFT DIFFERENTIAL.
      *****************************************************************
       01  TS-CLEAN-RECORD.
           05 TC-EMPLOYEE-ID    PIC 9(7).
           05 TC-OVERTIME-HOURS PIC 9(3)V9.
           05 TC-OT-FLAG        PIC X.
           05 TC-HOURS-TYPE     PIC X.
           05 TC-HOLIDAY-HOURS  PIC 9(3)V9.
           05 TC-SHIFT-HOURS    PIC 9(3)V9.
