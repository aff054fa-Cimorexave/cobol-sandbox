      *      "A" - APPROVED, WAITING FOR RELEASE
      *      "D" - RELEASED TO TS-CLEAN-HOURS
      *      "R" - REJECTED (LEAVE/ACCRUAL ALREADY BACKED OUT)
      *    TP-HOLIDAY-HOURS AND TP-SHIFT-HOURS ARE THE PART OF
      *    TP-REGULAR-HOURS WORKED ON A HOLIDAY-CALENDAR DATE AND ON
      *    THE NIGHT/WEEKEND SHIFT (TP-SHIFT-CODE "N" NIGHT - EVERY
      *    DAY, "W" WEEKEND - SATURDAY AND SUNDAY ONLY, SPACE OR "D"
      *    DAY SHIFT); A HOLIDAY HOUR IS NEVER ALSO A SHIFT HOUR.
      *****************************************************************
       01  TS-PENDING-RECORD.
           05 TP-KEY.
           05 TP-SUBMIT-DATE    PIC 9(8).
           05 TP-DECISION-DATE  PIC 9(8).
           05 TP-APPROVED-BY    PIC X(8).
           05 TP-HOLIDAY-HOURS  PIC 9(3)V9.
           05 TP-SHIFT-HOURS    PIC 9(3)V9.
           05 TP-SHIFT-CODE     PIC X.
