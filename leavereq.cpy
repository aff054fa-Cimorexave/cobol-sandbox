      *****************************************************************
      *    SHARED PLANNED-LEAVE REQUEST RECORD, KEYED BY EMPLOYEE
      *    PLUS FIRST DAY OFF. ENTERED AHEAD OF TIME THROUGH
      *    leave_request, DECIDED BY THE SUPERVISOR IN ts_approve
      *    ALONGSIDE THE DEPARTMENT'S TIMESHEETS. LR-DAILY-HOURS
      *    ARE TAKEN ON EVERY BUSINESS DAY FROM LR-START-DATE TO
      *    LR-END-DATE (WEEKENDS AND HOLIDAY-CALENDAR DATES ARE NOT
      *    LEAVE DAYS); LR-TOTAL-HOURS IS THAT SUM. LR-STATUS:
      *      "P" - PENDING SUPERVISOR DECISION
      *      "A" - APPROVED
      *      "R" - REJECTED
      *      "C" - CANCELLED BEFORE IT WAS TAKEN
      *    timesheet_edit WARNS WHEN AN "L" WEEK DIFFERS FROM THE
      *    APPROVED REQUESTS FOR THAT WEEK.
      *****************************************************************
       01  LEAVE-REQUEST-RECORD.
           05 LR-KEY.
              10 LR-EMPLOYEE-ID     PIC 9(7).
              10 LR-START-DATE      PIC 9(8).
           05 LR-END-DATE           PIC 9(8).
           05 LR-DAILY-HOURS        PIC 9(2)V9.
           05 LR-TOTAL-HOURS        PIC 9(4)V9.
           05 LR-DEPARTMENT         PIC X(4).
           05 LR-STATUS             PIC X.
              88 LR-PENDING         VALUE "P".
              88 LR-APPROVED        VALUE "A".
              88 LR-REJECTED        VALUE "R".
              88 LR-CANCELLED       VALUE "C".
              88 LR-OUTSTANDING     VALUE "P" "A".
           05 LR-REQUEST-DATE       PIC 9(8).
           05 LR-DECISION-DATE      PIC 9(8).
           05 LR-DECIDED-BY         PIC X(8).
