      *    RECORD; DM-MANAGER-NAME IS REFRESHED FROM IT BY THE
      *    MAINTENANCE AND VACATED (ID ZERO) WHEN THE MANAGER
      *    TERMINATES OR TRANSFERS OUT. ZERO = NO MANAGER ASSIGNED.
      *    DM-APPROVER-ID IS THE OPERATOR WHO SIGNS OFF THE
      *    DEPARTMENT'S TIMESHEETS AND LEAVE REQUESTS IN ts_approve
      *    (OR A DELEGATE NAMED ON APPROVAL-DELEGATION WHILE THEY
      *    ARE AWAY). SPACES = ANY OPERATOR ALLOWED TIMESHEET
      *    APPROVAL MAY SIGN THEM OFF.
       01  DEPT-MASTER-RECORD.
           05 DM-DEPT-CODE         PIC X(4).
           05 DM-DEPT-NAME         PIC X(30).
           05 DM-ANNUAL-BUDGET     PIC S9(9)V99 COMP-3.
           05 DM-AUTH-POSITIONS    PIC 9(4).
           05 DM-MANAGER-ID        PIC 9(7).
           05 DM-APPROVER-ID       PIC X(8).
