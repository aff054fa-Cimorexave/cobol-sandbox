      *****************************************************************
      *    SHARED LEAVE HISTORY RECORD. THE YEAR-END ROLLOVER
      *    APPENDS ONE PER EMPLOYEE FOR THE LEAVE YEAR IT CLOSES:
      *    THE YEAR'S OPENING BALANCE, ACCRUED AND TAKEN HOURS, THE
      *    CLOSING BALANCE, THE CARRYOVER CAP THAT APPLIED TO THE
      *    EMPLOYMENT-TYPE, AND THE HOURS FORFEITED AND CARRIED INTO
      *    THE NEW YEAR. A YEAR ON THIS FILE IS CLOSED AND CANNOT BE
      *    ROLLED OVER A SECOND TIME.
      *****************************************************************
       01  LEAVE-HISTORY-RECORD.
           05 LH-EMPLOYEE-ID       PIC 9(7).
           05 LH-LEAVE-YEAR        PIC 9(4).
           05 LH-EMPLOYMENT-TYPE   PIC X.
           05 LH-OPENING-HOURS     PIC S9(4)V9.
           05 LH-ACCRUED-HOURS     PIC S9(4)V9.
           05 LH-TAKEN-HOURS       PIC S9(4)V9.
           05 LH-CLOSING-HOURS     PIC S9(4)V9.
           05 LH-CARRY-CAP         PIC S9(4)V9.
           05 LH-FORFEITED-HOURS   PIC S9(4)V9.
           05 LH-CARRIED-HOURS     PIC S9(4)V9.
           05 LH-CLOSED-DATE       PIC 9(8).
