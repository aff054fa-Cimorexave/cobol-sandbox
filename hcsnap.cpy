      *****************************************************************
      *    MONTH-END HEADCOUNT SNAPSHOT RECORD, ONE PER MONTH,
      *    DEPARTMENT, PAY GRADE AND EMPLOYMENT TYPE, KEPT ON THE
      *    INDEXED HEADCOUNT-HISTORY FILE BY headcount_snapshot.
      *    HS-TENURE-MONTHS IS THE SUM OF COMPLETED MONTHS OF SERVICE
      *    OF THE EMPLOYEES COUNTED, SO AVERAGE TENURE FOR ANY GROUP
      *    OF ROWS IS THEIR TENURE SUM OVER THEIR HEADCOUNT. A RERUN
      *    FOR THE SAME MONTH REPLACES THAT MONTH'S ROWS.
      *****************************************************************
       01  HEADCOUNT-SNAPSHOT-RECORD.
           05 HS-KEY.
              10 HS-SNAP-MONTH     PIC 9(6).
              10 HS-DEPT-CODE      PIC X(4).
              10 HS-PAY-GRADE      PIC X(2).
              10 HS-EMPLOYMENT-TYPE PIC X.
           05 HS-HEADCOUNT         PIC 9(5).
           05 HS-TENURE-MONTHS     PIC 9(9).
           05 HS-TAKEN-DATE        PIC 9(8).
