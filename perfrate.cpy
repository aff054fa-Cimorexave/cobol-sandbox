      *****************************************************************
      *    SHARED PERFORMANCE RATING RECORD. ONE PER EMPLOYEE PER
      *    REVIEW CYCLE, FED FROM THE ANNUAL REVIEW PROCESS IN
      *    ASCENDING EMPLOYEE-ID ORDER. PR-RATING RUNS FROM 1
      *    (UNSATISFACTORY) TO 5 (OUTSTANDING); THE MERIT CYCLE
      *    CROSSES IT WITH THE EMPLOYEE'S COMPA-RATIO ON THE MERIT
      *    MATRIX TO FIND THE INCREASE PERCENT.
      *****************************************************************
       01  PERF-RATING-RECORD.
           05 PR-EMPLOYEE-ID       PIC 9(7).
           05 PR-CYCLE-YEAR        PIC 9(4).
           05 PR-RATING            PIC 9(1).
           05 PR-RATED-DATE        PIC 9(8).
           05 PR-REVIEWER-ID       PIC 9(7).
