      *****************************************************************
      *    PROPOSED DEPARTMENT SALARY BUDGET LOAD RECORD. WRITTEN BY
      *    budget_projection, ONE PER ACTIVE DEPARTMENT, FOR FINANCE
      *    TO REVIEW (AND AMEND IF NEED BE); ONCE APPROVED, budget_load
      *    POSTS BL-PROPOSED-BUDGET TO DM-ANNUAL-BUDGET FOR THE YEAR.
      *    DISPLAY NUMERICS SO THE FILE CAN BE EDITED BY HAND.
      *****************************************************************
       01  BUDGET-LOAD-RECORD.
           05 BL-DEPT-CODE         PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 BL-BUDGET-YEAR       PIC 9(4).
           05 FILLER               PIC X VALUE SPACE.
           05 BL-PROPOSED-BUDGET   PIC 9(9)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 BL-PREPARED-DATE     PIC 9(8).
