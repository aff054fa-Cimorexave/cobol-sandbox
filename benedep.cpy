      *****************************************************************
      *    SHARED BENEFIT DEPENDENT RECORD, KEYED BY EMPLOYEE PLUS A
      *    DEPENDENT SEQUENCE NUMBER. EACH DEPENDENT NAMES THE PLANS
      *    IT IS COVERED UNDER (EACH AN ENROLLMENT OF THE SAME
      *    EMPLOYEE); A NONZERO END DATE ENDS ITS COVERAGE ON EVERY
      *    PLAN. BD-CHANGE-STAMP (DATE AND TIME OF THE LAST ADD OR
      *    CHANGE) IS HOW THE CARRIER FEED KNOWS A FAMILY CHANGED
      *    SINCE IT LAST SENT THE ENROLLMENT.
      *****************************************************************
       01  BEN-DEPENDENT-RECORD.
           05 BD-KEY.
              10 BD-EMPLOYEE-ID    PIC 9(7).
              10 BD-DEP-SEQ        PIC 9(2).
           05 BD-FIRST-NAME        PIC X(15).
           05 BD-LAST-NAME         PIC X(15).
           05 BD-RELATIONSHIP      PIC X.
              88 BD-SPOUSE             VALUE "S".
              88 BD-CHILD              VALUE "C".
              88 BD-PARTNER            VALUE "D".
              88 BD-VALID-RELATION     VALUE "S" "C" "D".
           05 BD-BIRTH-DATE        PIC 9(8).
           05 BD-COVERED-PLANS.
              10 BD-PLAN-CODE      PIC X(4) OCCURS 5 TIMES.
           05 BD-END-DATE          PIC 9(8).
           05 BD-CHANGE-STAMP.
              10 BD-CHANGE-DATE    PIC 9(8).
              10 BD-CHANGE-TIME    PIC 9(6).
