      *    ZERO END DATE MEANS IT IS STILL OPEN; THE REGISTER TREATS
      *    AN EMPLOYEE AS ENROLLED WHEN THE PERIOD END FALLS ON OR
      *    AFTER THE EFFECTIVE DATE AND ON OR BEFORE ANY END DATE.
      *    BE-DEFER-PCT IS THE EMPLOYEE'S ELECTED DEFERRAL ON A
      *    RETIREMENT PLAN (ZERO ON EVERY OTHER KIND OF PLAN).
      *****************************************************************
       01  BEN-ENROLL-RECORD.
           05 BE-KEY.
              10 BE-PLAN-CODE      PIC X(4).
           05 BE-EFF-DATE          PIC 9(8).
           05 BE-END-DATE          PIC 9(8).
           05 BE-DEFER-PCT         PIC 9(3)V99.
