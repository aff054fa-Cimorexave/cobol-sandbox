      *****************************************************************
      *    PARAMETER AREA FOR THE trncheck ROUTINE. THE CALLER SETS
      *    TC-FUNCTION "CHEK", THE EMPLOYEE'S ID, DEPARTMENT AND PAY
      *    GRADE, THE AS-OF DATE (0 = BUSINESS DATE) AND HOW MANY
      *    DAYS AHEAD TO LOOK FOR EXPIRING CERTIFICATIONS. trncheck
      *    RETURNS EVERY EXCEPTION FOUND:
      *      MISSING  - A REQUIRED COURSE WITH NO COMPLETION ON FILE
      *      EXPIRED  - A CERTIFICATION PAST ITS EXPIRY DATE
      *      EXPIRING - ONE EXPIRING WITHIN THE ALERT WINDOW
      *    TC-COMPLIANT IS "N" WHEN ANY REQUIRED COURSE IS MISSING OR
      *    EXPIRED. TC-FUNCTION "CLOS" CLOSES THE FILES AT END OF RUN.
      *****************************************************************
       01  TRAINING-CHECK-AREA.
           05 TC-FUNCTION          PIC X(4).
           05 TC-EMPLOYEE-ID       PIC 9(7).
           05 TC-DEPT              PIC X(4).
           05 TC-GRADE             PIC X(2).
           05 TC-AS-OF-DATE        PIC 9(8).
           05 TC-ALERT-DAYS        PIC 9(3).
           05 TC-COMPLIANT         PIC X.
              88 TC-IN-COMPLIANCE  VALUE "Y".
           05 TC-EXC-COUNT         PIC 9(2).
           05 TC-EXCEPTION OCCURS 20 TIMES.
              10 TC-COURSE         PIC X(6).
              10 TC-COURSE-NAME    PIC X(30).
              10 TC-CONDITION      PIC X(8).
              10 TC-EXPIRY-DATE    PIC 9(8).
              10 TC-REQUIRED       PIC X.
