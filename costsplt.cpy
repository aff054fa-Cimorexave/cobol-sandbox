      *****************************************************************
      *    PARAMETER AREA FOR THE costsplit ROUTINE. THE CALLER SETS
      *    CS-FUNCTION "SPLT", THE EMPLOYEE, THE DEPARTMENT THE COST
      *    WOULD OTHERWISE BE CHARGED TO AND THE AMOUNT; costsplit
      *    RETURNS ONE ENTRY PER DEPARTMENT CHARGED WITH ITS SHARE.
      *    THE SHARES ALWAYS ADD BACK TO CS-AMOUNT EXACTLY - ANY
      *    ROUNDING PENNY GOES ON THE LAST ENTRY. CS-RESULT:
      *      "H" NO ALLOCATION ON FILE - ONE ENTRY, THE HOME DEPT
      *      "A" SPREAD BY THE EMPLOYEE'S COST-ALLOC PERCENTAGES
      *      "B" COST-ALLOC ENTRIES DO NOT ADD TO 100 - HOME DEPT
      *          CHARGED IN FULL AND THE CALLER SHOULD REPORT IT
      *    CS-FUNCTION "CLOS" CLOSES COST-ALLOC AT END OF RUN.
      *****************************************************************
       01  COST-SPLIT-AREA.
           05 CS-FUNCTION          PIC X(4).
           05 CS-EMPLOYEE-ID       PIC 9(7).
           05 CS-HOME-DEPT         PIC X(4).
           05 CS-AMOUNT            PIC S9(9)V99.
           05 CS-RESULT            PIC X.
              88 CS-HOME-ONLY      VALUE "H".
              88 CS-ALLOCATED      VALUE "A".
              88 CS-BAD-SPLIT      VALUE "B".
           05 CS-SPLIT-COUNT       PIC 9(1).
           05 CS-SPLIT OCCURS 5 TIMES.
              10 CS-DEPT           PIC X(4).
              10 CS-PERCENT        PIC 9(3)V99.
              10 CS-SHARE          PIC S9(9)V99.
