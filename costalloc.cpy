      *****************************************************************
      *    SHARED COST-ALLOCATION RECORD. AN EMPLOYEE WHO WORKS
      *    ACROSS SEVERAL DEPARTMENTS HAS ONE OF THESE PER DEPARTMENT
      *    CHARGED, KEYED BY EMPLOYEE AND DEPARTMENT, WITH THE SHARE
      *    OF THEIR COST THAT DEPARTMENT CARRIES. AN EMPLOYEE'S
      *    PERCENTAGES ADD TO 100 (cost_alloc_maint ONLY FILES A
      *    COMPLETE SPLIT); AN EMPLOYEE WITH NO RECORDS HERE IS
      *    CHARGED 100% TO THEIR HOME DEPARTMENT-CODE. AT MOST FIVE
      *    DEPARTMENTS PER EMPLOYEE. THE costsplit ROUTINE SPREADS
      *    AN AMOUNT BY THESE PERCENTAGES FOR THE COST REPORTS.
      *****************************************************************
       01  COST-ALLOC-RECORD.
           05 CA-KEY.
              10 CA-EMPLOYEE-ID    PIC 9(7).
              10 CA-DEPT-CODE      PIC X(4).
           05 CA-PERCENT           PIC 9(3)V99.
           05 CA-UPDATED-DATE      PIC 9(8).
