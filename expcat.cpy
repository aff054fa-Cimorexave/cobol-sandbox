      *****************************************************************
      *    EXPENSE CATEGORIES. EACH CLAIM LINE CARRIES ONE OF THESE
      *    CODES; THE ACCOUNT IS THE GL ACCOUNT ITS REIMBURSEMENT IS
      *    CHARGED TO, AND THE LIMIT IS THE MOST ONE EMPLOYEE MAY
      *    CLAIM IN THE CATEGORY FOR ONE DAY. A SYSTEM PARAMETER
      *    EXP-LIMIT-<CODE> (E.G. EXP-LIMIT-MEAL) OVERRIDES THE
      *    LIMIT SHOWN HERE.
      *****************************************************************
       01  EXP-CATEGORY-VALUES.
           05 FILLER PIC X(35) VALUE
              "AIR AIRFARE         EXPAIR  0200000".
           05 FILLER PIC X(35) VALUE
              "HOTLLODGING         EXPHOTL 0030000".
           05 FILLER PIC X(35) VALUE
              "MEALMEALS           EXPMEAL 0007500".
           05 FILLER PIC X(35) VALUE
              "GRNDGROUND TRANSPORTEXPGRND 0015000".
           05 FILLER PIC X(35) VALUE
              "MILEMILEAGE         EXPMILE 0050000".
           05 FILLER PIC X(35) VALUE
              "OTHROTHER           EXPOTHR 0010000".
       01  EXP-CATEGORY-TABLE REDEFINES EXP-CATEGORY-VALUES.
           05 EXP-CAT-ENTRY OCCURS 6 TIMES.
              10 EXP-CAT-CODE      PIC X(4).
              10 EXP-CAT-NAME      PIC X(16).
              10 EXP-CAT-ACCOUNT   PIC X(8).
              10 EXP-CAT-LIMIT     PIC 9(5)V99.
       01  EXP-CAT-COUNT           PIC 9(2) VALUE 6.
