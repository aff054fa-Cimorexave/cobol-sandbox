      *****************************************************************
      *    PARAMETER AREA FOR THE glacct SERVICE. THE CALLER SETS
      *    GLR-SOURCE, GLR-EVENT (THE LEG'S POSTING CODE),
      *    GLR-QUALIFIER (DEPARTMENT OR DEDUCTION CODE, OR SPACES)
      *    AND GLR-DEFAULT-CC (THE DEPARTMENT THE LEG IS CHARGED TO,
      *    OR SPACES); THE SERVICE FILLS GLR-ACCOUNT AND
      *    GLR-COST-CENTER FROM THE POSTING RULES (pstrule.cpy),
      *    TRYING SOURCE/EVENT/QUALIFIER, THEN SOURCE/EVENT, THEN
      *    "ALL"/EVENT, AND SETS GLR-RESULT:
      *      "Y" - A POSTING RULE WAS FOUND
      *      "D" - NO RULE: THE POSTING CODE ITSELF IS RETURNED AS
      *            THE ACCOUNT, WHICH gl_consolidate WILL HOLD OUT
      *            UNLESS IT IS ON THE CHART OF ACCOUNTS
      *****************************************************************
       01  GL-ACCOUNT-RULE.
           05 GLR-SOURCE           PIC X(3).
           05 GLR-EVENT            PIC X(8).
           05 GLR-QUALIFIER        PIC X(4).
           05 GLR-DEFAULT-CC       PIC X(6).
           05 GLR-RESULT           PIC X.
           05 GLR-ACCOUNT          PIC X(8).
           05 GLR-COST-CENTER      PIC X(6).
