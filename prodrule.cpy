      *****************************************************************
      *    PARAMETER AREA FOR THE prodrule SERVICE. THE CALLER SETS
      *    PRD-PRODUCT-CODE (A VOUCHER'S VM-PRODUCT-CODE); THE
      *    SERVICE FILLS PRD-RULES, LAID OUT EXACTLY AS PM-RULES ON
      *    THE PRODUCT MASTER (prodmast.cpy), AND PRD-RESULT:
      *      "Y" - THE PRODUCT'S OWN TERMS
      *      "S" - PRODUCT CODE SPACES: THE STANDARD VOUCHER TERMS
      *            (VOUCHER-EXPIRY-MTHS, VOUCHER-DORMANT-MTHS AND
      *            VOUCHER-DORMANCY-FEE SYSTEM PARAMETERS; 24
      *            MONTHS, 12 MONTHS AND 2.00 WHEN NOT SET)
      *      "N" - NOT ON THE PRODUCT MASTER: THE STANDARD TERMS ARE
      *            RETURNED SO A SWEEP CAN CARRY ON
      *****************************************************************
       01  PRODUCT-RULES.
           05 PRD-PRODUCT-CODE     PIC X(4).
           05 PRD-RESULT           PIC X.
           05 PRD-RULES.
              10 PRD-DESCRIPTION   PIC X(30).
              10 PRD-STATUS        PIC X.
              10 PRD-DENOM-COUNT   PIC 9(2).
              10 PRD-DENOMINATION  PIC 9(3)V99 OCCURS 10 TIMES.
              10 PRD-VALIDITY-MONTHS PIC 9(3).
              10 PRD-DORMANT-MONTHS PIC 9(3).
              10 PRD-DORMANCY-FEE  PIC 9(2)V99.
              10 PRD-RELOADABLE    PIC X.
