      *****************************************************************
      *    SHARED VOUCHER PRODUCT MASTER RECORD LAYOUT, KEYED BY THE
      *    FOUR-CHARACTER PRODUCT CODE CARRIED ON VM-PRODUCT-CODE.
      *    EACH PRODUCT CARRIES ITS OWN TERMS, WHICH ISSUANCE,
      *    TOP-UP, EXPIRY, DORMANCY AND THE EXPIRY LETTERS READ
      *    THROUGH THE prodrule SERVICE (prodrule.cpy):
      *      PM-DENOMINATION - UP TO TEN FACE VALUES IT MAY BE SOLD
      *                        AT; PM-DENOM-COUNT ZERO = ANY AMOUNT
      *      PM-VALIDITY-MONTHS - MONTHS FROM ISSUE TO EXPIRY;
      *                        ZERO = NEVER EXPIRES
      *      PM-DORMANT-MONTHS  - MONTHS WITHOUT ACTIVITY BEFORE THE
      *                        MONTHLY PM-DORMANCY-FEE STARTS;
      *                        ZERO = NEVER CHARGED
      *      PM-RELOADABLE   - "Y" TAKES TOP-UPS, "N" DOES NOT
      *    PM-STATUS "A" = ON SALE, "W" = WITHDRAWN (NO NEW ISSUES;
      *    VOUCHERS ALREADY SOLD KEEP THEIR TERMS). MAINTAINED BY
      *    product_maint UNDER THE CHANGE-LOG.
      *****************************************************************
       01  PRODUCT-MASTER-RECORD.
           05 PM-PRODUCT-CODE      PIC X(4).
           05 PM-RULES.
              10 PM-DESCRIPTION    PIC X(30).
              10 PM-STATUS         PIC X.
              10 PM-DENOM-COUNT    PIC 9(2).
              10 PM-DENOMINATION   PIC 9(3)V99 OCCURS 10 TIMES.
              10 PM-VALIDITY-MONTHS PIC 9(3).
              10 PM-DORMANT-MONTHS PIC 9(3).
              10 PM-DORMANCY-FEE   PIC 9(2)V99.
              10 PM-RELOADABLE     PIC X.
