      *    CHANGE ONLY HAS TO BE MADE IN ONE PLACE. VM-STATUS:
      *      "A" (OR SPACE, FOR VOUCHERS ISSUED BEFORE THE FIELD
      *          EXISTED) - ACTIVE
      *      "E" - EXPIRED UNDER ITS PRODUCT'S VALIDITY (24 MONTHS
      *            FOR THE STANDARD TERMS); BALANCE IS KEPT FOR
      *            AUDIT BUT THE VOUCHER NO LONGER REDEEMS
      *      "V" - VOIDED (FRAUD, LOST CARD)
      *      "S" - SURRENDERED TO THE STATE BY THE ANNUAL
      *            ESCHEATMENT RUN; BALANCE KEPT FOR THE FILING
      *    TRACKED (OR ANONYMOUSLY).
      *    VM-CAMPAIGN-CODE TAGS VOUCHERS ISSUED UNDER A MARKETING
      *    CAMPAIGN (campmast.cpy); SPACES = AN ORDINARY SALE.
      *    VM-PRODUCT-CODE IS THE PRODUCT (prodmast.cpy) WHOSE TERMS
      *    THE VOUCHER WAS SOLD UNDER; SPACES = THE STANDARD TERMS.
       01  VOUCHER-MASTER-RECORD.
           05 VM-VOUCHER-CODE      PIC X(6).
           05 VM-BALANCE           PIC S9(3)V99.
           05 VM-STATUS            PIC X.
           05 VM-CUSTOMER-ID       PIC 9(7).
           05 VM-CAMPAIGN-CODE     PIC X(6).
           05 VM-PRODUCT-CODE      PIC X(4).
