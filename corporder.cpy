      *            THAT STOPPED MIDWAY RESUMES INSTEAD OF ISSUING
      *            THE WHOLE BLOCK A SECOND TIME
      *      "F" - FULFILLED, MANIFEST AND INVOICE CUT
      *    CO-PRODUCT-CODE IS THE PRODUCT (prodmast.cpy) THE BLOCK IS
      *    ISSUED UNDER; SPACES = THE STANDARD VOUCHER TERMS.
      *****************************************************************
       01  CORP-ORDER-RECORD.
           05 CO-ORDER-ID          PIC X(10).
           05 CO-REQUEST-DATE      PIC 9(8).
           05 CO-STATUS            PIC X.
           05 CO-FULFILL-DATE      PIC 9(8).
           05 CO-PRODUCT-CODE      PIC X(4).
