      *****************************************************************
      *    SHARED MERCHANT FEE SCHEDULE RECORD LAYOUT. ONE ENTRY PER
      *    PARTNER STORE PER EFFECTIVE DATE; THE SCHEDULE THAT
      *    APPLIES TO A SETTLEMENT WEEK IS THE ONE WITH THE HIGHEST
      *    FS-EFFECTIVE-DATE NOT AFTER THE WEEK-ENDING DATE, THE SAME
      *    RULE AS THE RATE MASTER. THE FEE ON EACH REDEMPTION IS
      *    FS-FEE-PER-ITEM PLUS FS-FEE-PERCENT OF THE AMOUNT REDEEMED
      *    (EITHER MAY BE ZERO), NEVER MORE THAN THE AMOUNT ITSELF.
      *    A STORE WITH NO SCHEDULE IS NOT A PARTNER AND IS NOT PAID.
      *    MAINTAINED BY merch_fee_maint UNDER THE CHANGE-LOG.
      *****************************************************************
       01  FEE-SCHEDULE-RECORD.
           05 FS-KEY.
              10 FS-STORE-CODE      PIC X(4).
              10 FS-EFFECTIVE-DATE  PIC 9(8).
           05 FS-FEE-PER-ITEM       PIC 9(3)V99.
           05 FS-FEE-PERCENT        PIC 9(2)V999.
