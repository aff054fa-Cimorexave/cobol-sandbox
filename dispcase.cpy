      *****************************************************************
      *    SHARED REDEMPTION DISPUTE CASE RECORD LAYOUT. ONE CASE PER
      *    CUSTOMER CLAIM AGAINST ONE ACCEPTED REDEMPTION, OPENED AND
      *    WORKED BY dispute_maint UNDER THE CHANGE-LOG. DC-RH-KEY IS
      *    THE REDEMPTION-HIST KEY (redhist.cpy) OF THE ENTRY IN
      *    DISPUTE; THE STORE AND AMOUNT ARE COPIED FROM IT WHEN THE
      *    CASE IS OPENED.
      *    DC-STATUS: "O" OPEN, "I" UNDER INVESTIGATION,
      *               "U" UPHELD (THE CUSTOMER KEEPS THE CREDIT),
      *               "D" DENIED (ANY PROVISIONAL CREDIT IS TAKEN
      *                   BACK OFF THE VOUCHER).
      *    DC-CREDIT-AMOUNT IS WHAT HAS BEEN PUT BACK ON VM-BALANCE
      *    (ZERO UNTIL A PROVISIONAL OR FINAL CREDIT IS GIVEN);
      *    DC-REVERSED-AMOUNT IS WHAT A DENIAL TOOK BACK, WHICH CAN
      *    BE LESS WHEN THE VOUCHER HAS SINCE BEEN SPENT DOWN.
      *    DC-FAULT ON AN UPHELD CASE: "S" THE STORE'S ERROR, WHICH
      *    IS CHARGED BACK TO THE STORE; "O" ANY OTHER CAUSE, WHICH
      *    WE BEAR. DC-CHARGE-STATUS: SPACE NONE, "P" PENDING THE
      *    STORE'S NEXT MERCHANT SETTLEMENT, "C" CHARGED ON THE
      *    SETTLEMENT FOR THE WEEK ENDING DC-CHARGE-DATE.
      *****************************************************************
       01  DISPUTE-CASE-RECORD.
           05 DC-CASE-NO           PIC 9(7).
           05 DC-RH-KEY.
              10 DC-VOUCHER-CODE   PIC X(6).
              10 DC-TRANS-DATE     PIC 9(8).
              10 DC-TRANS-TIME     PIC 9(6).
              10 DC-TRANS-SEQ      PIC 9(3).
           05 DC-STORE-CODE        PIC X(4).
           05 DC-CUSTOMER-ID       PIC 9(7).
           05 DC-DISPUTED-AMOUNT   PIC S9(3)V99.
           05 DC-REASON            PIC X(30).
           05 DC-STATUS            PIC X.
           05 DC-OPEN-DATE         PIC 9(8).
           05 DC-DUE-DATE          PIC 9(8).
           05 DC-CLOSE-DATE        PIC 9(8).
           05 DC-CREDIT-AMOUNT     PIC S9(3)V99.
           05 DC-CREDIT-DATE       PIC 9(8).
           05 DC-REVERSED-AMOUNT   PIC S9(3)V99.
           05 DC-FAULT             PIC X.
           05 DC-CHARGE-STATUS     PIC X.
           05 DC-CHARGE-DATE       PIC 9(8).
