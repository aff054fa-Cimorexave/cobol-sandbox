      *****************************************************************
      *    SHARED AUTHORIZATION HOLD RECORD LAYOUT. A STORE THAT
      *    RESERVES VALUE AT THE START OF A SALE SENDS AN "A"
      *    (AUTHORIZE) TRANSACTION; voucher_redeem OPENS ONE OF THESE
      *    HOLDS, KEYED BY VOUCHER CODE PLUS THE STORE'S OWN
      *    AUTHORIZATION REFERENCE, AND LEAVES VM-BALANCE (THE POSTED
      *    BALANCE) ALONE. THE AVAILABLE BALANCE IS VM-BALANCE LESS
      *    EVERY OPEN HOLD ON THE VOUCHER. A "C" (CAPTURE) CARRYING
      *    THE SAME REFERENCE POSTS THE REDEMPTION AND CLOSES THE
      *    HOLD; hold_release RELEASES HOLDS NEVER CAPTURED WITHIN
      *    HOLD-EXPIRY-HOURS.
      *    VH-STATUS: "O" OPEN, "C" CAPTURED, "R" RELEASED.
      *    VH-CAPTURED-AMOUNT IS WHAT THE CAPTURE POSTED, WHICH CAN
      *    BE LESS THAN THE HOLD WHEN THE SALE CAME IN UNDER IT.
      *****************************************************************
       01  VOUCHER-HOLD-RECORD.
           05 VH-KEY.
              10 VH-VOUCHER-CODE   PIC X(6).
              10 VH-AUTH-REF       PIC X(10).
           05 VH-STORE-CODE        PIC X(4).
           05 VH-AMOUNT            PIC S9(3)V99.
           05 VH-STATUS            PIC X.
           05 VH-AUTH-DATE         PIC 9(8).
           05 VH-AUTH-TIME         PIC 9(6).
           05 VH-CLOSE-DATE        PIC 9(8).
           05 VH-CLOSE-TIME        PIC 9(6).
           05 VH-CAPTURED-AMOUNT   PIC S9(3)V99.
