      *****************************************************************
      *    SHARED STORE PAYABLES RECORD LAYOUT, ACCOUNTS PAYABLE'S
      *    INPUT FROM THE WEEKLY MERCHANT SETTLEMENT. ONE RECORD PER
      *    PARTNER STORE SETTLED: THE REDEMPTIONS IT ACCEPTED IN THE
      *    WEEK, THEIR GROSS VALUE, THE FEES WE KEEP AND THE NET
      *    AMOUNT PAYABLE TO THE STORE ON SP-DUE-DATE. SP-CHARGEBACKS
      *    IS WHAT UPHELD DISPUTES THE STORE WAS AT FAULT FOR
      *    (dispcase.cpy) TOOK OFF THE PAYMENT; SP-NET IS AFTER IT.
      *****************************************************************
       01  STORE-PAYABLE-RECORD.
           05 SP-STORE-CODE        PIC X(4).
           05 SP-STORE-NAME        PIC X(30).
           05 SP-PERIOD-START      PIC 9(8).
           05 SP-PERIOD-END        PIC 9(8).
           05 SP-REDEEM-COUNT      PIC 9(5).
           05 SP-GROSS             PIC 9(7)V99.
           05 SP-FEES              PIC 9(7)V99.
           05 SP-NET               PIC 9(7)V99.
           05 SP-DUE-DATE          PIC 9(8).
           05 SP-CHARGEBACKS       PIC 9(7)V99.
