      *****************************************************************
      *    SHARED BALANCE-LOOKUP SENT RECORD, KEYED BY VOUCHER CODE.
      *    lookup_extract KEEPS ONE PER VOUCHER IT HAS SENT THE WEB
      *    AND PHONE CHANNEL VENDOR, HOLDING WHAT WAS SENT AND WHEN,
      *    SO THE NIGHTLY FEED CAN CARRY ONLY THE VOUCHERS WHOSE
      *    BALANCE, STATUS, EXPIRY OR ACTIVITY HAS MOVED SINCE.
      *    LS-LAST-HIST IS THE REDEMPTION-HIST KEY (DATE, TIME,
      *    SEQUENCE) OF THE NEWEST ENTRY SENT; ZERO WHEN NONE.
      *****************************************************************
       01  LOOKUP-SENT-RECORD.
           05 LS-VOUCHER-CODE      PIC X(6).
           05 LS-BALANCE           PIC S9(3)V99.
           05 LS-AVAILABLE         PIC S9(3)V99.
           05 LS-STATUS            PIC X.
           05 LS-EXPIRY-DATE       PIC 9(8).
           05 LS-LAST-HIST.
              10 LS-LAST-DATE      PIC 9(8).
              10 LS-LAST-TIME      PIC 9(6).
              10 LS-LAST-SEQ       PIC 9(3).
           05 LS-SENT-STAMP.
              10 LS-SENT-DATE      PIC 9(8).
              10 LS-SENT-TIME      PIC 9(6).
