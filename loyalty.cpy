      *****************************************************************
      *    SHARED LOYALTY POINTS LEDGER RECORD, KEYED BY CUSTOMER-ID
      *    PLUS POSTING DATE/TIME (PLUS A SEQUENCE FOR SAME-SECOND
      *    POSTINGS), SO ONE START/READ NEXT WALKS A CUSTOMER'S
      *    ENTRIES OLDEST FIRST. ALL POSTING GOES THROUGH THE
      *    loyalpts SUBPROGRAM. LY-ENTRY-TYPE:
      *      "E" - POINTS EARNED ON AN ISSUANCE (LY-SOURCE "I") OR A
      *            TOP-UP (LY-SOURCE "T"). EACH EARN ENTRY IS A LOT:
      *            LY-REMAINING IS WHAT IS STILL UNSPENT AND IT
      *            LAPSES AFTER LY-EXPIRY-DATE. THE MONTH-END RUN
      *            MOVES A LAPSED REMAINDER TO LY-EXPIRED-POINTS
      *            AND STAMPS LY-EXPIRED-DATE.
      *      "C" - POINTS CONVERTED INTO A NEW VOUCHER; SPENT FROM
      *            THE OLDEST LIVE LOTS FIRST.
      *    LY-AMOUNT IS THE DOLLAR VALUE BEHIND THE ENTRY - WHAT WAS
      *    ISSUED OR TOPPED UP, OR THE FACE OF THE VOUCHER BOUGHT.
      *****************************************************************
       01  LOYALTY-LEDGER-RECORD.
           05 LY-KEY.
              10 LY-CUSTOMER-ID    PIC 9(7).
              10 LY-POST-DATE      PIC 9(8).
              10 LY-POST-TIME      PIC 9(6).
              10 LY-POST-SEQ       PIC 9(3).
           05 LY-ENTRY-TYPE        PIC X.
           05 LY-SOURCE            PIC X.
           05 LY-VOUCHER-CODE      PIC X(6).
           05 LY-CAMPAIGN-CODE     PIC X(6).
           05 LY-AMOUNT            PIC S9(5)V99.
           05 LY-POINTS            PIC 9(7).
           05 LY-REMAINING         PIC 9(7).
           05 LY-EXPIRY-DATE       PIC 9(8).
           05 LY-EXPIRED-POINTS    PIC 9(7).
           05 LY-EXPIRED-DATE      PIC 9(8).
