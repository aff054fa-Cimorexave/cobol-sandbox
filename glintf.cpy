      *    SHARED GL-INTERFACE JOURNAL RECORD LAYOUT, ACCOUNTING'S
      *    FIXED FORMAT. EVERY LEDGER FEED (VOUCHER ACTIVITY, THE
      *    PAYROLL RUN) WRITES THESE; DEBITS MUST EQUAL CREDITS
      *    WITHIN EACH FEED BEFORE FINANCE WILL POST IT. GL-ACCOUNT
      *    AND GL-COST-CENTER ARE THE LEDGER SEGMENTS THE glacct
      *    SERVICE RESOLVES FROM THE POSTING RULES; THE ACCOUNT MUST
      *    BE ACTIVE ON THE CHART OF ACCOUNTS (coamast.cpy).
      *****************************************************************
       01  GL-INTERFACE-RECORD.
           05 GL-ACCOUNT        PIC X(8).
           05 GL-AMOUNT         PIC 9(9)V99.
           05 GL-DATE           PIC 9(8).
           05 GL-DESC           PIC X(20).
           05 GL-COST-CENTER    PIC X(6).
