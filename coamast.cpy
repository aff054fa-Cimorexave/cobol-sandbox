      *****************************************************************
      *    CHART-OF-ACCOUNTS MASTER RECORD LAYOUT, KEYED BY THE
      *    LEDGER ACCOUNT NUMBER. EVERY ACCOUNT A LEDGER FEED MAY
      *    CARRY MUST BE ON FILE AND ACTIVE BEFORE gl_consolidate
      *    WILL RELEASE THE FEED TO GL-POSTING.
      *      COA-TYPE        - "A" ASSET, "L" LIABILITY, "Q" EQUITY,
      *                        "R" REVENUE, "E" EXPENSE
      *      COA-STATUS      - "A" ACTIVE, "I" INACTIVE (CLOSED TO
      *                        NEW POSTINGS)
      *      COA-CC-REQUIRED - "Y" A LINE TO THIS ACCOUNT MUST CARRY
      *                        A COST CENTRE
      *    MAINTAINED BY coa_maint UNDER THE CHANGE-LOG.
      *****************************************************************
       01  CHART-OF-ACCOUNTS-RECORD.
           05 COA-ACCOUNT          PIC X(8).
           05 COA-DESCRIPTION      PIC X(30).
           05 COA-TYPE             PIC X.
           05 COA-STATUS           PIC X.
           05 COA-CC-REQUIRED      PIC X.
