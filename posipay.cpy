      *****************************************************************
      *    SHARED POSITIVE-PAY RECORD SENT TO THE DISBURSEMENT BANK.
      *    THE BANK PAYS A PRESENTED CHECK ONLY IF ITS NUMBER, DATE
      *    AND AMOUNT MATCH AN ISSUE RECORD, AND REFUSES ONE THAT HAS
      *    BEEN VOIDED. PP-RECORD-TYPE:
      *      "I" - CHECK ISSUED
      *      "V" - CHECK VOIDED (SAME NUMBER, DATE AND AMOUNT AS THE
      *            ORIGINAL ISSUE)
      *      "T" - FILE TRAILER: ITEM COUNT AND AMOUNT TOTAL, SO THE
      *            BANK CAN PROVE THE TRANSMISSION ARRIVED WHOLE
      *****************************************************************
       01  POSITIVE-PAY-RECORD.
           05 PP-RECORD-TYPE       PIC X.
           05 PP-ACCOUNT-NUMBER    PIC X(17).
           05 PP-DETAIL.
              10 PP-CHECK-NUMBER   PIC 9(8).
              10 PP-ISSUE-DATE     PIC 9(8).
              10 PP-AMOUNT         PIC 9(9)V99.
              10 PP-PAYEE-NAME     PIC X(31).
           05 PP-TRAILER REDEFINES PP-DETAIL.
              10 PP-ITEM-COUNT     PIC 9(8).
              10 PP-FILE-DATE      PIC 9(8).
              10 PP-TOTAL-AMOUNT   PIC 9(9)V99.
              10 FILLER            PIC X(31).
