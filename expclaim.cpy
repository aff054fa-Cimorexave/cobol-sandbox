      *****************************************************************
      *    SHARED EXPENSE-CLAIM RECORD, ONE PER CLAIM, KEYED BY THE
      *    EMPLOYEE AND A CLAIM NUMBER RUNNING PER EMPLOYEE. ENTERED
      *    THROUGH expense_claim, WHICH CHECKS EACH LINE AGAINST THE
      *    CATEGORY LIMITS (expcat.cpy) AND QUEUES THE CLAIM ON
      *    PENDING-APPROVALS; approval_queue APPROVES OR REJECTS IT
      *    AND expense_payment PAYS THE APPROVED ONES TO THE BANK.
      *    EC-APPROVAL-KEY IS THE PA-REQUEST-KEY OF THE QUEUED ITEM.
      *    EC-STATUS:
      *      "S" - SUBMITTED, WAITING ON approval_queue
      *      "A" - APPROVED, WAITING ON THE NEXT PAYMENT RUN
      *      "R" - REJECTED BY THE CHECKER
      *      "W" - WITHDRAWN BEFORE A DECISION
      *      "P" - PAID (EC-PAID-DATE)
      *    EC-LINE-RECEIPT "Y" WHEN A RECEIPT IS HELD FOR THE LINE.
      *****************************************************************
       01  EXPENSE-CLAIM-RECORD.
           05 EC-KEY.
              10 EC-EMPLOYEE-ID    PIC 9(7).
              10 EC-CLAIM-NO       PIC 9(4).
           05 EC-STATUS            PIC X.
              88 EC-SUBMITTED      VALUE "S".
              88 EC-APPROVED       VALUE "A".
              88 EC-REJECTED       VALUE "R".
              88 EC-WITHDRAWN      VALUE "W".
              88 EC-PAID           VALUE "P".
           05 EC-ENTERED-DATE      PIC 9(8).
           05 EC-ENTERED-BY        PIC X(8).
           05 EC-APPROVAL-KEY      PIC X(16).
           05 EC-DECISION-DATE     PIC 9(8).
           05 EC-DECIDED-BY        PIC X(8).
           05 EC-PAID-DATE         PIC 9(8).
           05 EC-CLAIM-TOTAL       PIC 9(7)V99.
           05 EC-LINE-COUNT        PIC 9(2).
           05 EC-LINE OCCURS 10 TIMES.
              10 EC-LINE-DATE      PIC 9(8).
              10 EC-LINE-CATEGORY  PIC X(4).
              10 EC-LINE-AMOUNT    PIC 9(5)V99.
              10 EC-LINE-RECEIPT   PIC X.
