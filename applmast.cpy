      *    ATTEMPT, BATCH OR INTERACTIVE, IS REMEMBERED HERE SO A
      *    REPEAT APPLICANT IS RECOGNIZED AND A PRIOR UNDERAGE
      *    FAILURE CANNOT BE RESUBMITTED AWAY. NAME AND ADDRESS ARE
      *    KEPT FOR THE REJECTION-NOTICE LETTERS. AM-REQ-NUMBER TIES
      *    THE APPLICANT TO THE REQUISITION (reqmast.cpy) THEY ARE
      *    BEING CONSIDERED FOR; AM-CONVERTED-DATE IS THE DAY
      *    applicant_bridge FED THEM TO INTAKE AGAINST IT.
      *    AM-CONTACT-PREF / AM-EMAIL / AM-NO-CONTACT /
      *    AM-ADDR-STATUS FOLLOW THE CUSTOMER CONTACT RULES IN
      *    calls/book.cpy ("M" MAIL, "E" EMAIL, "N" NONE; "Y" DO NOT
      *    CONTACT; "U" ADDRESS UNDELIVERABLE).
      *****************************************************************
       01  APPLICANT-MASTER-RECORD.
           05 AM-APPLICANT-ID       PIC X(10).
           05 AM-FIRST-ATTEMPT-DATE PIC 9(8).
           05 AM-LAST-ATTEMPT-DATE  PIC 9(8).
           05 AM-ATTEMPT-COUNT      PIC 9(3).
           05 AM-REQ-NUMBER         PIC X(8).
           05 AM-CONVERTED-DATE     PIC 9(8).
           05 AM-CONTACT-PREF       PIC X.
           05 AM-EMAIL              PIC X(40).
           05 AM-NO-CONTACT         PIC X.
           05 AM-ADDR-STATUS        PIC X.
           05 AM-RETURNED-DATE      PIC 9(8).
           05 AM-RETURNED-COUNT     PIC 9(3).
