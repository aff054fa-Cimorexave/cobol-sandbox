      *****************************************************************
      *    SHARED PENDING-TRANSACTION RECORD. A TRANSIN TRANSACTION
      *    WHOSE TD-EFFECTIVE-DATE IS AFTER THE BUSINESS DATE IS NOT
      *    APPLIED; THE APPLY PARKS ITS FULL IMAGE HERE, KEYED BY
      *    EMPLOYEE, EFFECTIVE DATE, THE DATE IT WAS PARKED AND ITS
      *    TRANSIN SEQUENCE NUMBER. EACH NIGHT THE APPLY RELEASES
      *    THE PARKED ENTRIES WHOSE DATE HAS ARRIVED, IN KEY ORDER,
      *    AHEAD OF THAT NIGHT'S TRANSIN. ENTRIES ARE NEVER DELETED;
      *    PT-STATUS RECORDS WHAT BECAME OF EACH:
      *      "P" PARKED, WAITING FOR ITS DATE
      *      "A" RELEASED AND APPLIED      "R" RELEASED, REJECTED
      *      "C" CANCELLED BY HR BEFORE IT FIRED
      *    PT-REASON CARRIES THE REJECT REASON OR THE CANCELLING
      *    OPERATOR.
      *****************************************************************
       01  PENDING-TRANS-RECORD.
           05 PT-KEY.
              10 PT-EMPLOYEE-ID    PIC 9(7).
              10 PT-EFFECTIVE-DATE PIC 9(8).
              10 PT-PARKED-DATE    PIC 9(8).
              10 PT-TRANS-SEQ      PIC 9(3).
           05 PT-TRANS-IMAGE       PIC X(88).
           05 PT-STATUS            PIC X.
              88 PT-PARKED         VALUE "P".
              88 PT-APPLIED        VALUE "A".
              88 PT-REJECTED       VALUE "R".
              88 PT-CANCELLED      VALUE "C".
           05 PT-STATUS-DATE       PIC 9(8).
           05 PT-REASON            PIC X(30).
