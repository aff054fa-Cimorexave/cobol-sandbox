      *****************************************************************
      *    SHARED APPROVAL DELEGATION RECORD, KEYED BY THE OPERATOR
      *    HANDING OVER AUTHORITY PLUS THE FIRST DAY IT APPLIES.
      *    ENTERED THROUGH approval_delegate BEFORE AN APPROVER GOES
      *    ON LEAVE (OR BY AN ADMINISTRATOR ON THEIR BEHALF). FROM
      *    AD-START-DATE TO AD-END-DATE INCLUSIVE AD-DELEGATE-ID
      *    MAY SIGN OFF WHATEVER IS ASSIGNED TO AD-DELEGATOR-ID IN
      *    ts_approve AND approval_queue; THE apprauth SERVICE
      *    ANSWERS THAT QUESTION AND LOGS EVERY DELEGATED DECISION
      *    (dlgappr.cpy). THE DELEGATE MUST BE AN ACTIVE OPERATOR
      *    WITH THE DELEGATOR'S ROLE OR ADMIN ("A"), CHECKED WHEN
      *    THE DELEGATION IS ENTERED AND AGAIN WHEN IT IS USED.
      *    AD-STATUS:
      *      "A" - ACTIVE
      *      "E" - EXPIRED BY deleg_report ONCE AD-END-DATE PASSED
      *      "C" - CANCELLED BY THE DELEGATOR OR AN ADMINISTRATOR
      *****************************************************************
       01  APPROVAL-DELEGATION-RECORD.
           05 AD-KEY.
              10 AD-DELEGATOR-ID    PIC X(8).
              10 AD-START-DATE      PIC 9(8).
           05 AD-END-DATE           PIC 9(8).
           05 AD-DELEGATE-ID        PIC X(8).
           05 AD-STATUS             PIC X.
              88 AD-ACTIVE          VALUE "A".
              88 AD-EXPIRED         VALUE "E".
              88 AD-CANCELLED       VALUE "C".
           05 AD-CREATED-BY         PIC X(8).
           05 AD-CREATED-DATE       PIC 9(8).
