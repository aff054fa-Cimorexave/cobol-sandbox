      *****************************************************************
      *    ONE-SHOT LAYOUT CONVERSION FOR THE INDEXED MASTERS THAT
      *    GREW IN THIS RELEASE:
      *      VOUCHER-MASTER   + VM-PRODUCT-CODE
      *      DEPT-MASTER      + DM-APPROVER-ID
      *      APPLICANT-MASTER + AM-REQ-NUMBER, AM-CONVERTED-DATE,
      *                         AM-CONTACT-PREF, AM-EMAIL,
      *                         AM-NO-CONTACT, AM-ADDR-STATUS,
      *                         AM-RETURNED-DATE, AM-RETURNED-COUNT
      *      CORP-ORDERS      + CO-PRODUCT-CODE
      *      CUSTOMER-MASTER  + CUSTOMER-CONTACT-PREF, CUSTOMER-EMAIL,
      *                         CUSTOMER-NO-CONTACT,
      *                         CUSTOMER-ADDR-STATUS,
      *                         CUSTOMER-RETURNED-DATE,
      *                         CUSTOMER-RETURNED-COUNT
      *      BENEFIT-PLANS    + BP-PLAN-TYPE, BP-MATCH-PCT,
      *                         BP-MATCH-LIMIT-PCT, BP-MAX-DEFER-PCT,
      *                         BP-VEST-SCHEDULE
      *      BEN-ENROLL       + BE-DEFER-PCT
      *      CAMPAIGN-MASTER  + CP-ISSUE-POINTS, CP-TOPUP-POINTS,
      *                         CP-POINTS-LIFE-DAYS
      *      TS-PENDING       + TP-HOLIDAY-HOURS, TP-SHIFT-HOURS,
      *                         TP-SHIFT-CODE
      *      OPERATOR-CREDS   + CRED-SUPERVISOR-ID, CRED-RECERT-DATE,
      *                         CRED-EMPLOYEE-ID
      *    (REDEMPTION-HIST IS UNCHANGED IN THIS RELEASE; ITS
      *    CONVERSION WAS RUN AT THE LAST CUTOVER AND IS RETIRED.)
      *    AN OLD-LAYOUT INDEXED FILE WILL NOT OPEN CLEANLY UNDER
      *    THE NEW FDS, SO EACH FILE IS REBUILT: THE OLD COPY IS
      *    READ UNDER ITS FROZEN PRE-CHANGE LAYOUT AND EVERY RECORD
      *    FILES):
      *      1. RENAME EACH LIVE FILE TO ITS -OLD NAME
      *         (VOUCHER-MASTER -> VOUCHER-MASTER-OLD, DEPT-MASTER
      *         -> DEPT-MASTER-OLD, APPLICANT-MASTER ->
      *         APPLICANT-MASTER-OLD, CORP-ORDERS ->
      *         CORP-ORDERS-OLD, CUSTOMER-MASTER ->
      *         CUSTOMER-MASTER-OLD, BENEFIT-PLANS ->
      *         BENEFIT-PLANS-OLD, BEN-ENROLL -> BEN-ENROLL-OLD,
      *         CAMPAIGN-MASTER -> CAMPAIGN-MASTER-OLD, TS-PENDING
      *         -> TS-PENDING-OLD, OPERATOR-CREDS ->
      *         OPERATOR-CREDS-OLD).
      *      2. RUN WITH "VCH", "DEPT", "APPL", "CORP", "CUST",
      *         "BPLN", "BENR", "CAMP", "TSPD", "CRED", OR NO
      *         PARAMETER FOR ALL TEN; THE CONVERTED FILE IS BUILT
      *         UNDER THE LIVE NAME.
      *      3. PROVE THE RECORD COUNTS ON THE CONSOLE, THEN RETIRE
      *         THE -OLD COPIES.
      *****************************************************************
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-ND-STATUS.
           SELECT OLD-APPLICANT ASSIGN TO "APPLICANT-MASTER-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OA-APPLICANT-ID
               FILE STATUS IS WS-OA-STATUS.
           SELECT NEW-APPLICANT ASSIGN TO "APPLICANT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-APPLICANT-ID
               FILE STATUS IS WS-NA-STATUS.
           SELECT OLD-CORP-ORDER ASSIGN TO "CORP-ORDERS-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-ORDER-ID
               FILE STATUS IS WS-OC-STATUS.
           SELECT NEW-CORP-ORDER ASSIGN TO "CORP-ORDERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-ORDER-ID
               FILE STATUS IS WS-NC-STATUS.
           SELECT OLD-CUSTOMER ASSIGN TO "CUSTOMER-MASTER-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OU-CUSTOMER-ID
               FILE STATUS IS WS-OU-STATUS.
           SELECT NEW-CUSTOMER ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-NU-STATUS.
           SELECT OLD-BENPLAN ASSIGN TO "BENEFIT-PLANS-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OB-PLAN-CODE
               FILE STATUS IS WS-OB-STATUS.
           SELECT NEW-BENPLAN ASSIGN TO "BENEFIT-PLANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS WS-NB-STATUS.
           SELECT OLD-ENROLL ASSIGN TO "BEN-ENROLL-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OE-KEY
               FILE STATUS IS WS-OE-STATUS.
           SELECT NEW-ENROLL ASSIGN TO "BEN-ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-NE-STATUS.
           SELECT OLD-CAMPAIGN ASSIGN TO "CAMPAIGN-MASTER-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-CAMPAIGN-CODE
               FILE STATUS IS WS-OP-STATUS.
           SELECT NEW-CAMPAIGN ASSIGN TO "CAMPAIGN-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CP-CAMPAIGN-CODE
               FILE STATUS IS WS-NP-STATUS.
           SELECT OLD-TS-PENDING ASSIGN TO "TS-PENDING-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OT-KEY
               FILE STATUS IS WS-OT-STATUS.
           SELECT NEW-TS-PENDING ASSIGN TO "TS-PENDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TP-KEY
               FILE STATUS IS WS-NT-STATUS.
           SELECT OLD-CREDS ASSIGN TO "OPERATOR-CREDS-OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-OPERATOR-ID
               FILE STATUS IS WS-OR-STATUS.
           SELECT NEW-CREDS ASSIGN TO "OPERATOR-CREDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRED-OPERATOR-ID
               FILE STATUS IS WS-NR-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 OV-ISSUE-DATE        PIC 9(8).
           05 OV-STATUS            PIC X.
           05 OV-CUSTOMER-ID       PIC 9(7).
           05 OV-CAMPAIGN-CODE     PIC X(6).

       FD  NEW-VOUCHER.
           COPY "voucher.cpy".
           05 OD-MANAGER-NAME      PIC X(30).
           05 OD-ACTIVE-FLAG       PIC X.
           05 OD-ANNUAL-BUDGET     PIC S9(9)V99 COMP-3.
           05 OD-AUTH-POSITIONS    PIC 9(4).
           05 OD-MANAGER-ID        PIC 9(7).

       FD  NEW-DEPT.
           COPY "deptmast.cpy".

       FD  OLD-APPLICANT.
       01  OLD-APPLICANT-RECORD.
           05 OA-APPLICANT-ID       PIC X(10).
           05 OA-REST               PIC X(134).

       FD  NEW-APPLICANT.
           COPY "applmast.cpy".

       FD  OLD-CORP-ORDER.
       01  OLD-CORP-ORDER-RECORD.
           05 OC-ORDER-ID          PIC X(10).
           05 OC-REST              PIC X(35).

       FD  NEW-CORP-ORDER.
           COPY "corporder.cpy".

       FD  OLD-CUSTOMER.
       01  OLD-CUSTOMER-RECORD.
           05 OU-CUSTOMER-ID       PIC 9(7).
           05 OU-REST              PIC X(90).

       FD  NEW-CUSTOMER.
           COPY "./calls/book.cpy".

       FD  OLD-BENPLAN.
       01  OLD-BENPLAN-RECORD.
           05 OB-PLAN-CODE         PIC X(4).
           05 OB-REST              PIC X(34).

       FD  NEW-BENPLAN.
           COPY "benplan.cpy".

       FD  OLD-ENROLL.
       01  OLD-ENROLL-RECORD.
           05 OE-KEY.
              10 OE-EMPLOYEE-ID    PIC 9(7).
              10 OE-PLAN-CODE      PIC X(4).
           05 OE-REST              PIC X(16).

       FD  NEW-ENROLL.
           COPY "benenrl.cpy".

       FD  OLD-CAMPAIGN.
       01  OLD-CAMPAIGN-RECORD.
           05 OP-CAMPAIGN-CODE     PIC X(6).
           05 OP-REST              PIC X(52).

       FD  NEW-CAMPAIGN.
           COPY "campmast.cpy".

       FD  OLD-TS-PENDING.
       01  OLD-TS-PENDING-RECORD.
           05 OT-KEY.
              10 OT-EMPLOYEE-ID    PIC 9(7).
              10 OT-WEEK-ENDING    PIC 9(8).
           05 OT-REST              PIC X(39).

       FD  NEW-TS-PENDING.
           COPY "tspend.cpy".

       FD  OLD-CREDS.
       01  OLD-CREDS-RECORD.
           05 OR-OPERATOR-ID       PIC X(8).
           05 OR-REST              PIC X(16).

       FD  NEW-CREDS.
           COPY "opercred.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OV-STATUS        PIC XX.
       01 WS-NV-STATUS        PIC XX.
       01 WS-OD-STATUS        PIC XX.
       01 WS-ND-STATUS        PIC XX.
       01 WS-OA-STATUS        PIC XX.
       01 WS-NA-STATUS        PIC XX.
       01 WS-OC-STATUS        PIC XX.
       01 WS-NC-STATUS        PIC XX.
       01 WS-OU-STATUS        PIC XX.
       01 WS-NU-STATUS        PIC XX.
       01 WS-OB-STATUS        PIC XX.
       01 WS-NB-STATUS        PIC XX.
       01 WS-OE-STATUS        PIC XX.
       01 WS-NE-STATUS        PIC XX.
       01 WS-OP-STATUS        PIC XX.
       01 WS-NP-STATUS        PIC XX.
       01 WS-OT-STATUS        PIC XX.
       01 WS-NT-STATUS        PIC XX.
       01 WS-OR-STATUS        PIC XX.
       01 WS-NR-STATUS        PIC XX.
       01 WS-EOF              PIC 9(1).
       01 WS-PARAM            PIC X(20).
       01 WS-VCH-COUNT        PIC 9(7) VALUE 0.
       01 WS-DEPT-COUNT       PIC 9(7) VALUE 0.
       01 WS-APPL-COUNT       PIC 9(7) VALUE 0.
       01 WS-CORP-COUNT       PIC 9(7) VALUE 0.
       01 WS-CUST-COUNT       PIC 9(7) VALUE 0.
       01 WS-BPLN-COUNT       PIC 9(7) VALUE 0.
       01 WS-BENR-COUNT       PIC 9(7) VALUE 0.
       01 WS-CAMP-COUNT       PIC 9(7) VALUE 0.
       01 WS-TSPD-COUNT       PIC 9(7) VALUE 0.
       01 WS-CRED-COUNT       PIC 9(7) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:4) = "DEPT" OR WS-PARAM = SPACES
               PERFORM 200-CONVERT-DEPTS
           END-IF.
           IF WS-PARAM (1:4) = "APPL" OR WS-PARAM = SPACES
               PERFORM 400-CONVERT-APPLICANTS
           END-IF.
           IF WS-PARAM (1:4) = "CORP" OR WS-PARAM = SPACES
               PERFORM 500-CONVERT-CORP-ORDERS
           END-IF.
           IF WS-PARAM (1:4) = "CUST" OR WS-PARAM = SPACES
               PERFORM 600-CONVERT-CUSTOMERS
           END-IF.
           IF WS-PARAM (1:4) = "BPLN" OR WS-PARAM = SPACES
               PERFORM 700-CONVERT-BENEFIT-PLANS
           END-IF.
           IF WS-PARAM (1:4) = "BENR" OR WS-PARAM = SPACES
               PERFORM 750-CONVERT-ENROLLMENTS
           END-IF.
           IF WS-PARAM (1:4) = "CAMP" OR WS-PARAM = SPACES
               PERFORM 800-CONVERT-CAMPAIGNS
           END-IF.
           IF WS-PARAM (1:4) = "TSPD" OR WS-PARAM = SPACES
               PERFORM 850-CONVERT-PENDING-WEEKS
           END-IF.
           IF WS-PARAM (1:4) = "CRED" OR WS-PARAM = SPACES
               PERFORM 900-CONVERT-OPERATORS
           END-IF.
           DISPLAY "VOUCHERS CONVERTED:  " WS-VCH-COUNT.
           DISPLAY "DEPTS CONVERTED:     " WS-DEPT-COUNT.
           DISPLAY "APPLICANTS CONVERTED:" WS-APPL-COUNT.
           DISPLAY "ORDERS CONVERTED:    " WS-CORP-COUNT.
           DISPLAY "CUSTOMERS CONVERTED: " WS-CUST-COUNT.
           DISPLAY "PLANS CONVERTED:     " WS-BPLN-COUNT.
           DISPLAY "ENROLLS CONVERTED:   " WS-BENR-COUNT.
           DISPLAY "CAMPAIGNS CONVERTED: " WS-CAMP-COUNT.
           DISPLAY "WEEKS CONVERTED:     " WS-TSPD-COUNT.
           DISPLAY "OPERATORS CONVERTED: " WS-CRED-COUNT.
           STOP RUN.

       100-CONVERT-VOUCHERS.
                   MOVE OV-ISSUE-DATE TO VM-ISSUE-DATE
                   MOVE OV-STATUS TO VM-STATUS
                   MOVE OV-CUSTOMER-ID TO VM-CUSTOMER-ID
                   MOVE OV-CAMPAIGN-CODE TO VM-CAMPAIGN-CODE
                   MOVE SPACES TO VM-PRODUCT-CODE
                   WRITE VOUCHER-MASTER-RECORD
                   ADD 1 TO WS-VCH-COUNT
           END-READ.
           CLOSE OLD-DEPT.
           CLOSE NEW-DEPT.

      *    A BLANK APPROVER-ID LEAVES THE DEPARTMENT'S TIMESHEETS TO
      *    ANY APPROVER, EXACTLY AS BEFORE THE FIELD EXISTED.
       210-CONVERT-ONE-DEPT.
           READ OLD-DEPT NEXT RECORD
               AT END
                   MOVE OD-MANAGER-NAME TO DM-MANAGER-NAME
                   MOVE OD-ACTIVE-FLAG TO DM-ACTIVE-FLAG
                   MOVE OD-ANNUAL-BUDGET TO DM-ANNUAL-BUDGET
                   MOVE OD-AUTH-POSITIONS TO DM-AUTH-POSITIONS
                   MOVE OD-MANAGER-ID TO DM-MANAGER-ID
                   MOVE SPACES TO DM-APPROVER-ID
                   WRITE DEPT-MASTER-RECORD
                   ADD 1 TO WS-DEPT-COUNT
           END-READ.

       400-CONVERT-APPLICANTS.
           OPEN INPUT OLD-APPLICANT.
           IF WS-OA-STATUS <> "00"
               DISPLAY "APPLICANT-MASTER-OLD NOT ON HAND (STATUS "
                       WS-OA-STATUS ") - APPLICANTS SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-APPLICANT.
           MOVE 0 TO WS-EOF.
           PERFORM 410-CONVERT-ONE-APPLICANT UNTIL WS-EOF = 1.
           CLOSE OLD-APPLICANT.
           CLOSE NEW-APPLICANT.

      *    THE OLD LAYOUT IS THE NEW ONE LESS ITS TRAILING FIELDS, SO
      *    THE IMAGE CARRIES ACROSS WHOLE. NO REQUISITION AND NOT YET
      *    CONVERTED IS HOW THE BRIDGE TREATS A PRE-FIELD APPLICANT;
      *    EVERY EXISTING APPLICANT IS CONTACTED BY MAIL AT A GOOD
      *    ADDRESS UNTIL TOLD OTHERWISE.
       410-CONVERT-ONE-APPLICANT.
           READ OLD-APPLICANT NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE SPACES TO APPLICANT-MASTER-RECORD
                   MOVE OLD-APPLICANT-RECORD
                       TO APPLICANT-MASTER-RECORD (1:144)
                   MOVE SPACES TO AM-REQ-NUMBER
                   MOVE 0 TO AM-CONVERTED-DATE
                   MOVE "M" TO AM-CONTACT-PREF
                   MOVE SPACES TO AM-EMAIL
                   MOVE "N" TO AM-NO-CONTACT
                   MOVE SPACE TO AM-ADDR-STATUS
                   MOVE 0 TO AM-RETURNED-DATE
                   MOVE 0 TO AM-RETURNED-COUNT
                   WRITE APPLICANT-MASTER-RECORD
                   ADD 1 TO WS-APPL-COUNT
           END-READ.

       500-CONVERT-CORP-ORDERS.
           OPEN INPUT OLD-CORP-ORDER.
           IF WS-OC-STATUS <> "00"
               DISPLAY "CORP-ORDERS-OLD NOT ON HAND (STATUS "
                       WS-OC-STATUS ") - ORDERS SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-CORP-ORDER.
           MOVE 0 TO WS-EOF.
           PERFORM 510-CONVERT-ONE-ORDER UNTIL WS-EOF = 1.
           CLOSE OLD-CORP-ORDER.
           CLOSE NEW-CORP-ORDER.

      *    AS WITH THE APPLICANTS, THE OLD IMAGE CARRIES ACROSS WHOLE;
      *    AN ORDER TAKEN BEFORE PRODUCTS EXISTED IS A STANDARD ONE.
       510-CONVERT-ONE-ORDER.
           READ OLD-CORP-ORDER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE SPACES TO CORP-ORDER-RECORD
                   MOVE OLD-CORP-ORDER-RECORD
                       TO CORP-ORDER-RECORD (1:45)
                   MOVE SPACES TO CO-PRODUCT-CODE
                   WRITE CORP-ORDER-RECORD
                   ADD 1 TO WS-CORP-COUNT
           END-READ.

       600-CONVERT-CUSTOMERS.
           OPEN INPUT OLD-CUSTOMER.
           IF WS-OU-STATUS <> "00"
               DISPLAY "CUSTOMER-MASTER-OLD NOT ON HAND (STATUS "
                       WS-OU-STATUS ") - CUSTOMERS SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-CUSTOMER.
           MOVE 0 TO WS-EOF.
           PERFORM 610-CONVERT-ONE-CUSTOMER UNTIL WS-EOF = 1.
           CLOSE OLD-CUSTOMER.
           CLOSE NEW-CUSTOMER.

      *    THE OLD IMAGE CARRIES ACROSS WHOLE; AN EXISTING CUSTOMER
      *    IS CONTACTED BY MAIL AT A GOOD ADDRESS UNTIL TOLD
      *    OTHERWISE.
       610-CONVERT-ONE-CUSTOMER.
           READ OLD-CUSTOMER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE OLD-CUSTOMER-RECORD
                       TO CUSTOMER-RECORD (1:97)
                   MOVE "M" TO CUSTOMER-CONTACT-PREF
                   MOVE SPACES TO CUSTOMER-EMAIL
                   MOVE "N" TO CUSTOMER-NO-CONTACT
                   MOVE SPACE TO CUSTOMER-ADDR-STATUS
                   MOVE 0 TO CUSTOMER-RETURNED-DATE
                   MOVE 0 TO CUSTOMER-RETURNED-COUNT
                   WRITE CUSTOMER-RECORD
                   ADD 1 TO WS-CUST-COUNT
           END-READ.

       700-CONVERT-BENEFIT-PLANS.
           OPEN INPUT OLD-BENPLAN.
           IF WS-OB-STATUS <> "00"
               DISPLAY "BENEFIT-PLANS-OLD NOT ON HAND (STATUS "
                       WS-OB-STATUS ") - PLANS SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-BENPLAN.
           MOVE 0 TO WS-EOF.
           PERFORM 710-CONVERT-ONE-PLAN UNTIL WS-EOF = 1.
           CLOSE OLD-BENPLAN.
           CLOSE NEW-BENPLAN.

      *    THE OLD IMAGE CARRIES ACROSS WHOLE; AN EXISTING PLAN IS A
      *    FLAT-COST PLAN WITH NO MATCH, DEFERRAL LIMIT OR VESTING.
       710-CONVERT-ONE-PLAN.
           READ OLD-BENPLAN NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE SPACES TO BENEFIT-PLAN-RECORD
                   MOVE OLD-BENPLAN-RECORD
                       TO BENEFIT-PLAN-RECORD (1:38)
                   MOVE SPACE TO BP-PLAN-TYPE
                   MOVE 0 TO BP-MATCH-PCT
                   MOVE 0 TO BP-MATCH-LIMIT-PCT
                   MOVE 0 TO BP-MAX-DEFER-PCT
                   MOVE ZEROS TO BP-VEST-SCHEDULE
                   WRITE BENEFIT-PLAN-RECORD
                   ADD 1 TO WS-BPLN-COUNT
           END-READ.

       750-CONVERT-ENROLLMENTS.
           OPEN INPUT OLD-ENROLL.
           IF WS-OE-STATUS <> "00"
               DISPLAY "BEN-ENROLL-OLD NOT ON HAND (STATUS "
                       WS-OE-STATUS ") - ENROLLMENTS SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-ENROLL.
           MOVE 0 TO WS-EOF.
           PERFORM 760-CONVERT-ONE-ENROLLMENT UNTIL WS-EOF = 1.
           CLOSE OLD-ENROLL.
           CLOSE NEW-ENROLL.

      *    NO EXISTING ENROLLMENT IS IN A RETIREMENT PLAN, SO NONE
      *    HAS A DEFERRAL ELECTION.
       760-CONVERT-ONE-ENROLLMENT.
           READ OLD-ENROLL NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE SPACES TO BEN-ENROLL-RECORD
                   MOVE OLD-ENROLL-RECORD
                       TO BEN-ENROLL-RECORD (1:27)
                   MOVE 0 TO BE-DEFER-PCT
                   WRITE BEN-ENROLL-RECORD
                   ADD 1 TO WS-BENR-COUNT
           END-READ.

       800-CONVERT-CAMPAIGNS.
           OPEN INPUT OLD-CAMPAIGN.
           IF WS-OP-STATUS <> "00"
               DISPLAY "CAMPAIGN-MASTER-OLD NOT ON HAND (STATUS "
                       WS-OP-STATUS ") - CAMPAIGNS SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-CAMPAIGN.
           MOVE 0 TO WS-EOF.
           PERFORM 810-CONVERT-ONE-CAMPAIGN UNTIL WS-EOF = 1.
           CLOSE OLD-CAMPAIGN.
           CLOSE NEW-CAMPAIGN.

      *    ZERO RATES: AN EXISTING CAMPAIGN EARNS NO LOYALTY POINTS
      *    UNTIL MARKETING GIVES IT AN EARN RULE.
       810-CONVERT-ONE-CAMPAIGN.
           READ OLD-CAMPAIGN NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE SPACES TO CAMPAIGN-MASTER-RECORD
                   MOVE OLD-CAMPAIGN-RECORD
                       TO CAMPAIGN-MASTER-RECORD (1:58)
                   MOVE 0 TO CP-ISSUE-POINTS
                   MOVE 0 TO CP-TOPUP-POINTS
                   MOVE 0 TO CP-POINTS-LIFE-DAYS
                   WRITE CAMPAIGN-MASTER-RECORD
                   ADD 1 TO WS-CAMP-COUNT
           END-READ.

       850-CONVERT-PENDING-WEEKS.
           OPEN INPUT OLD-TS-PENDING.
           IF WS-OT-STATUS <> "00"
               DISPLAY "TS-PENDING-OLD NOT ON HAND (STATUS "
                       WS-OT-STATUS ") - PENDING WEEKS SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-TS-PENDING.
           MOVE 0 TO WS-EOF.
           PERFORM 860-CONVERT-ONE-WEEK UNTIL WS-EOF = 1.
           CLOSE OLD-TS-PENDING.
           CLOSE NEW-TS-PENDING.

      *    A WEEK SUBMITTED BEFORE THE SPLIT IS ALL PLAIN REGULAR TIME
      *    ON THE DAY SHIFT.
       860-CONVERT-ONE-WEEK.
           READ OLD-TS-PENDING NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE SPACES TO TS-PENDING-RECORD
                   MOVE OLD-TS-PENDING-RECORD
                       TO TS-PENDING-RECORD (1:54)
                   MOVE 0 TO TP-HOLIDAY-HOURS
                   MOVE 0 TO TP-SHIFT-HOURS
                   MOVE SPACE TO TP-SHIFT-CODE
                   WRITE TS-PENDING-RECORD
                   ADD 1 TO WS-TSPD-COUNT
           END-READ.

       900-CONVERT-OPERATORS.
           OPEN INPUT OLD-CREDS.
           IF WS-OR-STATUS <> "00"
               DISPLAY "OPERATOR-CREDS-OLD NOT ON HAND (STATUS "
                       WS-OR-STATUS ") - OPERATORS SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-CREDS.
           MOVE 0 TO WS-EOF.
           PERFORM 910-CONVERT-ONE-OPERATOR UNTIL WS-EOF = 1.
           CLOSE OLD-CREDS.
           CLOSE NEW-CREDS.

      *    NO SUPERVISOR, NEVER RECERTIFIED AND NOT LINKED TO AN
      *    EMPLOYEE: access_recert LISTS THE FIRST FOR ASSIGNMENT
      *    AND sod_report THE LAST, SO NEITHER GAP GOES UNSEEN.
       910-CONVERT-ONE-OPERATOR.
           READ OLD-CREDS NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE SPACES TO OPERATOR-CREDS-RECORD
                   MOVE OLD-CREDS-RECORD
                       TO OPERATOR-CREDS-RECORD (1:24)
                   MOVE SPACES TO CRED-SUPERVISOR-ID
                   MOVE 0 TO CRED-RECERT-DATE
                   MOVE 0 TO CRED-EMPLOYEE-ID
                   WRITE OPERATOR-CREDS-RECORD
                   ADD 1 TO WS-CRED-COUNT
           END-READ.
