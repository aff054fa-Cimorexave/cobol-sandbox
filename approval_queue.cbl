      *    CARRYING BOTH OPERATOR IDS; THE CHECKER CAN NEVER BE THE
      *    MAKER. THE PROGRAM ALSO TAKES VOUCHER-VOID REQUESTS (THE
      *    MAKER SIDE) AND PRINTS THE AGING LIST OF ITEMS SITTING
      *    UNAPPROVED. EXPENSE CLAIMS SUBMITTED THROUGH expense_claim
      *    ARE DECIDED HERE TOO: THE CLAIM LINES ARE SHOWN, AND THE
      *    CLAIM IS MARKED APPROVED FOR THE NEXT expense_payment RUN
      *    OR REJECTED. A REQUEST FROM period_maint TO REOPEN A
      *    CLOSED ACCOUNTING MONTH ("PERREOPN") IS POSTED HERE BY A
      *    SECOND ADMIN, WHO IS RECORDED ON ACCT-PERIODS AS THE
      *    CHECKER.
      *    WHEN THE MAKER'S SUPERVISOR (CRED-SUPERVISOR-ID) IS AN
      *    ACTIVE ADMINISTRATOR THE ITEM IS ASSIGNED TO THEM: ONLY
      *    THEY, OR A COLLEAGUE THEY HAVE DELEGATED TO ON
      *    APPROVAL-DELEGATION FOR THE DAY, MAY DECIDE IT (apprauth
      *    DECIDES, AND LOGS EVERY DELEGATED DECISION). OTHER ITEMS
      *    ARE OPEN TO ANY SECOND ADMINISTRATOR AS BEFORE.
      *    A SALARY OR EXPENSE ITEM FOR THE CHECKER'S OWN EMPLOYEE
      *    RECORD, OR THEIR OWN MANAGER'S, IS NEVER THEIRS TO
      *    DECIDE (sodcheck); IT STAYS PENDING AND THE ATTEMPT IS
      *    LOGGED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-SH-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPENSE-CLAIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-EC-STATUS.
           SELECT ACCT-PERIODS ASSIGN TO "ACCT-PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
       FD  SALARY-HISTORY.
           COPY "salhist.cpy".

       FD  EXPENSE-CLAIM-FILE.
           COPY "expclaim.cpy".

       FD  ACCT-PERIODS.
           COPY "acctper.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       01 WS-VM-STATUS        PIC XX.
       01 WS-AM-STATUS        PIC XX.
       01 WS-SH-STATUS        PIC XX.
       01 WS-EC-STATUS        PIC XX.
       01 WS-AP-STATUS        PIC XX.
       01 WS-EC-LINE-IDX      PIC 9(2).
       01 WS-EC-AMOUNT-DISP   PIC Z(4)9.99.
       01 WS-CL-STATUS        PIC XX.
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-SCAN-DONE        PIC 9(1).
       01 WS-LOCK-RESULT      PIC X(1).
       01 WS-LOCK-OWNER       PIC X(40).
       01 WS-LOCK-TAKEN       PIC X(1) VALUE "N".
           COPY "apprauth.cpy".
           COPY "sodcheck.cpy".
      *****************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
               CLOSE SALARY-HISTORY
               OPEN I-O SALARY-HISTORY
           END-IF.
           OPEN I-O EXPENSE-CLAIM-FILE.
           IF WS-EC-STATUS = "35"
               OPEN OUTPUT EXPENSE-CLAIM-FILE
               CLOSE EXPENSE-CLAIM-FILE
               OPEN I-O EXPENSE-CLAIM-FILE
           END-IF.
           OPEN I-O ACCT-PERIODS.
           IF WS-AP-STATUS = "35"
               OPEN OUTPUT ACCT-PERIODS
               CLOSE ACCT-PERIODS
               OPEN I-O ACCT-PERIODS
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           CLOSE VOUCHER-MASTER.
           CLOSE APPLICANT-MASTER.
           CLOSE SALARY-HISTORY.
           CLOSE EXPENSE-CLAIM-FILE.
           CLOSE ACCT-PERIODS.
           CLOSE CHANGE-LOG-FILE.
           IF WS-LOCK-TAKEN = "Y"
               MOVE "REL " TO WS-LOCK-FUNCTION
                       "DECIDE IT."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0440-CHECK-ASSIGNED-CHECKER.
           IF AAC-RESULT = "N"
               DISPLAY PA-ACTION-TYPE " " PA-TARGET-KEY
                       " - " AAC-DETAIL
               EXIT PARAGRAPH
           END-IF.
           IF AAC-RESULT = "D"
               DISPLAY "DECIDING FOR " AAC-APPROVER-ID
                       " UNDER DELEGATION."
           END-IF.
           DISPLAY PA-ACTION-TYPE " " PA-TARGET-KEY
                   " FROM " PA-OLD-VALUE " TO " PA-NEW-VALUE
                   " BY " PA-MAKER-ID " ON " PA-REQUEST-DATE.
           IF PA-ACTION-TYPE = "EXPENSE"
               PERFORM 0430-SHOW-EXPENSE-LINES
           END-IF.
           DISPLAY "A=APPROVE  R=REJECT  S=SKIP  X=STOP: ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "A" OR "a" OR "R" OR "r"
               PERFORM 0450-CHECK-SEGREGATION
               IF SOD-RESULT NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE WS-REPLY
               WHEN "A"
               WHEN "a"
                   PERFORM 0500-POST-ONE-ITEM
               WHEN "R"
               WHEN "r"
                   IF PA-ACTION-TYPE = "EXPENSE"
                       PERFORM 0545-REJECT-EXPENSE
                   END-IF
                   MOVE "R" TO PA-STATUS
                   PERFORM 0480-STAMP-DECISION
                   DISPLAY "REJECTED."
                   CONTINUE
           END-EVALUATE.

      *    THE CHECKER SEES WHAT IS BEING CLAIMED, LINE BY LINE,
      *    BEFORE DECIDING.
       0430-SHOW-EXPENSE-LINES.
           MOVE PA-TARGET-KEY (1:11) TO EC-KEY.
           READ EXPENSE-CLAIM-FILE
               KEY IS EC-KEY
               INVALID KEY
                   DISPLAY "  CLAIM NOT ON EXPENSE-CLAIM."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM VARYING WS-EC-LINE-IDX FROM 1 BY 1
                   UNTIL WS-EC-LINE-IDX > EC-LINE-COUNT
               MOVE EC-LINE-AMOUNT (WS-EC-LINE-IDX)
                   TO WS-EC-AMOUNT-DISP
               DISPLAY "  " EC-LINE-DATE (WS-EC-LINE-IDX) " "
                       EC-LINE-CATEGORY (WS-EC-LINE-IDX) " "
                       WS-EC-AMOUNT-DISP " RECEIPT "
                       EC-LINE-RECEIPT (WS-EC-LINE-IDX)
           END-PERFORM.

      *    THE ASSIGNED CHECKER IS THE MAKER'S SUPERVISOR, BUT ONLY
      *    AN ACTIVE ADMINISTRATOR CAN REVIEW HERE; ANY OTHER
      *    SUPERVISOR (OR NONE) LEAVES THE ITEM UNASSIGNED.
       0440-CHECK-ASSIGNED-CHECKER.
           MOVE SPACES TO APPROVAL-AUTH-CHECK.
           MOVE "CHK " TO AAC-FUNCTION.
           MOVE WS-OPERATOR-ID TO AAC-OPERATOR-ID.
           MOVE WS-BUSINESS-DATE TO AAC-DATE.
           MOVE WS-JRNL-PROGRAM TO AAC-PROGRAM.
           OPEN INPUT OPERATOR-CREDS-FILE.
           IF WS-CREDS-STATUS = "00"
               MOVE PA-MAKER-ID TO CRED-OPERATOR-ID
               READ OPERATOR-CREDS-FILE
                   KEY IS CRED-OPERATOR-ID
                   INVALID KEY
                       MOVE SPACES TO CRED-SUPERVISOR-ID
               END-READ
               IF CRED-SUPERVISOR-ID NOT = SPACES
                   MOVE CRED-SUPERVISOR-ID TO CRED-OPERATOR-ID
                   READ OPERATOR-CREDS-FILE
                       KEY IS CRED-OPERATOR-ID
                       NOT INVALID KEY
                           IF CRED-ROLE = "A" AND CRED-STATUS = "A"
                               MOVE CRED-OPERATOR-ID TO AAC-APPROVER-ID
                           END-IF
                   END-READ
               END-IF
               CLOSE OPERATOR-CREDS-FILE
           END-IF.
           CALL "apprauth" USING APPROVAL-AUTH-CHECK.

      *    SALARY AND EXPENSE ITEMS ARE ABOUT ONE EMPLOYEE, WHOSE ID
      *    LEADS THE TARGET KEY. THE OTHER ACTION TYPES TOUCH NO
      *    EMPLOYEE RECORD AND PASS.
       0450-CHECK-SEGREGATION.
           MOVE "Y" TO SOD-RESULT.
           IF PA-ACTION-TYPE NOT = "SALARY"
                   AND PA-ACTION-TYPE NOT = "EXPENSE"
               EXIT PARAGRAPH
           END-IF.
           IF PA-TARGET-KEY (1:7) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPERATOR-ID TO SOD-OPERATOR-ID.
           MOVE PA-TARGET-KEY (1:7) TO SOD-EMPLOYEE-ID.
           MOVE WS-JRNL-PROGRAM TO SOD-PROGRAM.
           MOVE PA-ACTION-TYPE TO SOD-ACTION.
           CALL "sodcheck" USING SOD-CHECK.
           IF SOD-RESULT NOT = "Y"
               DISPLAY PA-ACTION-TYPE " " PA-TARGET-KEY " - "
                       SOD-DETAIL ". LEFT PENDING."
           END-IF.

       0480-STAMP-DECISION.
           MOVE WS-OPERATOR-ID TO PA-CHECKER-ID.
           MOVE WS-BUSINESS-DATE TO PA-DECISION-DATE.
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "PENDING-APPROVALS REWRITE FAILED."
               NOT INVALID KEY
                   IF AAC-RESULT = "D"
                       PERFORM 0490-LOG-DELEGATED-DECISION
                   END-IF
           END-REWRITE.

      *    PA-CHECKER-ID CARRIES THE DELEGATE WHO DECIDED; THE
      *    DELEGATED-APPROVALS LOG AND THE CHANGE-LOG CARRY THE
      *    SUPERVISOR THEY DECIDED FOR.
       0490-LOG-DELEGATED-DECISION.
           MOVE SPACES TO AAC-ITEM.
           STRING PA-ACTION-TYPE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  PA-TARGET-KEY DELIMITED BY SPACE
                  INTO AAC-ITEM
           END-STRING.
           IF PA-STATUS = "A"
               MOVE "APPROVE" TO AAC-DECISION
           ELSE
               MOVE "REJECT" TO AAC-DECISION
           END-IF.
           MOVE "LOG " TO AAC-FUNCTION.
           CALL "apprauth" USING APPROVAL-AUTH-CHECK.
           IF AAC-RESULT NOT = "Y"
               DISPLAY "WARNING: " AAC-DETAIL
           END-IF.
           MOVE "CHK " TO AAC-FUNCTION.
           MOVE "D" TO AAC-RESULT.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "APPROVAL"       TO CL-KEY-TYPE.
           MOVE PA-TARGET-KEY    TO CL-KEY-VALUE.
           MOVE "DELEGATD"       TO CL-ACTION.
           MOVE PA-ACTION-TYPE   TO CL-FIELD-NAME.
           STRING "FOR " DELIMITED BY SIZE
                  AAC-APPROVER-ID DELIMITED BY SIZE
                  INTO CL-OLD-VALUE
           END-STRING.
           STRING "DELEGATE " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO CL-NEW-VALUE
           END-STRING.
           PERFORM 0650-STAMP-AND-WRITE-LOG.

       0500-POST-ONE-ITEM.
           MOVE "N" TO WS-POST-OK.
           EVALUATE PA-ACTION-TYPE
                   PERFORM 0520-POST-VOID
               WHEN "OVERRIDE"
                   PERFORM 0530-POST-OVERRIDE
               WHEN "EXPENSE"
                   PERFORM 0540-POST-EXPENSE
               WHEN "PERREOPN"
                   PERFORM 0550-POST-REOPEN
               WHEN OTHER
                   DISPLAY "UNKNOWN ACTION TYPE " PA-ACTION-TYPE
                           " - LEFT PENDING."
           PERFORM 0650-STAMP-AND-WRITE-LOG.
           MOVE "Y" TO WS-POST-OK.

      *    APPROVAL ONLY RELEASES THE CLAIM FOR PAYMENT; THE MONEY
      *    AND THE LEDGER ENTRIES MOVE IN expense_payment.
       0540-POST-EXPENSE.
           MOVE PA-TARGET-KEY (1:11) TO EC-KEY.
           READ EXPENSE-CLAIM-FILE
               KEY IS EC-KEY
               INVALID KEY
                   DISPLAY "CLAIM " PA-TARGET-KEY
                           " NO LONGER ON FILE - LEFT PENDING."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT EC-SUBMITTED
               DISPLAY "CLAIM " PA-TARGET-KEY " IS NO LONGER "
                       "AWAITING APPROVAL - LEFT PENDING."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO EC-STATUS.
           MOVE WS-BUSINESS-DATE TO EC-DECISION-DATE.
           MOVE WS-OPERATOR-ID TO EC-DECIDED-BY.
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "CLAIM REWRITE FAILED."
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "EXPENSE"        TO CL-KEY-TYPE.
           MOVE EC-KEY           TO CL-KEY-VALUE.
           MOVE "CHANGE"         TO CL-ACTION.
           MOVE "STATUS"         TO CL-FIELD-NAME.
           MOVE "S"              TO CL-OLD-VALUE.
           MOVE "A"              TO CL-NEW-VALUE.
           PERFORM 0650-STAMP-AND-WRITE-LOG.
           MOVE "Y" TO WS-POST-OK.

       0545-REJECT-EXPENSE.
           MOVE PA-TARGET-KEY (1:11) TO EC-KEY.
           READ EXPENSE-CLAIM-FILE
               KEY IS EC-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT EC-SUBMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO EC-STATUS.
           MOVE WS-BUSINESS-DATE TO EC-DECISION-DATE.
           MOVE WS-OPERATOR-ID TO EC-DECIDED-BY.
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "CLAIM REWRITE FAILED."
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "EXPENSE"        TO CL-KEY-TYPE.
           MOVE EC-KEY           TO CL-KEY-VALUE.
           MOVE "CHANGE"         TO CL-ACTION.
           MOVE "STATUS"         TO CL-FIELD-NAME.
           MOVE "S"              TO CL-OLD-VALUE.
           MOVE "R"              TO CL-NEW-VALUE.
           PERFORM 0650-STAMP-AND-WRITE-LOG.

      *    A REOPEN IS ADMIN BUSINESS ON BOTH SIDES: THE MAKER HAD
      *    TO BE ADMIN TO RAISE IT IN period_maint, AND ONLY AN
      *    ADMIN GETS THIS FAR IN THE REVIEW.
       0550-POST-REOPEN.
           MOVE PA-TARGET-KEY (1:9) TO AP-KEY.
           READ ACCT-PERIODS
               KEY IS AP-KEY
               INVALID KEY
                   DISPLAY "PERIOD " PA-TARGET-KEY
                           " NOT ON ACCT-PERIODS - LEFT PENDING."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT AP-CLOSED
               DISPLAY "PERIOD " PA-TARGET-KEY " IS NO LONGER "
                       "CLOSED - LEFT PENDING."
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO AP-STATUS.
           MOVE WS-BUSINESS-DATE TO AP-REOPEN-DATE.
           MOVE PA-MAKER-ID TO AP-REOPEN-MAKER.
           MOVE WS-OPERATOR-ID TO AP-REOPEN-CHECKER.
           REWRITE ACCOUNTING-PERIOD-RECORD
               INVALID KEY
                   DISPLAY "PERIOD REWRITE FAILED."
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "PERIOD"         TO CL-KEY-TYPE.
           MOVE AP-KEY           TO CL-KEY-VALUE.
           MOVE "REOPEN"         TO CL-ACTION.
           MOVE "STATUS"         TO CL-FIELD-NAME.
           MOVE "CLOSED"         TO CL-OLD-VALUE.
           MOVE "OPEN"           TO CL-NEW-VALUE.
           PERFORM 0650-STAMP-AND-WRITE-LOG.
           MOVE "Y" TO WS-POST-OK.

      *    THE SECOND ENTRY IS THE TWO-PERSON PROOF THE AUDITORS
      *    ASKED FOR: WHO RAISED IT AND WHO POSTED IT, SIDE BY SIDE.
       0600-LOG-APPROVAL.
