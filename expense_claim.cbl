      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. expense_claim.
      *****************************************************************
      *    EMPLOYEE EXPENSE CLAIM ENTRY. TRAVEL AND OUT-OF-POCKET
      *    EXPENSES ARE KEYED HERE AS A CLAIM OF UP TO TEN LINES
      *    (DATE, CATEGORY, AMOUNT, RECEIPT HELD) ON THE
      *    EXPENSE-CLAIM FILE (expclaim.cpy). EACH LINE IS CHECKED
      *    AS IT IS KEYED AND REFUSED WHEN:
      *      - THE DATE IS NOT VALID, IS IN THE FUTURE, OR IS MORE
      *        THAN EXP-MAX-AGE-DAYS OLD (90 WHEN NOT SET);
      *      - THE CATEGORY IS NOT ON expcat.cpy;
      *      - THE CATEGORY'S DAILY LIMIT WOULD BE PASSED FOR THAT
      *        DATE ON THE CLAIM;
      *      - NO RECEIPT IS HELD FOR AN AMOUNT OVER
      *        EXP-RECEIPT-OVER (25.00 WHEN NOT SET).
      *    A CONFIRMED CLAIM IS SUBMITTED: IT GOES ON THE
      *    PENDING-APPROVALS QUEUE UNDER THE SIGNED-ON OPERATOR AS
      *    MAKER, AND A SECOND OPERATOR APPROVES OR REJECTS IT IN
      *    approval_queue. AN APPROVED CLAIM IS PAID BY THE NEXT
      *    expense_payment RUN. A CLAIM NOT YET DECIDED CAN BE
      *    WITHDRAWN, WHICH CLOSES ITS QUEUE ITEM. EVERY CHANGE IS
      *    LOGGED TO THE SHARED CHANGE-LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-CREDS-FILE ASSIGN TO "OPERATOR-CREDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-OPERATOR-ID
               FILE STATUS IS WS-CREDS-STATUS.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPENSE-CLAIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-EC-STATUS.
           SELECT PENDING-APPROVALS ASSIGN TO "PENDING-APPROVALS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-REQUEST-KEY
               FILE STATUS IS WS-PA-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-CREDS-FILE.
           COPY "opercred.cpy".

       FD  EXPENSE-CLAIM-FILE.
           COPY "expclaim.cpy".

       FD  PENDING-APPROVALS.
           COPY "pendappr.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CREDS-STATUS     PIC XX.
       01 WS-EC-STATUS        PIC XX.
       01 WS-PA-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-LINES-DONE       PIC 9(1) VALUE 0.
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-PIN              PIC X(4).
       01 WS-SIGNED-ON        PIC X VALUE "N".
       01 WS-CONFIRM          PIC X.
       01 WS-EMP-OK           PIC X.
       01 WS-EMP-INPUT        PIC 9(7).
       01 WS-CLAIM-INPUT      PIC 9(4).
       01 WS-NEXT-CLAIM       PIC 9(4).
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-MAX-AGE-DAYS     PIC 9(3) VALUE 90.
       01 WS-RECEIPT-OVER     PIC 9(5)V99 VALUE 25.00.
       01 WS-CAT-IDX          PIC 9(2).
       01 WS-CAT-FOUND        PIC X.
       01 WS-LINE-IDX         PIC 9(2).
       01 WS-LINE-MAX         PIC 9(2) VALUE 10.
       01 WS-LN-DATE          PIC 9(8).
       01 WS-LN-CATEGORY      PIC X(4).
       01 WS-LN-AMOUNT        PIC 9(5)V99.
       01 WS-LN-RECEIPT       PIC X.
       01 WS-DAY-TOTAL        PIC 9(6)V99.
       01 WS-AMOUNT-DISP      PIC Z(6)9.99.
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-CL-ACTION        PIC X(8).

           COPY "expcat.cpy".
      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 0050-SIGN-ON.
           IF WS-SIGNED-ON <> "Y"
               DISPLAY "SIGN-ON FAILED. ENDING."
               GOBACK
           END-IF.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-LOAD-LIMITS.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE EXPENSE-CLAIM-FILE.
           CLOSE PENDING-APPROVALS.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

      *    THE OPERATOR'S ID IS THE MAKER ON THE QUEUED CLAIM, WHICH
      *    approval_queue WILL NOT LET THE SAME OPERATOR APPROVE, SO
      *    IT IS PROVED BY PIN RATHER THAN JUST KEYED.
       0050-SIGN-ON.
           OPEN INPUT OPERATOR-CREDS-FILE.
           IF WS-CREDS-STATUS <> "00"
               DISPLAY "OPERATOR-CREDS NOT AVAILABLE."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN WITH NO-ECHO.
           MOVE WS-OPERATOR-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRED-STATUS = "A" AND CRED-PIN = WS-PIN
                       MOVE "Y" TO WS-SIGNED-ON
                   END-IF
           END-READ.
           CLOSE OPERATOR-CREDS-FILE.

       0100-OPEN-FILES.
           OPEN I-O EXPENSE-CLAIM-FILE.
           IF WS-EC-STATUS = "35"
              OPEN OUTPUT EXPENSE-CLAIM-FILE
              CLOSE EXPENSE-CLAIM-FILE
              OPEN I-O EXPENSE-CLAIM-FILE
           END-IF.
           OPEN I-O PENDING-APPROVALS.
           IF WS-PA-STATUS = "35"
              OPEN OUTPUT PENDING-APPROVALS
              CLOSE PENDING-APPROVALS
              OPEN I-O PENDING-APPROVALS
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

      *    EXP-LIMIT-<CODE> REPLACES A CATEGORY'S BUILT-IN DAILY
      *    LIMIT; THE AGE AND RECEIPT RULES ARE PARAMETERS TOO.
       0150-LOAD-LIMITS.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE WS-TODAY TO WS-PARM-ASOF.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > EXP-CAT-COUNT
               MOVE SPACES TO WS-PARM-NAME
               STRING "EXP-LIMIT-" DELIMITED BY SIZE
                      EXP-CAT-CODE (WS-CAT-IDX) DELIMITED BY SPACE
                      INTO WS-PARM-NAME
               END-STRING
               MOVE EXP-CAT-LIMIT (WS-CAT-IDX) TO WS-PARM-VALUE
               CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
                   WS-PARM-VALUE WS-PARM-FOUND
               IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
                  AND WS-PARM-VALUE < 100000
                   MOVE WS-PARM-VALUE TO EXP-CAT-LIMIT (WS-CAT-IDX)
               END-IF
           END-PERFORM.
           MOVE "EXP-MAX-AGE-DAYS" TO WS-PARM-NAME.
           MOVE WS-MAX-AGE-DAYS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
              AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-MAX-AGE-DAYS
           END-IF.
           MOVE "EXP-RECEIPT-OVER" TO WS-PARM-NAME.
           MOVE WS-RECEIPT-OVER TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE >= 0
              AND WS-PARM-VALUE < 100000
               MOVE WS-PARM-VALUE TO WS-RECEIPT-OVER
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "EXPENSE CLAIMS".
           DISPLAY "1. ENTER AND SUBMIT A CLAIM".
           DISPLAY "2. WITHDRAW A CLAIM".
           DISPLAY "3. LIST EMPLOYEE CLAIMS".
           DISPLAY "4. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ENTER-CLAIM
               WHEN 2
                   PERFORM 0400-WITHDRAW-CLAIM
               WHEN 3
                   PERFORM 0500-LIST-CLAIMS
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-ENTER-CLAIM.
           PERFORM 0800-ACCEPT-EMPLOYEE.
           IF WS-EMP-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           PERFORM 0310-NEXT-CLAIM-NO.
           INITIALIZE EXPENSE-CLAIM-RECORD.
           MOVE WS-EMP-INPUT TO EC-EMPLOYEE-ID.
           MOVE WS-NEXT-CLAIM TO EC-CLAIM-NO.
           DISPLAY "CLAIM " EC-CLAIM-NO ". CATEGORIES:".
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > EXP-CAT-COUNT
               MOVE EXP-CAT-LIMIT (WS-CAT-IDX) TO WS-AMOUNT-DISP
               DISPLAY "  " EXP-CAT-CODE (WS-CAT-IDX) " "
                       EXP-CAT-NAME (WS-CAT-IDX) " DAILY LIMIT "
                       WS-AMOUNT-DISP
           END-PERFORM.
           MOVE 0 TO WS-LINES-DONE.
           PERFORM 0320-ENTER-ONE-LINE UNTIL WS-LINES-DONE = 1.
           IF EC-LINE-COUNT = 0
               DISPLAY "NO LINES KEYED. NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           MOVE EC-CLAIM-TOTAL TO WS-AMOUNT-DISP.
           DISPLAY "CLAIM " EC-CLAIM-NO " " EC-LINE-COUNT
                   " LINES TOTAL " WS-AMOUNT-DISP
                   " - SUBMIT (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "CLAIM ABANDONED. NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0350-QUEUE-FOR-APPROVAL.
           IF WS-PA-STATUS <> "00"
               DISPLAY "CLAIM NOT QUEUED. NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           MOVE PA-REQUEST-KEY TO EC-APPROVAL-KEY.
           MOVE "S" TO EC-STATUS.
           MOVE WS-TODAY TO EC-ENTERED-DATE.
           MOVE WS-OPERATOR-ID TO EC-ENTERED-BY.
           WRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-EC-STATUS
               NOT INVALID KEY
                   DISPLAY "CLAIM SUBMITTED FOR APPROVAL."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE "S" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-CLAIM-CHANGE
           END-WRITE.

      *    CLAIM NUMBERS RUN ON FROM THE EMPLOYEE'S HIGHEST.
       0310-NEXT-CLAIM-NO.
           MOVE 0 TO WS-NEXT-CLAIM.
           MOVE WS-EMP-INPUT TO EC-EMPLOYEE-ID.
           MOVE 0 TO EC-CLAIM-NO.
           MOVE 0 TO WS-LIST-DONE.
           START EXPENSE-CLAIM-FILE KEY IS >= EC-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF EC-EMPLOYEE-ID NOT = WS-EMP-INPUT
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           MOVE EC-CLAIM-NO TO WS-NEXT-CLAIM
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CLAIM.

      *    A LINE THAT FAILS A RULE IS NOT TAKEN; THE CLERK KEYS THE
      *    NEXT ONE OR ENDS THE CLAIM.
       0320-ENTER-ONE-LINE.
           IF EC-LINE-COUNT >= WS-LINE-MAX
               DISPLAY "CLAIM HAS " WS-LINE-MAX " LINES - ENTER THE "
                       "REST AS ANOTHER CLAIM."
               MOVE 1 TO WS-LINES-DONE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LINE-IDX = EC-LINE-COUNT + 1.
           DISPLAY "LINE " WS-LINE-IDX
                   " EXPENSE DATE YYYYMMDD (0 = END OF CLAIM): ".
           ACCEPT WS-LN-DATE.
           IF WS-LN-DATE = 0
               MOVE 1 TO WS-LINES-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-LN-DATE
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y" OR WS-LN-DATE > WS-TODAY
               DISPLAY "DATE NOT VALID OR IN THE FUTURE - LINE NOT "
                       "TAKEN."
               EXIT PARAGRAPH
           END-IF.
           MOVE "DAYS" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-LN-DATE
               WS-TODAY WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-DAYS > WS-MAX-AGE-DAYS
               DISPLAY "EXPENSE IS OVER " WS-MAX-AGE-DAYS
                       " DAYS OLD - LINE NOT TAKEN."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CATEGORY: ".
           ACCEPT WS-LN-CATEGORY.
           MOVE "N" TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > EXP-CAT-COUNT
               IF EXP-CAT-CODE (WS-CAT-IDX) = WS-LN-CATEGORY
                   MOVE "Y" TO WS-CAT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND = "N"
               DISPLAY "CATEGORY " WS-LN-CATEGORY
                       " NOT KNOWN - LINE NOT TAKEN."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AMOUNT: ".
           ACCEPT WS-LN-AMOUNT.
           IF WS-LN-AMOUNT = 0
               DISPLAY "NO AMOUNT - LINE NOT TAKEN."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LN-AMOUNT TO WS-DAY-TOTAL.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > EC-LINE-COUNT
               IF EC-LINE-DATE (WS-LINE-IDX) = WS-LN-DATE
                  AND EC-LINE-CATEGORY (WS-LINE-IDX) = WS-LN-CATEGORY
                   ADD EC-LINE-AMOUNT (WS-LINE-IDX) TO WS-DAY-TOTAL
               END-IF
           END-PERFORM.
           IF WS-DAY-TOTAL > EXP-CAT-LIMIT (WS-CAT-IDX)
               MOVE EXP-CAT-LIMIT (WS-CAT-IDX) TO WS-AMOUNT-DISP
               DISPLAY EXP-CAT-NAME (WS-CAT-IDX) " ON " WS-LN-DATE
                       " WOULD PASS THE DAILY LIMIT OF "
                       WS-AMOUNT-DISP " - LINE NOT TAKEN."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RECEIPT HELD (Y/N): ".
           ACCEPT WS-LN-RECEIPT.
           IF WS-LN-RECEIPT NOT = "Y"
               MOVE "N" TO WS-LN-RECEIPT
               IF WS-LN-AMOUNT > WS-RECEIPT-OVER
                   MOVE WS-RECEIPT-OVER TO WS-AMOUNT-DISP
                   DISPLAY "A RECEIPT IS NEEDED OVER " WS-AMOUNT-DISP
                           " - LINE NOT TAKEN."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO EC-LINE-COUNT.
           MOVE EC-LINE-COUNT TO WS-LINE-IDX.
           MOVE WS-LN-DATE TO EC-LINE-DATE (WS-LINE-IDX).
           MOVE WS-LN-CATEGORY TO EC-LINE-CATEGORY (WS-LINE-IDX).
           MOVE WS-LN-AMOUNT TO EC-LINE-AMOUNT (WS-LINE-IDX).
           MOVE WS-LN-RECEIPT TO EC-LINE-RECEIPT (WS-LINE-IDX).
           ADD WS-LN-AMOUNT TO EC-CLAIM-TOTAL.
           DISPLAY "LINE TAKEN.".

       0350-QUEUE-FOR-APPROVAL.
           MOVE SPACES TO PENDING-APPROVAL-RECORD.
           CALL "getdate" USING PA-REQUEST-DATE PA-REQUEST-TIME.
           MOVE 0 TO PA-REQUEST-SEQ.
           MOVE "EXPENSE" TO PA-ACTION-TYPE.
           MOVE EC-KEY TO PA-TARGET-KEY.
           STRING EC-LINE-COUNT DELIMITED BY SIZE
                  " LINES" DELIMITED BY SIZE
                  INTO PA-OLD-VALUE
           END-STRING.
           MOVE EC-CLAIM-TOTAL TO WS-AMOUNT-DISP.
           MOVE WS-AMOUNT-DISP TO PA-NEW-VALUE.
           MOVE WS-OPERATOR-ID TO PA-MAKER-ID.
           MOVE "P" TO PA-STATUS.
           MOVE SPACES TO PA-CHECKER-ID.
           MOVE 0 TO PA-DECISION-DATE.
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   ADD 1 TO PA-REQUEST-SEQ
                   WRITE PENDING-APPROVAL-RECORD
                       INVALID KEY
                           DISPLAY "PENDING-APPROVALS WRITE FAILED,"
                                   " STATUS=" WS-PA-STATUS
                   END-WRITE
           END-WRITE.

      *    WITHDRAWING ALSO CLOSES THE QUEUE ITEM AS REJECTED SO IT
      *    DOES NOT SIT ON THE CHECKER'S LIST OR THE AGING LIST.
       0400-WITHDRAW-CLAIM.
           PERFORM 0800-ACCEPT-EMPLOYEE.
           IF WS-EMP-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           DISPLAY "CLAIM NUMBER: ".
           ACCEPT WS-CLAIM-INPUT.
           MOVE WS-EMP-INPUT TO EC-EMPLOYEE-ID.
           MOVE WS-CLAIM-INPUT TO EC-CLAIM-NO.
           READ EXPENSE-CLAIM-FILE
               KEY IS EC-KEY
               INVALID KEY
                   DISPLAY "NO SUCH CLAIM."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT EC-SUBMITTED
               DISPLAY "CLAIM IS ALREADY " EC-STATUS
                       " - NOTHING TO WITHDRAW."
               EXIT PARAGRAPH
           END-IF.
           MOVE EC-CLAIM-TOTAL TO WS-AMOUNT-DISP.
           DISPLAY "WITHDRAW CLAIM " EC-CLAIM-NO " TOTAL "
                   WS-AMOUNT-DISP " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING WITHDRAWN."
               EXIT PARAGRAPH
           END-IF.
           MOVE "W" TO EC-STATUS.
           MOVE WS-TODAY TO EC-DECISION-DATE.
           MOVE WS-OPERATOR-ID TO EC-DECIDED-BY.
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "WITHDRAW FAILED, STATUS=" WS-EC-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           DISPLAY "CLAIM WITHDRAWN.".
           MOVE "CHANGE" TO WS-CL-ACTION.
           MOVE "STATUS" TO WS-CL-FIELD-NAME.
           MOVE "S" TO WS-CL-OLD-DISP.
           MOVE "W" TO WS-CL-NEW-DISP.
           PERFORM 0900-LOG-CLAIM-CHANGE.
           MOVE EC-APPROVAL-KEY TO PA-REQUEST-KEY.
           READ PENDING-APPROVALS
               KEY IS PA-REQUEST-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PA-STATUS = "P"
               MOVE "R" TO PA-STATUS
               MOVE WS-OPERATOR-ID TO PA-CHECKER-ID
               MOVE WS-TODAY TO PA-DECISION-DATE
               REWRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY "PENDING-APPROVALS REWRITE FAILED."
               END-REWRITE
           END-IF.

       0500-LIST-CLAIMS.
           PERFORM 0800-ACCEPT-EMPLOYEE.
           IF WS-EMP-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMP-INPUT TO EC-EMPLOYEE-ID.
           MOVE 0 TO EC-CLAIM-NO.
           MOVE 0 TO WS-LIST-DONE.
           START EXPENSE-CLAIM-FILE KEY IS >= EC-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ EXPENSE-CLAIM-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF EC-EMPLOYEE-ID NOT = WS-EMP-INPUT
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           MOVE EC-CLAIM-TOTAL TO WS-AMOUNT-DISP
                           DISPLAY "CLAIM " EC-CLAIM-NO " ENTERED "
                                   EC-ENTERED-DATE " "
                                   EC-LINE-COUNT " LINES "
                                   WS-AMOUNT-DISP " STATUS "
                                   EC-STATUS " " EC-DECIDED-BY
                                   " PAID " EC-PAID-DATE
                       END-IF
               END-READ
           END-PERFORM.

       0800-ACCEPT-EMPLOYEE.
           MOVE "N" TO WS-EMP-OK.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT WS-EMP-INPUT.
           MOVE WS-EMP-INPUT TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-EMP-INPUT " NOT ON FILE."
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-OK
                   DISPLAY "EMPLOYEE: " FIRST-NAME " " LAST-NAME
                           " DEPT " DEPARTMENT-CODE
           END-READ.

       0900-LOG-CLAIM-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "EXPENSE"        TO CL-KEY-TYPE.
           MOVE EC-KEY           TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
