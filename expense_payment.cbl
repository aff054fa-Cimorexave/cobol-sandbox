      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  expense_payment.
      *****************************************************************
      *    EXPENSE CLAIM REIMBURSEMENT RUN. EVERY CLAIM approval_queue
      *    HAS APPROVED ON EXPENSE-CLAIM (expclaim.cpy) IS PAID TO
      *    THE EMPLOYEE'S ACTIVE BANK ACCOUNT ON ITS OWN PAYMENT FILE,
      *    EXPENSE-PAYMENTS, IN THE SAME LAYOUT AS THE PAYROLL
      *    BANK-PAYMENTS FILE BUT RECORD TYPE "EXP". A REIMBURSEMENT
      *    IS NOT PAY: IT NEVER GOES THROUGH THE REGISTER, SO NO TAX
      *    OR DEDUCTION IS TAKEN FROM IT. A CLAIM WHOSE EMPLOYEE HAS
      *    NO ACTIVE ACCOUNT ("A" ON EMPLOYEE-BANK) IS HELD, SHOWN ON
      *    THE REPORT AND LEFT APPROVED FOR THE NEXT RUN. A PAID
      *    CLAIM IS MARKED "P" WITH THE PAYMENT DATE, SO A RERUN CANNOT
      *    PAY IT TWICE. EXPENSE-PAYMENTS IS CUT FRESH EACH RUN.
      *
      *    THE PAID LINES ARE CHARGED BY CATEGORY: ONE DEBIT PER
      *    CATEGORY TO ITS OWN ACCOUNT ON expcat.cpy AND ONE CREDIT
      *    TO THE BANK CLEARING ACCOUNT (EXPBANK), DATED THE BUSINESS
      *    DATE, ADDED TO EXPENSE-GL IN ACCOUNTING'S glintf.cpy
      *    FORMAT. gl_consolidate BATCHES THAT FEED AND EMPTIES IT.
      *    RETURN-CODE 8 WHEN EXPENSE-CLAIM CANNOT BE OPENED OR THE
      *    ENTRIES DO NOT PROVE, 4 WHEN A CLAIM WAS HELD.
      *    EACH POSTING CODE IS BOOKED TO THE LEDGER ACCOUNT AND
      *    COST CENTRE ITS POSTING RULE (SOURCE "EXP") NAMES,
      *    THROUGH glacct; A CODE WITH NO RULE GOES THROUGH AS THE
      *    ACCOUNT ITSELF.
      *    A LEG DATED INTO A MONTH FINANCE HAS CLOSED FOR THE
      *    LEDGER (closectl, acctper.cpy) IS POSTED ON THE FIRST DAY
      *    OF THE NEXT OPEN MONTH INSTEAD, AND THE RUN SAYS SO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-CLAIM-FILE ASSIGN TO "EXPENSE-CLAIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-EC-STATUS.
           SELECT EMPLOYEE-BANK ASSIGN TO "EMPLOYEE-BANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EB-EMPLOYEE-ID
               FILE STATUS IS WS-EB-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "EXPENSE-PAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "EXPENSE-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT EXPENSE-RPT-FILE ASSIGN TO "EXPENSE-PAY-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXPENSE-CLAIM-FILE.
           COPY "expclaim.cpy".

       FD  EMPLOYEE-BANK.
           COPY "empbank.cpy".

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           05 PM-RECORD-TYPE    PIC X(3).
           05 PM-EMPLOYEE-ID    PIC 9(7).
           05 PM-ROUTING-NUMBER PIC 9(9).
           05 PM-ACCOUNT-NUMBER PIC X(17).
           05 PM-ACCOUNT-TYPE   PIC X.
           05 PM-AMOUNT         PIC 9(7)V99.
           05 PM-VALUE-DATE     PIC 9(8).

       FD  GL-INTERFACE-FILE.
           COPY "glintf.cpy".

       FD  EXPENSE-RPT-FILE.
       01  EXPENSE-RPT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EC-STATUS        PIC XX.
       01 WS-EB-STATUS        PIC XX.
       01 WS-PM-STATUS        PIC XX.
       01 WS-GL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-BANK-OPEN        PIC X VALUE "Y".
       01 WS-BANK-FOUND       PIC X.
       01 WS-LINE-IDX         PIC 9(2).
       01 WS-CAT-IDX          PIC 9(2).
       01 WS-PAID-COUNT       PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT       PIC 9(5) VALUE 0.
       01 WS-PAID-TOTAL       PIC S9(9)V99 VALUE 0.
       01 WS-HELD-TOTAL       PIC S9(9)V99 VALUE 0.
       01 WS-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-ENTRY-COUNT      PIC 9(5) VALUE 0.
       01 WS-CAT-PAID-TABLE.
           05 WS-CAT-PAID OCCURS 6 TIMES PIC S9(9)V99.

           COPY "expcat.cpy".

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "EXPENSE CLAIM PAYMENTS FOR".
           05 RH-DATE         PIC 9(4)/99/99.

       01 WS-RPT-COLS.
           05 FILLER          PIC X(9)  VALUE "EMP ID".
           05 FILLER          PIC X(7)  VALUE "CLAIM".
           05 FILLER          PIC X(6)  VALUE "LINES".
           05 FILLER          PIC X(13) VALUE "       AMOUNT".
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(10) VALUE "PAID/HELD".
           05 FILLER          PIC X(30) VALUE "REASON".

       01 WS-RPT-CLAIM-LINE.
           05 RC-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RC-CLAIM-NO     PIC 9(4).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 RC-LINES        PIC Z9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 RC-AMOUNT       PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RC-DISPOSITION  PIC X(10).
           05 RC-REASON       PIC X(30).

       01 WS-GL-QUALIFIER     PIC X(4) VALUE SPACES.
       01 WS-GL-DEPT          PIC X(4) VALUE SPACES.
       01 WS-GL-CLOSED-DATE   PIC 9(8) VALUE 0.
           COPY "glacct.cpy".
           COPY "perclose.cpy".

       01 WS-RPT-LINE.
           05 RL-ACCOUNT      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-DR-CR        PIC X(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-AMOUNT       PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-DATE         PIC 9(4)/99/99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-DESC         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-COST-CENTER  PIC X(6).

       01 WS-RPT-TOTALS.
           05 FILLER          PIC X(6)  VALUE "PAID: ".
           05 RT-PAID-CT      PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 RT-PAID-AMT     PIC -(8)9.99.
           05 FILLER          PIC X(8)  VALUE "  HELD: ".
           05 RT-HELD-CT      PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 RT-HELD-AMT     PIC -(8)9.99.

       01 WS-PROOF-LINE.
           05 FILLER          PIC X(15) VALUE "PROOF: DEBITS ".
           05 PL-DEBITS       PIC -(9)9.99.
           05 FILLER          PIC X(10) VALUE "  CREDITS ".
           05 PL-CREDITS      PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-VERDICT      PIC X(12).
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           OPEN I-O EXPENSE-CLAIM-FILE.
           IF WS-EC-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN EXPENSE-CLAIM, STATUS="
                       WS-EC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-BANK.
           IF WS-EB-STATUS <> "00"
               DISPLAY "EMPLOYEE-BANK NOT AVAILABLE - EVERY APPROVED "
                       "CLAIM WILL BE HELD."
               MOVE "N" TO WS-BANK-OPEN
           END-IF.
           OPEN OUTPUT PAYMENT-FILE.
           OPEN EXTEND GL-INTERFACE-FILE.
           IF WS-GL-STATUS <> "00"
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.
           OPEN OUTPUT EXPENSE-RPT-FILE.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE EXPENSE-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE EXPENSE-RPT-RECORD FROM WS-RPT-COLS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > EXP-CAT-COUNT
               MOVE 0 TO WS-CAT-PAID (WS-CAT-IDX)
           END-PERFORM.
           PERFORM PAY-ONE-CLAIM UNTIL WS-EOF = 1.
           MOVE WS-PAID-COUNT TO RT-PAID-CT.
           MOVE WS-PAID-TOTAL TO RT-PAID-AMT.
           MOVE WS-HELD-COUNT TO RT-HELD-CT.
           MOVE WS-HELD-TOTAL TO RT-HELD-AMT.
           WRITE EXPENSE-RPT-RECORD FROM WS-RPT-TOTALS.
           MOVE SPACES TO EXPENSE-RPT-RECORD.
           WRITE EXPENSE-RPT-RECORD.
           PERFORM BUILD-CATEGORY-ENTRIES.
           PERFORM WRITE-PROOF-LINE.
           CLOSE EXPENSE-CLAIM-FILE.
           IF WS-BANK-OPEN = "Y"
               CLOSE EMPLOYEE-BANK
           END-IF.
           CLOSE PAYMENT-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE EXPENSE-RPT-FILE.
           DISPLAY "CLAIMS PAID:       " WS-PAID-COUNT.
           DISPLAY "CLAIMS HELD:       " WS-HELD-COUNT.
           STOP RUN.

       PAY-ONE-CLAIM.
           READ EXPENSE-CLAIM-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF EC-APPROVED
                       PERFORM SETTLE-ONE-CLAIM
                   END-IF
           END-READ.

       SETTLE-ONE-CLAIM.
           MOVE SPACES TO WS-RPT-CLAIM-LINE.
           MOVE EC-EMPLOYEE-ID TO RC-EMP-ID.
           MOVE EC-CLAIM-NO TO RC-CLAIM-NO.
           MOVE EC-LINE-COUNT TO RC-LINES.
           MOVE EC-CLAIM-TOTAL TO RC-AMOUNT.
           MOVE "N" TO WS-BANK-FOUND.
           IF WS-BANK-OPEN = "Y"
               MOVE EC-EMPLOYEE-ID TO EB-EMPLOYEE-ID
               READ EMPLOYEE-BANK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BANK-FOUND
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WS-BANK-FOUND = "N"
                   MOVE "NO BANK ACCOUNT ON FILE" TO RC-REASON
                   PERFORM HOLD-ONE-CLAIM
               WHEN EB-STATUS NOT = "A"
                   MOVE "BANK ACCOUNT NOT ACTIVE" TO RC-REASON
                   PERFORM HOLD-ONE-CLAIM
               WHEN OTHER
                   PERFORM WRITE-REIMBURSEMENT
           END-EVALUATE.

       HOLD-ONE-CLAIM.
           MOVE "HELD" TO RC-DISPOSITION.
           WRITE EXPENSE-RPT-RECORD FROM WS-RPT-CLAIM-LINE.
           ADD 1 TO WS-HELD-COUNT.
           ADD EC-CLAIM-TOTAL TO WS-HELD-TOTAL.

       WRITE-REIMBURSEMENT.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE "EXP" TO PM-RECORD-TYPE.
           MOVE EC-EMPLOYEE-ID TO PM-EMPLOYEE-ID.
           MOVE EB-ROUTING-NUMBER TO PM-ROUTING-NUMBER.
           MOVE EB-ACCOUNT-NUMBER TO PM-ACCOUNT-NUMBER.
           MOVE EB-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE.
           MOVE EC-CLAIM-TOTAL TO PM-AMOUNT.
           MOVE WS-BUSINESS-DATE TO PM-VALUE-DATE.
           WRITE PAYMENT-RECORD.
           MOVE "P" TO EC-STATUS.
           MOVE WS-BUSINESS-DATE TO EC-PAID-DATE.
           REWRITE EXPENSE-CLAIM-RECORD
               INVALID KEY
                   DISPLAY "EXPENSE-CLAIM REWRITE FAILED FOR "
                           EC-KEY
           END-REWRITE.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > EC-LINE-COUNT
               PERFORM POST-LINE-TO-CATEGORY
           END-PERFORM.
           MOVE "PAID" TO RC-DISPOSITION.
           WRITE EXPENSE-RPT-RECORD FROM WS-RPT-CLAIM-LINE.
           ADD 1 TO WS-PAID-COUNT.
           ADD EC-CLAIM-TOTAL TO WS-PAID-TOTAL.

      *    A CATEGORY NO LONGER ON THE TABLE IS CHARGED TO THE LAST
      *    ONE (OTHER) SO THE PAYMENT STILL PROVES AGAINST THE LEDGER.
       POST-LINE-TO-CATEGORY.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX >= EXP-CAT-COUNT
               IF EXP-CAT-CODE (WS-CAT-IDX)
                   = EC-LINE-CATEGORY (WS-LINE-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           ADD EC-LINE-AMOUNT (WS-LINE-IDX)
               TO WS-CAT-PAID (WS-CAT-IDX).

       BUILD-CATEGORY-ENTRIES.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > EXP-CAT-COUNT
               IF WS-CAT-PAID (WS-CAT-IDX) NOT = 0
                   MOVE EXP-CAT-ACCOUNT (WS-CAT-IDX) TO GL-ACCOUNT
                   MOVE "DR" TO GL-DR-CR
                   MOVE WS-CAT-PAID (WS-CAT-IDX) TO GL-AMOUNT
                   MOVE WS-BUSINESS-DATE TO GL-DATE
                   MOVE SPACES TO GL-DESC
                   STRING "EXPENSES " DELIMITED BY SIZE
                          EXP-CAT-NAME (WS-CAT-IDX)
                              DELIMITED BY SIZE
                          INTO GL-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM.
           IF WS-PAID-TOTAL NOT = 0
               MOVE "EXPBANK" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-PAID-TOTAL TO GL-AMOUNT
               MOVE WS-BUSINESS-DATE TO GL-DATE
               MOVE "EXPENSE CLAIMS PAID" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       WRITE-JOURNAL-ENTRY.
           PERFORM CHECK-GL-PERIOD.
           PERFORM RESOLVE-GL-ACCOUNT.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-ENTRY-COUNT.
           IF GL-DR-CR = "DR"
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE GL-ACCOUNT TO RL-ACCOUNT.
           MOVE GL-DR-CR   TO RL-DR-CR.
           MOVE GL-AMOUNT  TO RL-AMOUNT.
           MOVE GL-DATE    TO RL-DATE.
           MOVE GL-DESC    TO RL-DESC.
           MOVE GL-COST-CENTER TO RL-COST-CENTER.
           WRITE EXPENSE-RPT-RECORD FROM WS-RPT-LINE.

      *    A CLOSED LEDGER MONTH IS NEVER POSTED INTO AFTER IT HAS
      *    BEEN REPORTED; THE LEG MOVES TO THE NEXT OPEN MONTH.
       CHECK-GL-PERIOD.
           MOVE "GL " TO PCK-SUBSYSTEM.
           MOVE GL-DATE TO PCK-DATE.
           CALL "closectl" USING PERIOD-CLOSE-CHECK.
           IF PCK-RESULT = "N"
               IF PCK-DATE NOT = WS-GL-CLOSED-DATE
                   MOVE PCK-DATE TO WS-GL-CLOSED-DATE
                   DISPLAY "GL PERIOD CLOSED FOR " PCK-DATE
                           " - POSTED " PCK-OPEN-DATE " INSTEAD"
               END-IF
               MOVE PCK-OPEN-DATE TO GL-DATE
           END-IF.

      *    THE POSTING CODE IN GL-ACCOUNT BECOMES THE LEDGER ACCOUNT
      *    AND COST CENTRE ITS POSTING RULE BOOKS IT TO (glacct).
       RESOLVE-GL-ACCOUNT.
           MOVE "EXP" TO GLR-SOURCE.
           MOVE GL-ACCOUNT TO GLR-EVENT.
           MOVE WS-GL-QUALIFIER TO GLR-QUALIFIER.
           MOVE WS-GL-DEPT TO GLR-DEFAULT-CC.
           CALL "glacct" USING GL-ACCOUNT-RULE.
           MOVE GLR-ACCOUNT TO GL-ACCOUNT.
           MOVE GLR-COST-CENTER TO GL-COST-CENTER.
           MOVE SPACES TO WS-GL-QUALIFIER.
           MOVE SPACES TO WS-GL-DEPT.

       WRITE-PROOF-LINE.
           MOVE WS-DEBIT-TOTAL  TO PL-DEBITS.
           MOVE WS-CREDIT-TOTAL TO PL-CREDITS.
           EVALUATE TRUE
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE "OUT OF BAL" TO PL-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0
                   MOVE "IN BALANCE" TO PL-VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IN BALANCE" TO PL-VERDICT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE EXPENSE-RPT-RECORD FROM WS-PROOF-LINE.
           DISPLAY WS-PROOF-LINE.
