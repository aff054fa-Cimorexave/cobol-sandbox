      *        RETURN PROMOTES THE ACCOUNT TO "A";
      *      - RETURNED ("R") OR MISSING ACCOUNTS STAY ON PAPER
      *        CHECK AND SHOW ON THE EXTRACT REPORT.
      *    EVERY NET RECORD SENT TO PAPER CHECK IS ALSO COPIED TO
      *    CHECKS-DUE, WHICH payroll_checks PRINTS THE CHECKS FROM -
      *    THE BANK STATUS IS REWRITTEN HERE, SO THE CHECK RUN TAKES
      *    THIS RUN'S DECISION RATHER THAN WORKING IT OUT AGAIN.
      *    PAYMENTS payroll_void HAS QUEUED FOR REISSUE ON PAY-REISSUE
      *    ARE PAID AFTER THE PERIOD'S OWN: A "D" REISSUE GOES
      *    THROUGH THE SAME BANK-ACCOUNT RULES AS ANY NET PAY, A "C"
      *    REISSUE GOES STRAIGHT TO CHECK. THE QUEUE IS THEN EMPTIED.
      *    THE PAY-DETAIL PERIOD IS GUARDED THROUGH periodctl: A RUN
      *    FOR A PERIOD-END WHOSE PAYMENTS HAVE ALREADY BEEN CUT IS
      *    REFUSED WITH RC 8 BEFORE BANK-PAYMENTS IS OPENED, SO THE
      *    BANK NEVER RECEIVES A PERIOD TWICE; A RUN THAT COMPLETES
      *    RECORDS ITS PERIOD AS PAID. AS A LAST GUARD THE FILE IS
      *    FINGERPRINTED ON THE INTERFACE REGISTRY (intfreg) AS IT IS
      *    CUT; ONE IDENTICAL TO A FILE ALREADY SENT IS EMPTIED
      *    AGAIN SO NOTHING GOES TO THE BANK, AND THE RUN ENDS RC 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EXTRACT-RPT-FILE ASSIGN TO "PAYMENT-EXTRACT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PAY-REISSUE-FILE ASSIGN TO "PAY-REISSUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-STATUS.
           SELECT CHECK-DUE-FILE ASSIGN TO "CHECKS-DUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-RPT-FILE.
       01  EXTRACT-RPT-RECORD   PIC X(80).

       FD  PAY-REISSUE-FILE.
           COPY "reissue.cpy".

       FD  CHECK-DUE-FILE.
       01  CHECK-DUE-RECORD     PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-PD-STATUS        PIC XX.
       01 WS-EB-STATUS        PIC XX.
       01 WS-PM-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-CD-STATUS        PIC XX.
       01 WS-RI-STATUS        PIC XX.
       01 WS-RI-EOF           PIC 9(1) VALUE 0.
       01 WS-REISSUE-COUNT    PIC 9(5) VALUE 0.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-PRENOTE-DAYS     PIC 9(2) VALUE 7.
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-POST-PERIOD      PIC 9(8) VALUE 0.
       01 WS-PERIOD-FUNCTION  PIC X(4).
       01 WS-PERIOD-STEP      PIC X(15) VALUE "PAYEXTR".
       01 WS-PERIOD-RESULT    PIC X(1).
       01 WS-PERIOD-DETAIL    PIC X(40).
           COPY "intfchk.cpy".

       01 WS-RPT-LINE.
           05 RL-EMP-ID       PIC 9(7).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-PERIOD-PAID.
           OPEN I-O EMPLOYEE-BANK.
           IF WS-EB-STATUS = "35"
               OPEN OUTPUT EMPLOYEE-BANK
               STOP RUN
           END-IF.
           OPEN OUTPUT PAYMENT-FILE.
           MOVE "BANK-PAYMENTS" TO IFC-INTERFACE.
           MOVE "O" TO IFC-DIRECTION.
           MOVE "payment_extract" TO IFC-PROGRAM.
           MOVE "INIT" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           OPEN OUTPUT EXTRACT-RPT-FILE.
           OPEN OUTPUT CHECK-DUE-FILE.
           IF WS-CD-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN CHECKS-DUE, STATUS="
                       WS-CD-STATUS
               CLOSE PAY-DETAIL-FILE
               CLOSE EMPLOYEE-BANK
               CLOSE PAYMENT-FILE
               CLOSE EXTRACT-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM EXTRACT-ONE-DETAIL UNTIL WS-EOF = 1.
           PERFORM PAY-REISSUES.
           MOVE WS-DEPOSIT-COUNT TO RT-DEP-CT.
           MOVE WS-DEPOSIT-TOTAL TO RT-DEP-AMT.
           WRITE EXTRACT-RPT-RECORD FROM WS-RPT-TOTALS-1.
           CLOSE PAY-DETAIL-FILE.
           CLOSE EMPLOYEE-BANK.
           CLOSE PAYMENT-FILE.
           PERFORM RELEASE-PAYMENT-FILE.
           CLOSE EXTRACT-RPT-FILE.
           CLOSE CHECK-DUE-FILE.
           DISPLAY "DEPOSITS CUT:      " WS-DEPOSIT-COUNT.
           DISPLAY "PRENOTES SENT:     " WS-PRENOTE-COUNT.
           DISPLAY "PAPER CHECKS:      " WS-CHECK-COUNT.
           DISPLAY "REISSUES PAID:     " WS-REISSUE-COUNT.
           PERFORM RECORD-PERIOD-PAID.
           STOP RUN.

      *    THE PERIOD IS THE PERIOD-END ON THE FIRST PAY-DETAIL
      *    RECORD; THE FILE IS REOPENED SO THE EXTRACT STARTS AT THE
      *    TOP. AN EMPTY PAY-DETAIL HAS NO PERIOD TO GUARD - SUCH A
      *    RUN ONLY PAYS THE REISSUE QUEUE.
       CHECK-PERIOD-PAID.
           READ PAY-DETAIL-FILE
               AT END
                   MOVE 0 TO WS-POST-PERIOD
               NOT AT END
                   MOVE PD-PERIOD-END TO WS-POST-PERIOD
           END-READ.
           CLOSE PAY-DETAIL-FILE.
           OPEN INPUT PAY-DETAIL-FILE.
           IF WS-POST-PERIOD = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "CHK " TO WS-PERIOD-FUNCTION.
           CALL "periodctl" USING WS-PERIOD-FUNCTION WS-PERIOD-STEP
               WS-POST-PERIOD WS-PERIOD-RESULT WS-PERIOD-DETAIL.
           IF WS-PERIOD-RESULT = "N"
               DISPLAY "ERROR: PERIOD " WS-POST-PERIOD
                       " ALREADY SENT TO BANK-PAYMENTS - "
                       WS-PERIOD-DETAIL
               DISPLAY "PAYMENT EXTRACT REFUSED - NOTHING CUT"
               CLOSE PAY-DETAIL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-PERIOD-PAID.
           IF WS-POST-PERIOD = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "DONE" TO WS-PERIOD-FUNCTION.
           CALL "periodctl" USING WS-PERIOD-FUNCTION WS-PERIOD-STEP
               WS-POST-PERIOD WS-PERIOD-RESULT WS-PERIOD-DETAIL.
           IF WS-PERIOD-RESULT = "N"
               DISPLAY "WARNING: PERIOD " WS-POST-PERIOD
                       " NOT RECORDED ON PERIOD-CONTROL"
               MOVE 4 TO RETURN-CODE
           END-IF.

       EXTRACT-ONE-DETAIL.
           READ PAY-DETAIL-FILE
               AT END
                   END-IF
           END-READ.

      *    A QUEUED REISSUE IS PAID AS A NET RECORD CODED "RISS",
      *    WHICH TELLS payroll_checks THERE IS NO STUB DETAIL FOR IT
      *    ON THIS RUN'S PAY-DETAIL.
       PAY-REISSUES.
           OPEN INPUT PAY-REISSUE-FILE.
           IF WS-RI-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RI-EOF = 1
               READ PAY-REISSUE-FILE
                   AT END
                       MOVE 1 TO WS-RI-EOF
                   NOT AT END
                       PERFORM PAY-ONE-REISSUE
               END-READ
           END-PERFORM.
           CLOSE PAY-REISSUE-FILE.
           OPEN OUTPUT PAY-REISSUE-FILE.
           CLOSE PAY-REISSUE-FILE.

       PAY-ONE-REISSUE.
           ADD 1 TO WS-REISSUE-COUNT.
           MOVE RI-EMPLOYEE-ID TO PD-EMPLOYEE-ID.
           MOVE RI-PERIOD-END TO PD-PERIOD-END.
           MOVE "NET" TO PD-RECORD-TYPE.
           MOVE "RISS" TO PD-CODE.
           MOVE RI-AMOUNT TO PD-AMOUNT.
           IF RI-METHOD = "C"
               MOVE "REISSUE BY CHECK" TO RL-REASON
               PERFORM REPORT-PAPER-CHECK
           ELSE
               PERFORM PAY-ONE-EMPLOYEE
           END-IF.

       PAY-ONE-EMPLOYEE.
           MOVE "N" TO WS-BANK-FOUND.
           MOVE PD-EMPLOYEE-ID TO EB-EMPLOYEE-ID.
           MOVE EB-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE.
           MOVE PD-AMOUNT TO PM-AMOUNT.
           MOVE WS-BUSINESS-DATE TO PM-VALUE-DATE.
           PERFORM ADD-TO-FINGERPRINT.
           WRITE PAYMENT-RECORD.
           ADD 1 TO WS-DEPOSIT-COUNT.
           ADD PD-AMOUNT TO WS-DEPOSIT-TOTAL.
           MOVE EB-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE.
           MOVE 0 TO PM-AMOUNT.
           MOVE WS-BUSINESS-DATE TO PM-VALUE-DATE.
           PERFORM ADD-TO-FINGERPRINT.
           WRITE PAYMENT-RECORD.
           ADD 1 TO WS-PRENOTE-COUNT.
           MOVE WS-BUSINESS-DATE TO EB-PRENOTE-DATE.
                           EB-EMPLOYEE-ID
           END-REWRITE.

       ADD-TO-FINGERPRINT.
           MOVE PAYMENT-RECORD TO IFC-RECORD.
           MOVE 54 TO IFC-RECORD-LENGTH.
           MOVE PM-AMOUNT TO IFC-AMOUNT.
           MOVE "ADD " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

      *    A BANK-PAYMENTS FILE IDENTICAL TO ONE ALREADY SENT IS NOT
      *    RELEASED: IT IS OPENED OUTPUT AGAIN AND LEFT EMPTY, SO THE
      *    TRANSFER HAS NOTHING TO SEND.
       RELEASE-PAYMENT-FILE.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           IF IFC-RESULT = "N"
               OPEN OUTPUT PAYMENT-FILE
               CLOSE PAYMENT-FILE
               DISPLAY "BANK-PAYMENTS IS THE " IFC-DETAIL
                       " - NOT RELEASED"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "DONE" TO IFC-FUNCTION
               CALL "intfreg" USING INTERFACE-CHECK
           END-IF.

       REPORT-PAPER-CHECK.
           ADD 1 TO WS-CHECK-COUNT.
           WRITE CHECK-DUE-RECORD FROM PAY-DETAIL-RECORD.
           MOVE PD-EMPLOYEE-ID TO RL-EMP-ID.
           MOVE "CHECK" TO RL-DISPOSITION.
           MOVE PD-AMOUNT TO RL-AMOUNT.
