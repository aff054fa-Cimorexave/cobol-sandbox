      *
      *    ENTRIES: ONE SALARY EXPENSE DEBIT PER DEPARTMENT (PAYEXP)
      *             ONE LIABILITY CREDIT PER DEDUCTION CODE (PAYDEDL)
      *             EXCEPT STAFF LOAN REPAYMENTS ("LOAN"), WHICH
      *             CREDIT THE LOAN RECEIVABLE (PAYLOAN)
      *             ONE NET-PAY CLEARING CREDIT (PAYCLR)
      *             THE EMPLOYER RETIREMENT MATCH THE REGISTER PUT ON
      *             RETIRE-REMITTANCE FOR THE SAME PERIOD, AS AN
      *             EXPENSE DEBIT (PAYRMEX) AGAINST A PAYABLE TO THE
      *             PLAN (PAYRMPY)
      *    AN EMPLOYEE NO LONGER ON THE MASTER POSTS UNDER
      *    DEPARTMENT "????" SO THE FEED STILL BALANCES. A SHARED
      *    EMPLOYEE'S GROSS IS SPREAD OVER THEIR COST-ALLOC SPLIT
      *    (costsplit) BEFORE IT REACHES THE DEPARTMENT DEBITS, AND
      *    THE REPORT CARRIES A CONTROL LINE PROVING THE ALLOCATED
      *    GROSS EQUALS THE GROSS ON PAY-DETAIL. ERN RECORDS
      *    BREAK DOWN THE GRS AMOUNT AND ARE NOT POSTED SEPARATELY.
      *    THE REVERSING (AND REISSUE) ENTRIES payroll_void HAS
      *    STAGED ON PAYROLL-VOID-GL SINCE THE LAST RUN ARE CARRIED
      *    ONTO THE FEED AFTER THE RUN'S OWN ENTRIES, UNDER THEIR VOID
      *    DATES; EACH VOID IS BALANCED ON ITS OWN, SO THE PROOF
      *    STILL HOLDS. THE STAGING FILE IS EMPTIED ONLY WHEN THE
      *    FEED PROVES IN BALANCE.
      *    THE PERIOD IS GUARDED THROUGH periodctl: A RUN FOR A
      *    PERIOD-END ALREADY JOURNALIZED IS REFUSED WITH RC 8 BEFORE
      *    THE INTERFACE FILE IS REWRITTEN, AND A FEED THAT PROVES IN
      *    BALANCE RECORDS ITS PERIOD AS JOURNALIZED.
      *    EACH POSTING CODE IS BOOKED TO THE LEDGER ACCOUNT AND
      *    COST CENTRE ITS POSTING RULE (SOURCE "PAY") NAMES,
      *    THROUGH glacct; A CODE WITH NO RULE GOES THROUGH AS THE
      *    ACCOUNT ITSELF.
      *    A LEG DATED INTO A MONTH FINANCE HAS CLOSED FOR THE
      *    LEDGER (closectl, acctper.cpy) IS POSTED ON THE FIRST DAY
      *    OF THE NEXT OPEN MONTH INSTEAD, AND THE RUN SAYS SO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-INTERFACE-FILE ASSIGN TO "PAYROLL-GL-INTERFACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT VOID-GL-FILE ASSIGN TO "PAYROLL-VOID-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VG-STATUS.
           SELECT RETIRE-REMIT-FILE ASSIGN TO "RETIRE-REMITTANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
           SELECT POSTING-RPT-FILE ASSIGN TO "PAY-GL-POSTING-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  GL-INTERFACE-FILE.
           COPY "glintf.cpy".

       FD  VOID-GL-FILE.
       01  VOID-GL-RECORD       PIC X(55).

       FD  RETIRE-REMIT-FILE.
           COPY "retremit.cpy".

       FD  POSTING-RPT-FILE.
       01  POSTING-RPT-RECORD   PIC X(80).

       01 WS-EMP-STATUS       PIC XX.
       01 WS-GL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-VG-STATUS        PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-VG-EOF           PIC 9(1) VALUE 0.
       01 WS-RR-STATUS        PIC XX.
       01 WS-RR-EOF           PIC 9(1) VALUE 0.
       01 WS-MATCH-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-VOID-ENTRY-COUNT PIC 9(5) VALUE 0.
       01 WS-PERIOD-END       PIC 9(8) VALUE 0.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-CURRENT-DEPT     PIC X(4).
       01 WS-POST-DEPT        PIC X(4).
       01 WS-POST-AMOUNT      PIC S9(9)V99.
       01 WS-SPLIT-IDX        PIC 9(1).
       01 WS-UNALLOC-GROSS    PIC S9(11)V99 VALUE 0.
       01 WS-ALLOC-GROSS      PIC S9(11)V99 VALUE 0.
       01 WS-BAD-SPLIT-CT     PIC 9(5) VALUE 0.
           COPY "costsplt.cpy".
       01 WS-LAST-EMP-ID      PIC 9(7) VALUE 0.
       01 WS-DEPT-MAX         PIC 9(2) VALUE 50.
       01 WS-DEPT-COUNT       PIC 9(2) VALUE 0.
       01 WS-ENTRY-COUNT      PIC 9(5) VALUE 0.
       01 WS-DETAIL-COUNT     PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(3) VALUE 0.
       01 WS-PERIOD-FUNCTION  PIC X(4).
       01 WS-PERIOD-STEP      PIC X(15) VALUE "PAYGLEXT".
       01 WS-PERIOD-RESULT    PIC X(1).
       01 WS-PERIOD-DETAIL    PIC X(40).

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
           05 FILLER          PIC X VALUE SPACE.
           05 RH-DATE         PIC 9(4)/99/99.

       01 WS-GL-QUALIFIER     PIC X(4) VALUE SPACES.
       01 WS-GL-DEPT          PIC X(4) VALUE SPACES.
       01 WS-GL-CLOSED-DATE   PIC 9(8) VALUE 0.
           COPY "glacct.cpy".
           COPY "perclose.cpy".

       01 WS-RPT-LINE.
           05 RL-ACCOUNT      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-AMOUNT       PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-DESC         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-COST-CENTER  PIC X(6).

       01 WS-PROOF-LINE.
           05 FILLER          PIC X(15) VALUE "PROOF: DEBITS ".
           05 PL-CREDITS      PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-VERDICT      PIC X(12).

       01 WS-CONTROL-LINE.
           05 FILLER          PIC X(15) VALUE "ALLOC: GROSS   ".
           05 AC-UNALLOC      PIC -(9)9.99.
           05 FILLER          PIC X(10) VALUE "  SPREAD  ".
           05 AC-ALLOC        PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AC-VERDICT      PIC X(12).
      ******************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT PAY-DETAIL-FILE.
           END-IF.
           PERFORM TOTAL-PAY-DETAIL UNTIL WS-EOF = 1.
           CLOSE PAY-DETAIL-FILE.
           MOVE "CLOS" TO CS-FUNCTION.
           CALL "costsplit" USING COST-SPLIT-AREA.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM TOTAL-RETIREMENT-MATCH.
           IF WS-DETAIL-COUNT = 0
               DISPLAY "NO PAY-DETAIL RECORDS - NOTHING TO POST."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "CHK " TO WS-PERIOD-FUNCTION.
           CALL "periodctl" USING WS-PERIOD-FUNCTION WS-PERIOD-STEP
               WS-PERIOD-END WS-PERIOD-RESULT WS-PERIOD-DETAIL.
           IF WS-PERIOD-RESULT = "N"
               DISPLAY "ERROR: PERIOD " WS-PERIOD-END
                       " ALREADY JOURNALIZED - " WS-PERIOD-DETAIL
               DISPLAY "GL EXTRACT REFUSED - INTERFACE LEFT AS IT WAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT POSTING-RPT-FILE.
           MOVE WS-PERIOD-END TO RH-DATE.
           WRITE POSTING-RPT-RECORD FROM WS-RPT-HEADER.
           PERFORM BUILD-JOURNAL-ENTRIES.
           PERFORM CARRY-VOID-ENTRIES.
           PERFORM WRITE-ALLOCATION-CONTROL.
           PERFORM WRITE-PROOF-LINE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE POSTING-RPT-FILE.
           IF RETURN-CODE = 0 AND WS-VOID-ENTRY-COUNT > 0
               OPEN OUTPUT VOID-GL-FILE
               CLOSE VOID-GL-FILE
               DISPLAY "VOID ENTRIES CARRIED: " WS-VOID-ENTRY-COUNT
           END-IF.
           IF RETURN-CODE = 0
               MOVE "DONE" TO WS-PERIOD-FUNCTION
               CALL "periodctl" USING WS-PERIOD-FUNCTION
                   WS-PERIOD-STEP WS-PERIOD-END WS-PERIOD-RESULT
                   WS-PERIOD-DETAIL
               IF WS-PERIOD-RESULT = "N"
                   DISPLAY "WARNING: PERIOD " WS-PERIOD-END
                           " NOT RECORDED ON PERIOD-CONTROL"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       TOTAL-PAY-DETAIL.
           EVALUATE PD-RECORD-TYPE
               WHEN "GRS"
                   PERFORM FIND-EMPLOYEE-DEPT
                   PERFORM SPLIT-GROSS
               WHEN "DED"
                   PERFORM POST-DED-TO-CODE
               WHEN "NET"
                   ADD PD-AMOUNT TO WS-NET-TOTAL
               WHEN "ERN"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN PAY-DETAIL TYPE: " PD-RECORD-TYPE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

      *    THE MATCH IS NOT ON PAY-DETAIL. ONLY REMITTANCE LINES FOR
      *    THE PERIOD BEING POSTED COUNT, SO A FINAL PAY OR OFF-CYCLE
      *    PAY-DETAIL DOES NOT PICK UP THE LAST REGULAR RUN'S MATCH.
       TOTAL-RETIREMENT-MATCH.
           OPEN INPUT RETIRE-REMIT-FILE.
           IF WS-RR-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RR-EOF = 1
               READ RETIRE-REMIT-FILE
                   AT END
                       MOVE 1 TO WS-RR-EOF
                   NOT AT END
                       IF RR-PERIOD-END = WS-PERIOD-END
                           ADD RR-EMPLOYER-AMT TO WS-MATCH-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETIRE-REMIT-FILE.

       FIND-EMPLOYEE-DEPT.
           IF PD-EMPLOYEE-ID = WS-LAST-EMP-ID
               EXIT PARAGRAPH
                   MOVE DEPARTMENT-CODE TO WS-CURRENT-DEPT
           END-READ.

      *    ONE GRS AMOUNT, SPREAD OVER THE EMPLOYEE'S SPLIT (OR ALL
      *    TO THE HOME DEPARTMENT) AND POSTED DEPARTMENT BY
      *    DEPARTMENT.
       SPLIT-GROSS.
           ADD PD-AMOUNT TO WS-UNALLOC-GROSS.
           MOVE "SPLT" TO CS-FUNCTION.
           MOVE PD-EMPLOYEE-ID TO CS-EMPLOYEE-ID.
           MOVE WS-CURRENT-DEPT TO CS-HOME-DEPT.
           MOVE PD-AMOUNT TO CS-AMOUNT.
           CALL "costsplit" USING COST-SPLIT-AREA.
           IF CS-BAD-SPLIT
               DISPLAY "COST SPLIT FOR " PD-EMPLOYEE-ID
                       " DOES NOT ADD TO 100 - HOME DEPT CHARGED"
               ADD 1 TO WS-BAD-SPLIT-CT
           END-IF.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > CS-SPLIT-COUNT
               MOVE CS-DEPT (WS-SPLIT-IDX) TO WS-POST-DEPT
               MOVE CS-SHARE (WS-SPLIT-IDX) TO WS-POST-AMOUNT
               PERFORM POST-GROSS-TO-DEPT
           END-PERFORM.

       POST-GROSS-TO-DEPT.
           MOVE "N" TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-POST-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
                   EXIT PERFORM
               END-IF
           IF WS-DEPT-FOUND = "N"
               IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY "DEPARTMENT TABLE FULL - "
                           WS-POST-DEPT " DROPPED"
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               MOVE WS-POST-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-GROSS (WS-DEPT-IDX)
           END-IF.
           ADD WS-POST-AMOUNT TO WS-DEPT-GROSS (WS-DEPT-IDX).
           ADD WS-POST-AMOUNT TO WS-ALLOC-GROSS.

       POST-DED-TO-CODE.
           MOVE "N" TO WS-DED-FOUND.
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-GROSS (WS-DEPT-IDX) NOT = 0
                   MOVE "PAYEXP" TO GL-ACCOUNT
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-QUALIFIER
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-DEPT
                   MOVE "DR" TO GL-DR-CR
                   MOVE WS-DEPT-GROSS (WS-DEPT-IDX) TO GL-AMOUNT
                   MOVE SPACES TO GL-DESC
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-TOTAL (WS-DED-IDX) NOT = 0
                   MOVE "PAYDEDL" TO GL-ACCOUNT
                   MOVE WS-DED-CODE (WS-DED-IDX) TO WS-GL-QUALIFIER
                   MOVE "CR" TO GL-DR-CR
                   MOVE WS-DED-TOTAL (WS-DED-IDX) TO GL-AMOUNT
                   MOVE SPACES TO GL-DESC
                          WS-DED-CODE (WS-DED-IDX) DELIMITED BY SIZE
                          INTO GL-DESC
                   END-STRING
                   IF WS-DED-CODE (WS-DED-IDX) = "LOAN"
                       MOVE "PAYLOAN" TO GL-ACCOUNT
                       MOVE "STAFF LOANS REPAID" TO GL-DESC
                   END-IF
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM.
               MOVE "NET PAY CLEARING" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-MATCH-TOTAL NOT = 0
               MOVE "PAYRMEX" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-MATCH-TOTAL TO GL-AMOUNT
               MOVE "RETIREMENT MATCH EXP" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE "PAYRMPY" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-MATCH-TOTAL TO GL-AMOUNT
               MOVE "RETIREMENT MATCH DUE" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-PERIOD-END TO GL-DATE.
           PERFORM CHECK-GL-PERIOD.
           PERFORM RESOLVE-GL-ACCOUNT.
           PERFORM POST-JOURNAL-ENTRY.

       POST-JOURNAL-ENTRY.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-ENTRY-COUNT.
           IF GL-DR-CR = "DR"
           MOVE GL-DR-CR   TO RL-DR-CR.
           MOVE GL-AMOUNT  TO RL-AMOUNT.
           MOVE GL-DESC    TO RL-DESC.
           MOVE GL-COST-CENTER TO RL-COST-CENTER.
           WRITE POSTING-RPT-RECORD FROM WS-RPT-LINE.

       CARRY-VOID-ENTRIES.
           OPEN INPUT VOID-GL-FILE.
           IF WS-VG-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-VG-EOF = 1
               READ VOID-GL-FILE
                   AT END
                       MOVE 1 TO WS-VG-EOF
                   NOT AT END
                       MOVE VOID-GL-RECORD TO GL-INTERFACE-RECORD
                       PERFORM CHECK-GL-PERIOD
                       PERFORM POST-JOURNAL-ENTRY
                       ADD 1 TO WS-VOID-ENTRY-COUNT
               END-READ
           END-PERFORM.
           CLOSE VOID-GL-FILE.

      *    THE SPREAD GROSS MUST EQUAL THE GROSS READ; A DIFFERENCE
      *    FAILS THE PROOF THE SAME AS AN UNBALANCED FEED.
       WRITE-ALLOCATION-CONTROL.
           MOVE WS-UNALLOC-GROSS TO AC-UNALLOC.
           MOVE WS-ALLOC-GROSS   TO AC-ALLOC.
           IF WS-ALLOC-GROSS = WS-UNALLOC-GROSS
               MOVE "IN BALANCE" TO AC-VERDICT
           ELSE
               MOVE "OUT OF BAL" TO AC-VERDICT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           WRITE POSTING-RPT-RECORD FROM WS-CONTROL-LINE.
           DISPLAY WS-CONTROL-LINE.
           IF WS-BAD-SPLIT-CT > 0
               DISPLAY "SPLITS NOT ADDING TO 100: " WS-BAD-SPLIT-CT
           END-IF.

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
           MOVE "PAY" TO GLR-SOURCE.
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
