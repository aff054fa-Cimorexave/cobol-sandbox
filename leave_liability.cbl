      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  leave_liability.
      *****************************************************************
      *    MONTH-END LEAVE LIABILITY VALUATION. EVERY BALANCE ON THE
      *    LEAVE-BALANCE FILE IS PRICED AT THE EMPLOYEE'S CURRENT
      *    HOURLY RATE - ANNUAL SALARY OVER 2080 HOURS, AS THE PAYROLL
      *    REGISTER DERIVES IT - AND TOTALLED BY DEPARTMENT. A
      *    NEGATIVE BALANCE (LEAVE ADVANCED) IS PRICED THE SAME WAY
      *    AND REDUCES ITS DEPARTMENT'S LIABILITY. THE TOTALS ARE SET
      *    AGAINST THE LATEST EARLIER MONTH ON LEAVE-VALUATION
      *    (leavval.cpy) AND THE CHANGE IS BOOKED TO THE LEDGER:
      *      - AN INCREASE DEBITS LEAVE EXPENSE (LVEXP) FOR THE
      *        DEPARTMENT AND CREDITS ACCRUED LEAVE (LVLIAB);
      *      - A DECREASE IS THE SAME ENTRY THE OTHER WAY ROUND.
      *    THE ENTRIES ARE DATED MONTH-END AND GO TO
      *    LEAVE-LIABILITY-GL IN ACCOUNTING'S glintf.cpy FORMAT FOR
      *    gl_consolidate TO BATCH. WITH NO EARLIER MONTH ON FILE THE
      *    WHOLE VALUATION IS BOOKED AS THE OPENING LIABILITY. THE
      *    MONTH'S TOTALS ARE THEN APPENDED TO LEAVE-VALUATION; A
      *    MONTH ALREADY ON FILE IS REFUSED SO NOTHING POSTS TWICE.
      *    THE MONTH IS YYYYMM ON THE COMMAND LINE, OR THE CURRENT
      *    MONTH. RETURN-CODE 8 WHEN NOTHING COULD BE VALUED OR THE
      *    ENTRIES DO NOT PROVE, 4 WHEN A BALANCE HAD NO EMPLOYEE ON
      *    THE MASTER TO PRICE IT.
      *    EACH POSTING CODE IS BOOKED TO THE LEDGER ACCOUNT AND
      *    COST CENTRE ITS POSTING RULE (SOURCE "LVE") NAMES,
      *    THROUGH glacct; A CODE WITH NO RULE GOES THROUGH AS THE
      *    ACCOUNT ITSELF.
      *    A LEG DATED INTO A MONTH FINANCE HAS CLOSED FOR THE
      *    LEDGER (closectl, acctper.cpy) IS POSTED ON THE FIRST DAY
      *    OF THE NEXT OPEN MONTH INSTEAD, AND THE RUN SAYS SO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-BALANCE ASSIGN TO "LEAVE-BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-EMPLOYEE-ID
               FILE STATUS IS WS-LB-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT VALUATION-FILE ASSIGN TO "LEAVE-VALUATION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LV-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "LEAVE-LIABILITY-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT LIABILITY-RPT-FILE ASSIGN TO "LEAVE-LIABILITY-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-BALANCE.
           COPY "leavebal.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  VALUATION-FILE.
           COPY "leavval.cpy".

       FD  GL-INTERFACE-FILE.
           COPY "glintf.cpy".

       FD  LIABILITY-RPT-FILE.
       01  LIABILITY-RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LB-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-LV-STATUS        PIC XX.
       01 WS-GL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-MONTH            PIC 9(6).
       01 WS-PRIOR-MONTH      PIC 9(6) VALUE 0.
       01 WS-ALREADY-VALUED   PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-NEXT-FIRST       PIC 9(8).
       01 WS-NEXT-FIRST-X REDEFINES WS-NEXT-FIRST.
           05 WS-NF-YEAR        PIC 9(4).
           05 WS-NF-MONTH       PIC 9(2).
           05 WS-NF-DAY         PIC 9(2).
       01 WS-MONTH-END        PIC 9(8).
       01 WS-ANNUAL-HOURS     PIC 9(4) VALUE 2080.
       01 WS-HOURLY-RATE      PIC S9(5)V9999.
       01 WS-EMP-VALUE        PIC S9(7)V99.
       01 WS-PRICED-COUNT     PIC 9(5) VALUE 0.
       01 WS-NO-MASTER-COUNT  PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(3) VALUE 0.

       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-1           PIC 9(8).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).

       01 WS-DEPT-MAX         PIC 9(2) VALUE 50.
       01 WS-DEPT-COUNT       PIC 9(2) VALUE 0.
       01 WS-DEPT-IDX         PIC 9(2).
       01 WS-DEPT-FOUND       PIC X.
       01 WS-DEPT-KEY         PIC X(4).
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DEPT-CODE     PIC X(4).
              10 WS-DEPT-EMPS     PIC 9(5).
              10 WS-DEPT-HOURS    PIC S9(7)V9.
              10 WS-DEPT-VALUE    PIC S9(9)V99.
              10 WS-DEPT-PRIOR    PIC S9(9)V99.
       01 WS-DEPT-CHANGE      PIC S9(9)V99.
       01 WS-HOURS-TOTAL      PIC S9(9)V9 VALUE 0.
       01 WS-VALUE-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-PRIOR-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-CHANGE-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-ENTRY-COUNT      PIC 9(5) VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "LEAVE LIABILITY VALUATION FOR".
           05 RH-MONTH-END    PIC 9(4)/99/99.

       01 WS-RPT-PRIOR.
           05 FILLER          PIC X(30) VALUE
              "COMPARED WITH MONTH".
           05 RP-PRIOR        PIC X(6).

       01 WS-RPT-COLS.
           05 FILLER          PIC X(6)  VALUE "DEPT".
           05 FILLER          PIC X(7)  VALUE "   EMPS".
           05 FILLER          PIC X(10) VALUE "     HOURS".
           05 FILLER          PIC X(15) VALUE "      THIS MNTH".
           05 FILLER          PIC X(15) VALUE "      LAST MNTH".
           05 FILLER          PIC X(15) VALUE "         CHANGE".

       01 WS-RPT-DEPT-LINE.
           05 RD-DEPT         PIC X(4).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 RD-EMPS         PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-HOURS        PIC -(7)9.9.
           05 RD-VALUE        PIC -(11)9.99.
           05 RD-PRIOR        PIC -(11)9.99.
           05 RD-CHANGE       PIC -(11)9.99.

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

       01 WS-RPT-COUNTS.
           05 FILLER          PIC X(8)  VALUE "PRICED: ".
           05 RC-PRICED       PIC ZZZZ9.
           05 FILLER          PIC X(16) VALUE
              "  NOT ON MASTER:".
           05 RC-NO-MASTER    PIC ZZZZ9.

       01 WS-PROOF-LINE.
           05 FILLER          PIC X(15) VALUE "PROOF: DEBITS ".
           05 PL-DEBITS       PIC -(9)9.99.
           05 FILLER          PIC X(10) VALUE "  CREDITS ".
           05 PL-CREDITS      PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-VERDICT      PIC X(12).
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-MONTH
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-MONTH
           END-IF.
           PERFORM SET-VALUATION-DATE.
           PERFORM LOAD-PRIOR-VALUATION.
           IF WS-ALREADY-VALUED = "Y"
               DISPLAY "LEAVE LIABILITY FOR " WS-MONTH
                       " IS ALREADY ON LEAVE-VALUATION - NOT REPOSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LEAVE-BALANCE.
           IF WS-LB-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN LEAVE-BALANCE, STATUS="
                       WS-LB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN EMPLOYEE-MASTER, STATUS="
                       WS-EMP-STATUS
               CLOSE LEAVE-BALANCE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM VALUE-ONE-BALANCE UNTIL WS-EOF = 1.
           CLOSE LEAVE-BALANCE.
           CLOSE EMPLOYEE-MASTER.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT LIABILITY-RPT-FILE.
           MOVE WS-MONTH-END TO RH-MONTH-END.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-HEADER.
           IF WS-PRIOR-MONTH = 0
               MOVE "(NONE)" TO RP-PRIOR
           ELSE
               MOVE WS-PRIOR-MONTH TO RP-PRIOR
           END-IF.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-PRIOR.
           PERFORM PRINT-DEPT-SUMMARY.
           PERFORM BUILD-CHANGE-ENTRIES.
           PERFORM WRITE-PROOF-LINE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE LIABILITY-RPT-FILE.
           IF RETURN-CODE < 8
               PERFORM RECORD-VALUATION
           END-IF.
           DISPLAY "LEAVE LIABILITY FOR " WS-MONTH ": " WS-VALUE-TOTAL
                   "  CHANGE: " WS-CHANGE-TOTAL
                   "  ENTRIES: " WS-ENTRY-COUNT.
           STOP RUN.

      *    MONTH-END IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
       SET-VALUATION-DATE.
           MOVE WS-MONTH TO WS-NEXT-FIRST (1:6).
           MOVE 1 TO WS-NF-DAY.
           IF WS-NF-MONTH = 12
               ADD 1 TO WS-NF-YEAR
               MOVE 1 TO WS-NF-MONTH
           ELSE
               ADD 1 TO WS-NF-MONTH
           END-IF.
           MOVE WS-NEXT-FIRST TO WS-DATE-1.
           MOVE -1 TO WS-DATE-DAYS.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           MOVE WS-DATE-2 TO WS-MONTH-END.
           IF WS-MONTH-END = 0
               DISPLAY "ERROR: VALUATION MONTH NOT VALID: " WS-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE LATEST MONTH BEFORE THIS ONE IS THE COMPARISON; A
      *    LATER MONTH FOUND ON THE WAY CLEARS WHAT WAS LOADED FROM
      *    AN OLDER ONE. NO LEAVE-VALUATION YET MEANS NO COMPARISON.
       LOAD-PRIOR-VALUATION.
           OPEN INPUT VALUATION-FILE.
           IF WS-LV-STATUS <> "00"
               DISPLAY "LEAVE-VALUATION NOT ON HAND - FULL LIABILITY "
                       "BOOKED AS OPENING BALANCE."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ VALUATION-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LV-MONTH = WS-MONTH
                               MOVE "Y" TO WS-ALREADY-VALUED
                           WHEN LV-MONTH > WS-MONTH
                               CONTINUE
                           WHEN LV-MONTH > WS-PRIOR-MONTH
                               PERFORM CLEAR-PRIOR-VALUES
                               MOVE LV-MONTH TO WS-PRIOR-MONTH
                               PERFORM POST-PRIOR-TO-DEPT
                           WHEN LV-MONTH = WS-PRIOR-MONTH
                               PERFORM POST-PRIOR-TO-DEPT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE VALUATION-FILE.

       CLEAR-PRIOR-VALUES.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE 0 TO WS-DEPT-PRIOR (WS-DEPT-IDX)
           END-PERFORM.
           MOVE 0 TO WS-PRIOR-TOTAL.

       POST-PRIOR-TO-DEPT.
           MOVE LV-DEPARTMENT TO WS-DEPT-KEY.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DEPT-FOUND = "Y"
               ADD LV-VALUE TO WS-DEPT-PRIOR (WS-DEPT-IDX)
               ADD LV-VALUE TO WS-PRIOR-TOTAL
           END-IF.

       VALUE-ONE-BALANCE.
           READ LEAVE-BALANCE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM PRICE-ONE-BALANCE
           END-READ.

      *    THE RATE IS DERIVED EXACTLY AS payroll_register DERIVES
      *    AN HOURLY RATE, WHATEVER THE PAY-TYPE.
       PRICE-ONE-BALANCE.
           MOVE LB-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   IF LB-BALANCE-HOURS NOT = 0
                       DISPLAY "NO MASTER FOR " LB-EMPLOYEE-ID
                               " - BALANCE " LB-BALANCE-HOURS
                               " NOT VALUED"
                       ADD 1 TO WS-NO-MASTER-COUNT
                   END-IF
                   EXIT PARAGRAPH
           END-READ.
           COMPUTE WS-HOURLY-RATE ROUNDED = SALARY / WS-ANNUAL-HOURS.
           COMPUTE WS-EMP-VALUE ROUNDED =
               LB-BALANCE-HOURS * WS-HOURLY-RATE.
           MOVE DEPARTMENT-CODE TO WS-DEPT-KEY.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DEPT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEPT-EMPS (WS-DEPT-IDX).
           ADD LB-BALANCE-HOURS TO WS-DEPT-HOURS (WS-DEPT-IDX).
           ADD WS-EMP-VALUE TO WS-DEPT-VALUE (WS-DEPT-IDX).
           ADD LB-BALANCE-HOURS TO WS-HOURS-TOTAL.
           ADD WS-EMP-VALUE TO WS-VALUE-TOTAL.
           ADD 1 TO WS-PRICED-COUNT.

      *    FINDS WS-DEPT-KEY IN THE TABLE, ADDING IT WHEN NEW.
       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-DEPT-KEY
                   MOVE "Y" TO WS-DEPT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEPT-COUNT >= WS-DEPT-MAX
               DISPLAY "DEPARTMENT TABLE FULL - "
                       WS-DEPT-KEY " DROPPED"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT TO WS-DEPT-IDX.
           MOVE WS-DEPT-KEY TO WS-DEPT-CODE (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-EMPS (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-HOURS (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-VALUE (WS-DEPT-IDX).
           MOVE 0 TO WS-DEPT-PRIOR (WS-DEPT-IDX).
           MOVE "Y" TO WS-DEPT-FOUND.

      *    A DEPARTMENT LEFT OVER FROM AN OLDER MONTH WITH NOTHING
      *    NOW OR LAST MONTH IS NOT PRINTED.
       PRINT-DEPT-SUMMARY.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-COLS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-EMPS (WS-DEPT-IDX) > 0
                  OR WS-DEPT-PRIOR (WS-DEPT-IDX) NOT = 0
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO RD-DEPT
                   MOVE WS-DEPT-EMPS (WS-DEPT-IDX) TO RD-EMPS
                   MOVE WS-DEPT-HOURS (WS-DEPT-IDX) TO RD-HOURS
                   MOVE WS-DEPT-VALUE (WS-DEPT-IDX) TO RD-VALUE
                   MOVE WS-DEPT-PRIOR (WS-DEPT-IDX) TO RD-PRIOR
                   COMPUTE RD-CHANGE = WS-DEPT-VALUE (WS-DEPT-IDX)
                       - WS-DEPT-PRIOR (WS-DEPT-IDX)
                   WRITE LIABILITY-RPT-RECORD FROM WS-RPT-DEPT-LINE
               END-IF
           END-PERFORM.
           COMPUTE WS-CHANGE-TOTAL = WS-VALUE-TOTAL - WS-PRIOR-TOTAL.
           MOVE "TOTL" TO RD-DEPT.
           MOVE WS-PRICED-COUNT TO RD-EMPS.
           MOVE WS-HOURS-TOTAL TO RD-HOURS.
           MOVE WS-VALUE-TOTAL TO RD-VALUE.
           MOVE WS-PRIOR-TOTAL TO RD-PRIOR.
           MOVE WS-CHANGE-TOTAL TO RD-CHANGE.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-DEPT-LINE.
           MOVE WS-PRICED-COUNT TO RC-PRICED.
           MOVE WS-NO-MASTER-COUNT TO RC-NO-MASTER.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-COUNTS.
           MOVE SPACES TO LIABILITY-RPT-RECORD.
           WRITE LIABILITY-RPT-RECORD.

      *    ONE LEAVE EXPENSE ENTRY PER DEPARTMENT WHOSE VALUE MOVED,
      *    ON THE SIDE THE MOVEMENT CALLS FOR, AND ONE ACCRUED LEAVE
      *    ENTRY FOR THE NET CHANGE ON THE OPPOSITE SIDE.
       BUILD-CHANGE-ENTRIES.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               COMPUTE WS-DEPT-CHANGE = WS-DEPT-VALUE (WS-DEPT-IDX)
                   - WS-DEPT-PRIOR (WS-DEPT-IDX)
               IF WS-DEPT-CHANGE NOT = 0
                   MOVE "LVEXP" TO GL-ACCOUNT
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-QUALIFIER
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-DEPT
                   IF WS-DEPT-CHANGE > 0
                       MOVE "DR" TO GL-DR-CR
                       MOVE WS-DEPT-CHANGE TO GL-AMOUNT
                   ELSE
                       MOVE "CR" TO GL-DR-CR
                       COMPUTE GL-AMOUNT = 0 - WS-DEPT-CHANGE
                   END-IF
                   MOVE WS-MONTH-END TO GL-DATE
                   MOVE SPACES TO GL-DESC
                   STRING "LEAVE LIAB DEPT " DELIMITED BY SIZE
                          WS-DEPT-CODE (WS-DEPT-IDX)
                              DELIMITED BY SIZE
                          INTO GL-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM.
           IF WS-CHANGE-TOTAL NOT = 0
               MOVE "LVLIAB" TO GL-ACCOUNT
               IF WS-CHANGE-TOTAL > 0
                   MOVE "CR" TO GL-DR-CR
                   MOVE WS-CHANGE-TOTAL TO GL-AMOUNT
               ELSE
                   MOVE "DR" TO GL-DR-CR
                   COMPUTE GL-AMOUNT = 0 - WS-CHANGE-TOTAL
               END-IF
               MOVE WS-MONTH-END TO GL-DATE
               MOVE "ACCRUED LEAVE" TO GL-DESC
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
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-LINE.

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
           MOVE "LVE" TO GLR-SOURCE.
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
                    OR WS-ERROR-COUNT > 0
                   MOVE "OUT OF BAL" TO PL-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-MASTER-COUNT > 0
                   MOVE "IN BALANCE" TO PL-VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IN BALANCE" TO PL-VERDICT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE LIABILITY-RPT-RECORD FROM WS-PROOF-LINE.
           DISPLAY WS-PROOF-LINE.

      *    THIS MONTH'S DEPARTMENT TOTALS BECOME NEXT MONTH'S
      *    COMPARISON. A DEPARTMENT WITH NO BALANCES LEFT IS NOT
      *    CARRIED FORWARD.
       RECORD-VALUATION.
           OPEN EXTEND VALUATION-FILE.
           IF WS-LV-STATUS <> "00"
               OPEN OUTPUT VALUATION-FILE
           END-IF.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-EMPS (WS-DEPT-IDX) > 0
                   MOVE WS-MONTH TO LV-MONTH
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO LV-DEPARTMENT
                   MOVE WS-DEPT-EMPS (WS-DEPT-IDX) TO LV-EMPLOYEES
                   MOVE WS-DEPT-HOURS (WS-DEPT-IDX) TO LV-HOURS
                   MOVE WS-DEPT-VALUE (WS-DEPT-IDX) TO LV-VALUE
                   MOVE WS-RUN-DATE TO LV-RUN-DATE
                   WRITE LEAVE-VALUATION-RECORD
               END-IF
           END-PERFORM.
           CLOSE VALUATION-FILE.
