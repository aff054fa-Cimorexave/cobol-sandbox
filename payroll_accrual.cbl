      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  payroll_accrual.
      *****************************************************************
      *    MONTH-END PAYROLL WAGE ACCRUAL. PAY PERIODS DO NOT END ON
      *    THE CALENDAR MONTH, SO THE WAGES EARNED BETWEEN THE LAST
      *    PERIOD THE REGISTER PAID (PAYROLL-TOTALS-CTL, OR THE
      *    PAY-DETAIL PERIOD END WHEN THE CONTROL IS NOT ON HAND) AND
      *    MONTH-END ARE ESTIMATED HERE AND BOOKED AS AN ACCRUAL:
      *      - SALARIED STAFF: ANNUAL SALARY OVER 365 DAYS FOR EACH
      *        UNPAID DAY (FROM THE HIRE DATE IF LATER, TO THE
      *        CONTRACT END IF EARLIER);
      *      - HOURLY STAFF: THE APPROVED OR RELEASED WEEKS ON
      *        TS-PENDING ENDING IN THE UNPAID DAYS, AT THE ANNUAL
      *        SALARY OVER 2080 HOURS, OVERTIME AT TIME AND A HALF.
      *    ONE SALARY EXPENSE DEBIT (PAYEXP) PER DEPARTMENT AND ONE
      *    ACCRUED-WAGES CREDIT (PAYACCR) ARE DATED MONTH-END; THE
      *    SAME ENTRIES REVERSED ARE DATED THE FIRST BUSINESS DAY OF
      *    THE NEXT MONTH SO THE ACCRUAL CLEARS ITSELF WHEN THE PAY
      *    RUN POSTS THE REAL WAGES. BOTH GO TO PAYROLL-ACCRUAL-GL IN
      *    ACCOUNTING'S glintf.cpy FORMAT, WHICH gl_consolidate
      *    BATCHES WITH THE OTHER LEDGER FEEDS. THE MONTH IS YYYYMM ON
      *    THE COMMAND LINE, OR THE CURRENT MONTH.
      *    EACH POSTING CODE IS BOOKED TO THE LEDGER ACCOUNT AND
      *    COST CENTRE ITS POSTING RULE (SOURCE "ACR") NAMES,
      *    THROUGH glacct; A CODE WITH NO RULE GOES THROUGH AS THE
      *    ACCOUNT ITSELF.
      *    A LEG DATED INTO A MONTH FINANCE HAS CLOSED FOR THE
      *    LEDGER (closectl, acctper.cpy) IS POSTED ON THE FIRST DAY
      *    OF THE NEXT OPEN MONTH INSTEAD, AND THE RUN SAYS SO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTALS-CTL ASSIGN TO "PAYROLL-TOTALS-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT PAY-DETAIL-FILE ASSIGN TO "PAY-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT TS-PENDING ASSIGN TO "TS-PENDING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TP-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "PAYROLL-ACCRUAL-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACCRUAL-RPT-FILE ASSIGN TO "PAY-ACCRUAL-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TOTALS-CTL.
       01  TOTALS-CTL-RECORD.
           05 PT-PERIOD-END     PIC 9(8).
           05 PT-EMPS           PIC 9(5).
           05 PT-GROSS          PIC 9(11)V99.
           05 PT-DED            PIC 9(11)V99.
           05 PT-NET            PIC 9(11)V99.

       FD  PAY-DETAIL-FILE.
       01  PAY-DETAIL-RECORD.
           05 PD-EMPLOYEE-ID    PIC 9(7).
           05 PD-PERIOD-END     PIC 9(8).
           05 PD-RECORD-TYPE    PIC X(3).
           05 PD-CODE           PIC X(4).
           05 PD-AMOUNT         PIC S9(7)V99.

       FD  TS-PENDING.
           COPY "tspend.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  GL-INTERFACE-FILE.
           COPY "glintf.cpy".

       FD  ACCRUAL-RPT-FILE.
       01  ACCRUAL-RPT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PT-STATUS        PIC XX.
       01 WS-PD-STATUS        PIC XX.
       01 WS-PEND-STATUS      PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-GL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-MONTH            PIC 9(6).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-NEXT-FIRST       PIC 9(8).
       01 WS-NEXT-FIRST-X REDEFINES WS-NEXT-FIRST.
           05 WS-NF-YEAR        PIC 9(4).
           05 WS-NF-MONTH       PIC 9(2).
           05 WS-NF-DAY         PIC 9(2).
       01 WS-MONTH-END        PIC 9(8).
       01 WS-REVERSE-DATE     PIC 9(8).
       01 WS-LAST-PAID        PIC 9(8) VALUE 0.
       01 WS-ACCRUE-FROM      PIC 9(8).
       01 WS-ACCRUE-TO        PIC 9(8).
       01 WS-ACCRUE-DAYS      PIC S9(7).
       01 WS-ANNUAL-HOURS     PIC 9(4) VALUE 2080.
       01 WS-DAYS-IN-YEAR     PIC 9(3) VALUE 365.
       01 WS-OT-PREMIUM       PIC 9(1)V9 VALUE 1.5.
       01 WS-HOURLY-RATE      PIC S9(5)V9999.
       01 WS-EMP-ACCRUAL      PIC S9(7)V99.
       01 WS-SALARIED-COUNT   PIC 9(5) VALUE 0.
       01 WS-HOURLY-COUNT     PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(3) VALUE 0.

       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-1           PIC 9(8).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).

       01 WS-HRS-MAX          PIC 9(4) VALUE 500.
       01 WS-HRS-COUNT        PIC 9(4) VALUE 0.
       01 WS-HRS-IDX          PIC 9(4).
       01 WS-HRS-FOUND        PIC X.
       01 WS-HOURS-TABLE.
           05 WS-HRS-ENTRY OCCURS 500 TIMES.
              10 WS-HRS-EMP-ID    PIC 9(7).
              10 WS-HRS-REGULAR   PIC S9(4)V9.
              10 WS-HRS-OVERTIME  PIC S9(4)V9.

       01 WS-DEPT-MAX         PIC 9(2) VALUE 50.
       01 WS-DEPT-COUNT       PIC 9(2) VALUE 0.
       01 WS-DEPT-IDX         PIC 9(2).
       01 WS-DEPT-FOUND       PIC X.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DEPT-CODE     PIC X(4).
              10 WS-DEPT-SALARIED PIC S9(9)V99.
              10 WS-DEPT-HOURLY   PIC S9(9)V99.
       01 WS-DEPT-AMOUNT      PIC S9(9)V99.
       01 WS-ACCRUAL-TOTAL    PIC S9(11)V99 VALUE 0.
       01 WS-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-ENTRY-COUNT      PIC 9(5) VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "PAYROLL WAGE ACCRUAL FOR".
           05 RH-MONTH-END    PIC 9(4)/99/99.

       01 WS-RPT-WINDOW.
           05 FILLER          PIC X(22) VALUE
              "UNPAID DAYS AFTER     ".
           05 RW-LAST-PAID    PIC 9(4)/99/99.
           05 FILLER          PIC X(13) VALUE "  REVERSES ON".
           05 FILLER          PIC X VALUE SPACE.
           05 RW-REVERSE      PIC 9(4)/99/99.

       01 WS-RPT-COLS.
           05 FILLER          PIC X(8)  VALUE "DEPT".
           05 FILLER          PIC X(14) VALUE "      SALARIED".
           05 FILLER          PIC X(14) VALUE "        HOURLY".
           05 FILLER          PIC X(14) VALUE "         TOTAL".

       01 WS-RPT-DEPT-LINE.
           05 RD-DEPT         PIC X(4).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 RD-SALARIED     PIC -(10)9.99.
           05 RD-HOURLY       PIC -(10)9.99.
           05 RD-TOTAL        PIC -(10)9.99.

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
           05 FILLER          PIC X(10) VALUE "SALARIED: ".
           05 RC-SALARIED     PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE "  HOURLY: ".
           05 RC-HOURLY       PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE "  ACCRUAL ".
           05 RC-TOTAL        PIC -(10)9.99.

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
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-MONTH
           ELSE
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE (1:6) TO WS-MONTH
           END-IF.
           PERFORM SET-ACCRUAL-DATES.
           PERFORM FIND-LAST-PAID-PERIOD.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT ACCRUAL-RPT-FILE.
           MOVE WS-MONTH-END TO RH-MONTH-END.
           WRITE ACCRUAL-RPT-RECORD FROM WS-RPT-HEADER.
           MOVE WS-LAST-PAID TO RW-LAST-PAID.
           MOVE WS-REVERSE-DATE TO RW-REVERSE.
           WRITE ACCRUAL-RPT-RECORD FROM WS-RPT-WINDOW.
           IF WS-LAST-PAID >= WS-MONTH-END
               DISPLAY "PAYROLL PAID THROUGH " WS-LAST-PAID
                       " - NOTHING TO ACCRUE FOR " WS-MONTH
               PERFORM WRITE-PROOF-LINE
               CLOSE GL-INTERFACE-FILE
               CLOSE ACCRUAL-RPT-FILE
               STOP RUN
           END-IF.
           PERFORM LOAD-UNPAID-HOURS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN EMPLOYEE-MASTER, STATUS="
                       WS-EMP-STATUS
               CLOSE GL-INTERFACE-FILE
               CLOSE ACCRUAL-RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM ACCRUE-ONE-EMPLOYEE UNTIL WS-EOF = 1.
           CLOSE EMPLOYEE-MASTER.
           PERFORM PRINT-DEPT-SUMMARY.
           PERFORM BUILD-ACCRUAL-ENTRIES.
           PERFORM BUILD-REVERSING-ENTRIES.
           PERFORM WRITE-PROOF-LINE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE ACCRUAL-RPT-FILE.
           DISPLAY "WAGE ACCRUAL FOR " WS-MONTH ": " WS-ACCRUAL-TOTAL
                   "  ENTRIES: " WS-ENTRY-COUNT.
           STOP RUN.

      *    MONTH-END IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH;
      *    THE REVERSAL GOES ON THE FIRST BUSINESS DAY AFTER IT.
       SET-ACCRUAL-DATES.
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
           MOVE WS-MONTH-END TO WS-DATE-1.
           MOVE 1 TO WS-DATE-DAYS.
           MOVE "ADDB" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           MOVE WS-DATE-2 TO WS-REVERSE-DATE.
           IF WS-MONTH-END = 0 OR WS-REVERSE-DATE = 0
               DISPLAY "ERROR: ACCRUAL MONTH NOT VALID: " WS-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE REGISTER RECORDS THE LAST REGULAR PERIOD IT POSTED ON
      *    PAYROLL-TOTALS-CTL. WITHOUT IT THE PERIOD END ON THE LAST
      *    PAY-DETAIL IS TAKEN INSTEAD.
       FIND-LAST-PAID-PERIOD.
           OPEN INPUT TOTALS-CTL.
           IF WS-PT-STATUS = "00"
               READ TOTALS-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PT-PERIOD-END TO WS-LAST-PAID
               END-READ
               CLOSE TOTALS-CTL
           END-IF.
           IF WS-LAST-PAID > 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PAY-DETAIL-FILE.
           IF WS-PD-STATUS = "00"
               READ PAY-DETAIL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PD-PERIOD-END TO WS-LAST-PAID
               END-READ
               CLOSE PAY-DETAIL-FILE
           END-IF.
           IF WS-LAST-PAID = 0
               DISPLAY "ERROR: NO PAID PERIOD ON PAYROLL-TOTALS-CTL "
                       "OR PAY-DETAIL - CANNOT ACCRUE"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               DISPLAY "PAYROLL-TOTALS-CTL NOT ON HAND - ACCRUING "
                       "FROM PAY-DETAIL PERIOD END " WS-LAST-PAID
           END-IF.

      *    APPROVED ("A") AND RELEASED ("D") WEEKS ENDING IN THE
      *    UNPAID DAYS ARE THE HOURS EARNED BUT NOT YET PAID.
       LOAD-UNPAID-HOURS.
           OPEN INPUT TS-PENDING.
           IF WS-PEND-STATUS <> "00"
               DISPLAY "TS-PENDING NOT AVAILABLE - NO HOURLY "
                       "ACCRUAL THIS MONTH."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ TS-PENDING NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF (TP-STATUS = "A" OR TP-STATUS = "D")
                          AND TP-WEEK-ENDING > WS-LAST-PAID
                          AND TP-WEEK-ENDING <= WS-MONTH-END
                           PERFORM POST-WEEK-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TS-PENDING.

       POST-WEEK-TO-TABLE.
           MOVE "N" TO WS-HRS-FOUND.
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
                   UNTIL WS-HRS-IDX > WS-HRS-COUNT
               IF WS-HRS-EMP-ID (WS-HRS-IDX) = TP-EMPLOYEE-ID
                   MOVE "Y" TO WS-HRS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HRS-FOUND = "N"
               IF WS-HRS-COUNT >= WS-HRS-MAX
                   DISPLAY "HOURS TABLE FULL - EMPLOYEE "
                           TP-EMPLOYEE-ID " NOT ACCRUED"
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HRS-COUNT
               MOVE WS-HRS-COUNT TO WS-HRS-IDX
               MOVE TP-EMPLOYEE-ID TO WS-HRS-EMP-ID (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-REGULAR (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-OVERTIME (WS-HRS-IDX)
           END-IF.
           ADD TP-REGULAR-HOURS TO WS-HRS-REGULAR (WS-HRS-IDX).
           ADD TP-OVERTIME-HOURS TO WS-HRS-OVERTIME (WS-HRS-IDX).

       ACCRUE-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   MOVE 0 TO WS-EMP-ACCRUAL
                   IF PAY-TYPE = "H"
                       PERFORM ACCRUE-HOURLY
                   ELSE
                       PERFORM ACCRUE-SALARIED
                   END-IF
                   IF WS-EMP-ACCRUAL NOT = 0
                       PERFORM POST-ACCRUAL-TO-DEPT
                   END-IF
           END-READ.

      *    EACH UNPAID DAY AT THE ANNUAL SALARY OVER 365, FROM THE
      *    DAY AFTER THE LAST PAID PERIOD (OR THE HIRE DATE) TO
      *    MONTH-END (OR THE END OF A FIXED-TERM CONTRACT).
       ACCRUE-SALARIED.
           MOVE WS-LAST-PAID TO WS-DATE-1.
           MOVE 1 TO WS-DATE-DAYS.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           MOVE WS-DATE-2 TO WS-ACCRUE-FROM.
           IF DATE-OF-HIRE IS NUMERIC
              AND DATE-OF-HIRE > WS-ACCRUE-FROM
               MOVE DATE-OF-HIRE TO WS-ACCRUE-FROM
           END-IF.
           MOVE WS-MONTH-END TO WS-ACCRUE-TO.
           IF EMPLOYMENT-TYPE = "C"
              AND CONTRACT-END-DATE IS NUMERIC
              AND CONTRACT-END-DATE > 0
              AND CONTRACT-END-DATE < WS-ACCRUE-TO
               MOVE CONTRACT-END-DATE TO WS-ACCRUE-TO
           END-IF.
           IF WS-ACCRUE-FROM > WS-ACCRUE-TO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ACCRUE-FROM TO WS-DATE-1.
           MOVE WS-ACCRUE-TO TO WS-DATE-2.
           MOVE "DAYS" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "DATES NOT VALID FOR " EMPLOYEE-ID
                       " - NOT ACCRUED"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ACCRUE-DAYS = WS-DATE-DAYS + 1.
           COMPUTE WS-EMP-ACCRUAL ROUNDED =
               SALARY * WS-ACCRUE-DAYS / WS-DAYS-IN-YEAR.
           ADD 1 TO WS-SALARIED-COUNT.

       ACCRUE-HOURLY.
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
                   UNTIL WS-HRS-IDX > WS-HRS-COUNT
               IF WS-HRS-EMP-ID (WS-HRS-IDX) = EMPLOYEE-ID
                   COMPUTE WS-HOURLY-RATE ROUNDED =
                       SALARY / WS-ANNUAL-HOURS
                   COMPUTE WS-EMP-ACCRUAL ROUNDED =
                       (WS-HRS-REGULAR (WS-HRS-IDX) * WS-HOURLY-RATE)
                       + (WS-HRS-OVERTIME (WS-HRS-IDX)
                           * WS-HOURLY-RATE * WS-OT-PREMIUM)
                   ADD 1 TO WS-HOURLY-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       POST-ACCRUAL-TO-DEPT.
           MOVE "N" TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-CODE (WS-DEPT-IDX) = DEPARTMENT-CODE
                   MOVE "Y" TO WS-DEPT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = "N"
               IF WS-DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY "DEPARTMENT TABLE FULL - "
                           DEPARTMENT-CODE " DROPPED"
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
               MOVE DEPARTMENT-CODE TO WS-DEPT-CODE (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-SALARIED (WS-DEPT-IDX)
               MOVE 0 TO WS-DEPT-HOURLY (WS-DEPT-IDX)
           END-IF.
           IF PAY-TYPE = "H"
               ADD WS-EMP-ACCRUAL TO WS-DEPT-HOURLY (WS-DEPT-IDX)
           ELSE
               ADD WS-EMP-ACCRUAL TO WS-DEPT-SALARIED (WS-DEPT-IDX)
           END-IF.
           ADD WS-EMP-ACCRUAL TO WS-ACCRUAL-TOTAL.

       PRINT-DEPT-SUMMARY.
           WRITE ACCRUAL-RPT-RECORD FROM WS-RPT-COLS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO RD-DEPT
               MOVE WS-DEPT-SALARIED (WS-DEPT-IDX) TO RD-SALARIED
               MOVE WS-DEPT-HOURLY (WS-DEPT-IDX) TO RD-HOURLY
               COMPUTE RD-TOTAL = WS-DEPT-SALARIED (WS-DEPT-IDX)
                   + WS-DEPT-HOURLY (WS-DEPT-IDX)
               WRITE ACCRUAL-RPT-RECORD FROM WS-RPT-DEPT-LINE
           END-PERFORM.
           MOVE WS-SALARIED-COUNT TO RC-SALARIED.
           MOVE WS-HOURLY-COUNT TO RC-HOURLY.
           MOVE WS-ACCRUAL-TOTAL TO RC-TOTAL.
           WRITE ACCRUAL-RPT-RECORD FROM WS-RPT-COUNTS.
           MOVE SPACES TO ACCRUAL-RPT-RECORD.
           WRITE ACCRUAL-RPT-RECORD.

       BUILD-ACCRUAL-ENTRIES.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               COMPUTE WS-DEPT-AMOUNT = WS-DEPT-SALARIED (WS-DEPT-IDX)
                   + WS-DEPT-HOURLY (WS-DEPT-IDX)
               IF WS-DEPT-AMOUNT NOT = 0
                   MOVE "PAYEXP" TO GL-ACCOUNT
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-QUALIFIER
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-DEPT
                   MOVE "DR" TO GL-DR-CR
                   MOVE WS-DEPT-AMOUNT TO GL-AMOUNT
                   MOVE WS-MONTH-END TO GL-DATE
                   MOVE SPACES TO GL-DESC
                   STRING "WAGE ACCR DEPT " DELIMITED BY SIZE
                          WS-DEPT-CODE (WS-DEPT-IDX)
                              DELIMITED BY SIZE
                          INTO GL-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM.
           IF WS-ACCRUAL-TOTAL NOT = 0
               MOVE "PAYACCR" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-ACCRUAL-TOTAL TO GL-AMOUNT
               MOVE WS-MONTH-END TO GL-DATE
               MOVE "ACCRUED WAGES" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

      *    THE SAME ENTRIES WITH THE SIDES SWAPPED, DATED THE FIRST
      *    BUSINESS DAY OF THE NEXT MONTH.
       BUILD-REVERSING-ENTRIES.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               COMPUTE WS-DEPT-AMOUNT = WS-DEPT-SALARIED (WS-DEPT-IDX)
                   + WS-DEPT-HOURLY (WS-DEPT-IDX)
               IF WS-DEPT-AMOUNT NOT = 0
                   MOVE "PAYEXP" TO GL-ACCOUNT
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-QUALIFIER
                   MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-GL-DEPT
                   MOVE "CR" TO GL-DR-CR
                   MOVE WS-DEPT-AMOUNT TO GL-AMOUNT
                   MOVE WS-REVERSE-DATE TO GL-DATE
                   MOVE SPACES TO GL-DESC
                   STRING "WAGE ACCR REV " DELIMITED BY SIZE
                          WS-DEPT-CODE (WS-DEPT-IDX)
                              DELIMITED BY SIZE
                          INTO GL-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM.
           IF WS-ACCRUAL-TOTAL NOT = 0
               MOVE "PAYACCR" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-ACCRUAL-TOTAL TO GL-AMOUNT
               MOVE WS-REVERSE-DATE TO GL-DATE
               MOVE "ACCRUED WAGES REV" TO GL-DESC
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
           WRITE ACCRUAL-RPT-RECORD FROM WS-RPT-LINE.

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
           MOVE "ACR" TO GLR-SOURCE.
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
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                   AND WS-ERROR-COUNT = 0
               MOVE "IN BALANCE" TO PL-VERDICT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "OUT OF BAL" TO PL-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE ACCRUAL-RPT-RECORD FROM WS-PROOF-LINE.
           DISPLAY WS-PROOF-LINE.
