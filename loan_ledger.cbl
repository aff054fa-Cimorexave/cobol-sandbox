      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  loan_ledger.
      *****************************************************************
      *    MONTHLY STAFF LOAN LEDGER. SORTS THE LOAN-ACTIVITY JOURNAL
      *    KEPT BY loan_maint, payroll_register AND payroll_final_pay
      *    BY EMPLOYEE AND, FOR THE REQUESTED MONTH (YYYYMM ON THE
      *    COMMAND LINE, OR THE CURRENT MONTH), SHOWS EACH EMPLOYEE'S
      *    OPENING BALANCE, NEW ADVANCES, REPAYMENTS (PAYROLL, FINAL
      *    PAY AND DIRECT), WRITE-OFFS AND CLOSING BALANCE, FOLLOWED
      *    BY COMPANY TOTALS. ACTIVITY AFTER THE MONTH IS IGNORED;
      *    EMPLOYEES WITH NOTHING OWED AND NO ACTIVITY ARE LEFT OFF.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-ACTIVITY ASSIGN TO "LOAN-ACTIVITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LA-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT LEDGER-RPT-FILE ASSIGN TO "LOAN-LEDGER-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-ACTIVITY.
           COPY "loanact.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-ACTIVITY-RECORD.
           05 SA-EMPLOYEE-ID       PIC 9(7).
           05 SA-LOAN-NUMBER       PIC 9(3).
           05 SA-DATE              PIC 9(8).
           05 SA-ACTIVITY          PIC X(3).
           05 SA-AMOUNT            PIC 9(7)V99.
           05 SA-BALANCE-AFTER     PIC S9(7)V99.

       FD  LEDGER-RPT-FILE.
       01  LEDGER-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LA-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-FIRST-RECORD     PIC X VALUE "Y".
       01 WS-PARAM            PIC X(20).
       01 WS-PERIOD           PIC 9(6).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-CURRENT-EMP      PIC 9(7) VALUE 0.
       01 WS-EMP-COUNT        PIC 9(5) VALUE 0.

       01 WS-EMP-FIGURES.
           05 WS-EMP-OPENING  PIC S9(9)V99.
           05 WS-EMP-ADVANCED PIC S9(9)V99.
           05 WS-EMP-REPAID   PIC S9(9)V99.
           05 WS-EMP-WRITTEN  PIC S9(9)V99.
           05 WS-EMP-CLOSING  PIC S9(9)V99.

       01 WS-TOT-FIGURES.
           05 WS-TOT-OPENING  PIC S9(9)V99 VALUE 0.
           05 WS-TOT-ADVANCED PIC S9(9)V99 VALUE 0.
           05 WS-TOT-REPAID   PIC S9(9)V99 VALUE 0.
           05 WS-TOT-WRITTEN  PIC S9(9)V99 VALUE 0.
           05 WS-TOT-CLOSING  PIC S9(9)V99 VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(31) VALUE "STAFF LOAN LEDGER - PERIOD ".
           05 HDR-PERIOD PIC 9(6).

       01 WS-COLS-LINE.
           05 FILLER PIC X(9)  VALUE "EMP ID".
           05 FILLER PIC X(12) VALUE "    OPENING".
           05 FILLER PIC X(12) VALUE "   ADVANCES".
           05 FILLER PIC X(12) VALUE "     REPAID".
           05 FILLER PIC X(12) VALUE "WRITTEN OFF".
           05 FILLER PIC X(12) VALUE "    CLOSING".

       01 WS-DETAIL-LINE.
           05 DET-EMP-ID    PIC 9(7).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-OPENING   PIC -(8)9.99.
           05 DET-ADVANCED  PIC -(8)9.99.
           05 DET-REPAID    PIC -(8)9.99.
           05 DET-WRITTEN   PIC -(8)9.99.
           05 DET-CLOSING   PIC -(8)9.99.

       01 WS-TOTAL-LINE.
           05 FILLER        PIC X(8) VALUE "TOTAL".
           05 TOT-OPENING   PIC -(8)9.99.
           05 TOT-ADVANCED  PIC -(8)9.99.
           05 TOT-REPAID    PIC -(8)9.99.
           05 TOT-WRITTEN   PIC -(8)9.99.
           05 TOT-CLOSING   PIC -(8)9.99.

       01 WS-COUNT-LINE.
           05 FILLER        PIC X(11) VALUE "EMPLOYEES: ".
           05 TOT-EMPS      PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-PERIOD
           ELSE
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF.
           OPEN OUTPUT LEDGER-RPT-FILE.
           MOVE WS-PERIOD TO HDR-PERIOD.
           WRITE LEDGER-RPT-RECORD FROM WS-HEADER-LINE.
           WRITE LEDGER-RPT-RECORD FROM WS-COLS-LINE.
           OPEN INPUT LOAN-ACTIVITY.
           IF WS-LA-STATUS = "00"
               CLOSE LOAN-ACTIVITY
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SA-EMPLOYEE-ID
                   ON ASCENDING KEY SA-LOAN-NUMBER
                   ON ASCENDING KEY SA-DATE
                   USING LOAN-ACTIVITY
                   OUTPUT PROCEDURE IS 0300-BUILD-LEDGER
           ELSE
               DISPLAY "LOAN-ACTIVITY NOT AVAILABLE - NO LOANS ON "
                       "FILE."
           END-IF.
           MOVE SPACES TO LEDGER-RPT-RECORD.
           WRITE LEDGER-RPT-RECORD.
           MOVE WS-TOT-OPENING TO TOT-OPENING.
           MOVE WS-TOT-ADVANCED TO TOT-ADVANCED.
           MOVE WS-TOT-REPAID TO TOT-REPAID.
           MOVE WS-TOT-WRITTEN TO TOT-WRITTEN.
           MOVE WS-TOT-CLOSING TO TOT-CLOSING.
           WRITE LEDGER-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-EMP-COUNT TO TOT-EMPS.
           WRITE LEDGER-RPT-RECORD FROM WS-COUNT-LINE.
           CLOSE LEDGER-RPT-FILE.
           DISPLAY "STAFF LOAN LEDGER FOR " WS-PERIOD ": "
                   WS-EMP-COUNT " EMPLOYEES".
           STOP RUN.

       0300-BUILD-LEDGER.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0310-LEDGER-ACTIVITY
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-RECORD = "N"
               PERFORM 0330-EMPLOYEE-LINE
           END-IF.

      *    ADVANCES RAISE THE BALANCE; EVERY OTHER ACTIVITY LOWERS IT.
      *    ACTIVITY BEFORE THE MONTH ROLLS INTO THE OPENING BALANCE.
       0310-LEDGER-ACTIVITY.
           IF WS-FIRST-RECORD = "Y"
               MOVE SA-EMPLOYEE-ID TO WS-CURRENT-EMP
               INITIALIZE WS-EMP-FIGURES
               MOVE "N" TO WS-FIRST-RECORD
           END-IF.
           IF SA-EMPLOYEE-ID NOT = WS-CURRENT-EMP
               PERFORM 0330-EMPLOYEE-LINE
               MOVE SA-EMPLOYEE-ID TO WS-CURRENT-EMP
               INITIALIZE WS-EMP-FIGURES
           END-IF.
           IF SA-DATE (1:6) > WS-PERIOD
               EXIT PARAGRAPH
           END-IF.
           IF SA-DATE (1:6) < WS-PERIOD
               IF SA-ACTIVITY = "ADV"
                   ADD SA-AMOUNT TO WS-EMP-OPENING
               ELSE
                   SUBTRACT SA-AMOUNT FROM WS-EMP-OPENING
               END-IF
               EXIT PARAGRAPH
           END-IF.
           EVALUATE SA-ACTIVITY
               WHEN "ADV"
                   ADD SA-AMOUNT TO WS-EMP-ADVANCED
               WHEN "WOF"
                   ADD SA-AMOUNT TO WS-EMP-WRITTEN
               WHEN OTHER
                   ADD SA-AMOUNT TO WS-EMP-REPAID
           END-EVALUATE.

       0330-EMPLOYEE-LINE.
           IF WS-EMP-OPENING = 0 AND WS-EMP-ADVANCED = 0
              AND WS-EMP-REPAID = 0 AND WS-EMP-WRITTEN = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-EMP-CLOSING = WS-EMP-OPENING + WS-EMP-ADVANCED
                   - WS-EMP-REPAID - WS-EMP-WRITTEN.
           MOVE WS-CURRENT-EMP TO DET-EMP-ID.
           MOVE WS-EMP-OPENING TO DET-OPENING.
           MOVE WS-EMP-ADVANCED TO DET-ADVANCED.
           MOVE WS-EMP-REPAID TO DET-REPAID.
           MOVE WS-EMP-WRITTEN TO DET-WRITTEN.
           MOVE WS-EMP-CLOSING TO DET-CLOSING.
           WRITE LEDGER-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-EMP-COUNT.
           ADD WS-EMP-OPENING TO WS-TOT-OPENING.
           ADD WS-EMP-ADVANCED TO WS-TOT-ADVANCED.
           ADD WS-EMP-REPAID TO WS-TOT-REPAID.
           ADD WS-EMP-WRITTEN TO WS-TOT-WRITTEN.
           ADD WS-EMP-CLOSING TO WS-TOT-CLOSING.
