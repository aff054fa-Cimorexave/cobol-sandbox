      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  retire_vesting.
      *****************************************************************
      *    RETIREMENT PLAN VESTING STATEMENT FOR THE PLAN
      *    ADMINISTRATOR. ONE STATEMENT PER EMPLOYEE ON RETIRE-
      *    ACCOUNT, AS OF YYYYMMDD ON THE COMMAND LINE (OR TODAY):
      *    EACH PLAN'S EMPLOYEE DEFERRALS AND EMPLOYER MATCH TO DATE,
      *    THE VESTED PERCENT FOR THE COMPLETED YEARS OF SERVICE FROM
      *    DATE-OF-HIRE BY THE PLAN'S VESTING SCHEDULE, THE VESTED
      *    MATCH, ANY MATCH FORFEITED AT TERMINATION, AND THE VESTED
      *    BALANCE. A TERMINATED EMPLOYEE'S VESTED PERCENT IS THE ONE
      *    FIXED BY THE FINAL PAY RUN, AND THEIR NAME AND HIRE DATE
      *    COME FROM THE TERM-ARCHIVE IMAGE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIRE-ACCOUNT ASSIGN TO "RETIRE-ACCOUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RA-STATUS.
           SELECT BENEFIT-PLANS ASSIGN TO "BENEFIT-PLANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS WS-BP-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TERM-ARCHIVE ASSIGN TO "TERM-ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-EMPLOYEE-ID
               FILE STATUS IS WS-TA-STATUS.
           SELECT VESTING-RPT-FILE ASSIGN TO "RETIRE-VESTING-STMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RETIRE-ACCOUNT.
           COPY "retacct.cpy".

       FD  BENEFIT-PLANS.
           COPY "benplan.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  TERM-ARCHIVE.
           COPY "termarch.cpy".

       FD  VESTING-RPT-FILE.
       01  VESTING-RPT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RA-STATUS        PIC XX.
       01 WS-BP-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-TA-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-TA-AVAILABLE     PIC X VALUE "N".
       01 WS-PERSON-FOUND     PIC X.
       01 WS-FIRST-RECORD     PIC X VALUE "Y".
       01 WS-CURRENT-EMP      PIC 9(7) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-AS-OF            PIC 9(8).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-VEST-IDX         PIC 9(1).
       01 WS-VESTED-PCT       PIC 9(3).
       01 WS-VESTED-MATCH     PIC S9(9)V99.
       01 WS-VESTED-BALANCE   PIC S9(9)V99.
       01 WS-SVC-FROM         PIC 9(8).
       01 WS-SVC-FROM-GROUP REDEFINES WS-SVC-FROM.
           05 WS-SVC-FROM-YEAR  PIC 9(4).
           05 WS-SVC-FROM-MONTH PIC 9(2).
           05 WS-SVC-FROM-DAY   PIC 9(2).
       01 WS-SVC-TO           PIC 9(8).
       01 WS-SVC-TO-GROUP REDEFINES WS-SVC-TO.
           05 WS-SVC-TO-YEAR    PIC 9(4).
           05 WS-SVC-TO-MONTH   PIC 9(2).
           05 WS-SVC-TO-DAY     PIC 9(2).
       01 WS-SVC-MONTHS       PIC S9(5).
       01 WS-SVC-YEARS        PIC S9(3).
       01 WS-SVC-REM          PIC S9(2).
       01 WS-STMT-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOT-EMPLOYEE     PIC S9(11)V99 VALUE 0.
       01 WS-TOT-EMPLOYER     PIC S9(11)V99 VALUE 0.
       01 WS-TOT-VESTED       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-FORFEITED    PIC S9(11)V99 VALUE 0.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(36) VALUE
              "RETIREMENT PLAN VESTING STATEMENTS ".
           05 FILLER PIC X(6)  VALUE "AS OF ".
           05 TL-AS-OF          PIC 9(4)/99/99.

       01 WS-EMP-LINE.
           05 FILLER            PIC X(9)  VALUE "EMPLOYEE ".
           05 EL-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 EL-NAME           PIC X(31).
           05 FILLER            PIC X(6)  VALUE "HIRED ".
           05 EL-HIRED          PIC 9(4)/99/99.

       01 WS-SERVICE-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 FILLER            PIC X(18) VALUE "YEARS OF SERVICE: ".
           05 SL-YEARS          PIC ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SL-STATUS         PIC X(30).

       01 WS-COLS-LINE.
           05 FILLER PIC X(9)  VALUE "  PLAN".
           05 FILLER PIC X(12) VALUE "   EMPLOYEE".
           05 FILLER PIC X(12) VALUE "   EMPLOYER".
           05 FILLER PIC X(7)  VALUE " VEST%".
           05 FILLER PIC X(12) VALUE "  VESTED MT".
           05 FILLER PIC X(12) VALUE "  FORFEITED".
           05 FILLER PIC X(12) VALUE " VESTED BAL".

       01 WS-PLAN-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PL-PLAN           PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PL-EMPLOYEE       PIC -(8)9.99.
           05 PL-EMPLOYER       PIC -(8)9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 PL-PCT            PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE "%".
           05 PL-VESTED-MATCH   PIC -(8)9.99.
           05 PL-FORFEITED      PIC -(8)9.99.
           05 PL-BALANCE        PIC -(8)9.99.

       01 WS-TOTAL-LINE.
           05 FILLER            PIC X(8)  VALUE "TOTAL".
           05 TT-EMPLOYEE       PIC -(9)9.99.
           05 TT-EMPLOYER       PIC -(9)9.99.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 TT-VESTED         PIC -(9)9.99.
           05 TT-FORFEITED      PIC -(9)9.99.

       01 WS-COUNT-LINE.
           05 FILLER            PIC X(12) VALUE "STATEMENTS: ".
           05 CL-COUNT          PIC ZZZZ9.

       01 WS-RULE-LINE          PIC X(80) VALUE ALL "-".
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:8) IS NUMERIC
               MOVE WS-PARAM (1:8) TO WS-AS-OF
           ELSE
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE TO WS-AS-OF
           END-IF.
           OPEN INPUT RETIRE-ACCOUNT.
           IF WS-RA-STATUS <> "00"
               DISPLAY "NO RETIRE-ACCOUNT FILE - NO CONTRIBUTIONS "
                       "ON FILE."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BENEFIT-PLANS.
           IF WS-BP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN BENEFIT-PLANS, STATUS="
                       WS-BP-STATUS
               CLOSE RETIRE-ACCOUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-AVAILABLE
           END-IF.
           OPEN INPUT TERM-ARCHIVE.
           IF WS-TA-STATUS = "00"
               MOVE "Y" TO WS-TA-AVAILABLE
           END-IF.
           OPEN OUTPUT VESTING-RPT-FILE.
           MOVE WS-AS-OF TO TL-AS-OF.
           WRITE VESTING-RPT-RECORD FROM WS-TITLE-LINE.
           WRITE VESTING-RPT-RECORD FROM WS-RULE-LINE.
           PERFORM 0300-STATE-ONE-ACCOUNT UNTIL WS-EOF = 1.
           MOVE WS-TOT-EMPLOYEE TO TT-EMPLOYEE.
           MOVE WS-TOT-EMPLOYER TO TT-EMPLOYER.
           MOVE WS-TOT-VESTED TO TT-VESTED.
           MOVE WS-TOT-FORFEITED TO TT-FORFEITED.
           WRITE VESTING-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-STMT-COUNT TO CL-COUNT.
           WRITE VESTING-RPT-RECORD FROM WS-COUNT-LINE.
           CLOSE VESTING-RPT-FILE.
           CLOSE RETIRE-ACCOUNT.
           CLOSE BENEFIT-PLANS.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF WS-TA-AVAILABLE = "Y"
               CLOSE TERM-ARCHIVE
           END-IF.
           DISPLAY "RETIREMENT VESTING STATEMENTS: " WS-STMT-COUNT.
           STOP RUN.

      *    ACCOUNTS ARE KEYED BY EMPLOYEE THEN PLAN, SO EACH NEW
      *    EMPLOYEE ID STARTS A NEW STATEMENT.
       0300-STATE-ONE-ACCOUNT.
           READ RETIRE-ACCOUNT NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF WS-FIRST-RECORD = "Y"
              OR RA-EMPLOYEE-ID NOT = WS-CURRENT-EMP
               MOVE "N" TO WS-FIRST-RECORD
               MOVE RA-EMPLOYEE-ID TO WS-CURRENT-EMP
               PERFORM 0310-STATEMENT-HEADER
           END-IF.
           PERFORM 0330-PLAN-LINE.

       0310-STATEMENT-HEADER.
           IF WS-STMT-COUNT > 0
               WRITE VESTING-RPT-RECORD FROM WS-RULE-LINE
           END-IF.
           ADD 1 TO WS-STMT-COUNT.
           PERFORM 0320-FIND-PERSON.
           MOVE RA-EMPLOYEE-ID TO EL-EMP-ID.
           MOVE SPACES TO EL-NAME.
           MOVE 0 TO EL-HIRED.
           IF WS-PERSON-FOUND = "Y"
               STRING LAST-NAME DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      FIRST-NAME DELIMITED BY "  "
                      INTO EL-NAME
               END-STRING
               IF DATE-OF-HIRE IS NUMERIC
                   MOVE DATE-OF-HIRE TO EL-HIRED
               END-IF
           ELSE
               MOVE "(NOT ON MASTER OR ARCHIVE)" TO EL-NAME
           END-IF.
           WRITE VESTING-RPT-RECORD FROM WS-EMP-LINE.
           PERFORM 0340-COUNT-SERVICE.
           MOVE WS-SVC-YEARS TO SL-YEARS.
           IF RA-TERMINATED
               MOVE SPACES TO SL-STATUS
               STRING "TERMINATED " DELIMITED BY SIZE
                      RA-TERM-DATE DELIMITED BY SIZE
                      INTO SL-STATUS
               END-STRING
           ELSE
               MOVE "ACTIVE" TO SL-STATUS
           END-IF.
           WRITE VESTING-RPT-RECORD FROM WS-SERVICE-LINE.
           WRITE VESTING-RPT-RECORD FROM WS-COLS-LINE.

      *    A CURRENT EMPLOYEE IS ON THE MASTER; A FORMER ONE ONLY ON
      *    THE ARCHIVE, WHOSE IMAGE UNPACKS INTO THE MASTER LAYOUT.
       0320-FIND-PERSON.
           MOVE "N" TO WS-PERSON-FOUND.
           IF WS-EMP-AVAILABLE = "Y"
               MOVE RA-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   KEY IS EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PERSON-FOUND
               END-READ
           END-IF.
           IF WS-PERSON-FOUND = "N" AND WS-TA-AVAILABLE = "Y"
               MOVE RA-EMPLOYEE-ID TO TA-EMPLOYEE-ID
               READ TERM-ARCHIVE
                   KEY IS TA-EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TA-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD
                       MOVE "Y" TO WS-PERSON-FOUND
               END-READ
           END-IF.

      *    DEFERRALS ARE ALWAYS FULLY VESTED; THE MATCH VESTS BY THE
      *    SCHEDULE. AFTER TERMINATION THE MATCH LEFT ON THE ACCOUNT
      *    IS WHAT WAS NOT FORFEITED.
       0330-PLAN-LINE.
           IF RA-TERMINATED
               MOVE RA-VESTED-PCT TO WS-VESTED-PCT
           ELSE
               MOVE 0 TO WS-VESTED-PCT
               MOVE RA-PLAN-CODE TO BP-PLAN-CODE
               READ BENEFIT-PLANS
                   KEY IS BP-PLAN-CODE
                   INVALID KEY
                       DISPLAY "PLAN " RA-PLAN-CODE " NOT ON "
                               "BENEFIT-PLANS - SHOWN 0 PCT VESTED"
                       MOVE 4 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE BP-VEST-PCT (WS-VEST-IDX)
                           TO WS-VESTED-PCT
               END-READ
           END-IF.
           IF RA-TERMINATED
               COMPUTE WS-VESTED-MATCH =
                   RA-EMPLOYER-TOTAL - RA-FORFEITED
           ELSE
               COMPUTE WS-VESTED-MATCH ROUNDED =
                   RA-EMPLOYER-TOTAL * WS-VESTED-PCT / 100
           END-IF.
           COMPUTE WS-VESTED-BALANCE =
               RA-EMPLOYEE-TOTAL + WS-VESTED-MATCH.
           MOVE RA-PLAN-CODE TO PL-PLAN.
           MOVE RA-EMPLOYEE-TOTAL TO PL-EMPLOYEE.
           MOVE RA-EMPLOYER-TOTAL TO PL-EMPLOYER.
           MOVE WS-VESTED-PCT TO PL-PCT.
           MOVE WS-VESTED-MATCH TO PL-VESTED-MATCH.
           MOVE RA-FORFEITED TO PL-FORFEITED.
           MOVE WS-VESTED-BALANCE TO PL-BALANCE.
           WRITE VESTING-RPT-RECORD FROM WS-PLAN-LINE.
           ADD RA-EMPLOYEE-TOTAL TO WS-TOT-EMPLOYEE.
           ADD RA-EMPLOYER-TOTAL TO WS-TOT-EMPLOYER.
           ADD WS-VESTED-BALANCE TO WS-TOT-VESTED.
           ADD RA-FORFEITED TO WS-TOT-FORFEITED.

      *    COMPLETED YEARS FROM DATE-OF-HIRE TO THE AS-OF DATE, OR TO
      *    THE TERM DATE FOR A FORMER EMPLOYEE - THE SAME COUNT THE
      *    FINAL PAY RUN USES.
       0340-COUNT-SERVICE.
           MOVE 0 TO WS-SVC-YEARS.
           MOVE WS-AS-OF TO WS-SVC-TO.
           IF RA-TERMINATED AND RA-TERM-DATE > 0
               MOVE RA-TERM-DATE TO WS-SVC-TO
           END-IF.
           IF WS-PERSON-FOUND = "Y" AND DATE-OF-HIRE IS NUMERIC
              AND DATE-OF-HIRE > 0
               MOVE DATE-OF-HIRE TO WS-SVC-FROM
               COMPUTE WS-SVC-MONTHS =
                   (WS-SVC-TO-YEAR * 12 + WS-SVC-TO-MONTH)
                   - (WS-SVC-FROM-YEAR * 12 + WS-SVC-FROM-MONTH)
               IF WS-SVC-TO-DAY < WS-SVC-FROM-DAY
                   SUBTRACT 1 FROM WS-SVC-MONTHS
               END-IF
               IF WS-SVC-MONTHS < 0
                   MOVE 0 TO WS-SVC-MONTHS
               END-IF
               DIVIDE WS-SVC-MONTHS BY 12
                   GIVING WS-SVC-YEARS
                   REMAINDER WS-SVC-REM
           END-IF.
           IF WS-SVC-YEARS > 6
               MOVE 7 TO WS-VEST-IDX
           ELSE
               COMPUTE WS-VEST-IDX = WS-SVC-YEARS + 1
           END-IF.
