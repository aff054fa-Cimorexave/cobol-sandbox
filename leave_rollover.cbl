      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  leave_rollover.
      *****************************************************************
      *    LEAVE YEAR-END ROLLOVER. CLOSES THE LEAVE YEAR NAMED ON
      *    THE COMMAND LINE (YYYY) ON THE LEAVE-BALANCE FILE THE
      *    TIMESHEET EDIT MAINTAINS. EACH EMPLOYEE'S AVAILABLE
      *    BALANCE IS CAPPED AT THE CARRYOVER LIMIT FOR THEIR
      *    EMPLOYMENT-TYPE - SYSTEM PARAMETER LEAVE-CARRY-CAP-P FOR
      *    PERMANENT STAFF (40.0 HOURS WHEN NOT SET) AND
      *    LEAVE-CARRY-CAP-C FOR FIXED-TERM CONTRACT STAFF (NONE
      *    CARRIED WHEN NOT SET), AS OF 31 DECEMBER OF THE YEAR.
      *    THE EXCESS IS FORFEITED. A NEGATIVE BALANCE (LEAVE
      *    ADVANCED) CARRIES AS IT STANDS.
      *
      *    RUN WITH THE YEAR ALONE ('2026') IT IS A PREVIEW: ONLY
      *    THE LEAVE-FORFEIT-RPT IS PRINTED, SO HR CAN REVIEW THE
      *    FORFEITURES AND RAISE A CAP BEFORE ANYTHING CHANGES. RUN
      *    AGAIN WITH COMMIT ('2026 COMMIT') IT PRINTS THE SAME
      *    REPORT, SETS EACH BALANCE TO THE HOURS CARRIED, ZEROES
      *    LB-ACCRUED-YTD AND LB-TAKEN-YTD, APPENDS A LEAVE-HISTORY
      *    RECORD (leavehst.cpy) FOR THE CLOSED YEAR AND PRINTS A
      *    CARRYOVER STATEMENT PAGE PER EMPLOYEE (THROUGH printsrv).
      *    A COMMIT FOR A YEAR ALREADY ON LEAVE-HISTORY IS REFUSED.
      *    RETURN-CODE 8 WHEN NOTHING COULD BE DONE, 4 WHEN AN
      *    EMPLOYEE WAS NOT ON THE MASTER (ROLLED AT THE PERMANENT
      *    CAP, NO STATEMENT).
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LEAVE-HISTORY-FILE ASSIGN TO "LEAVE-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LH-STATUS.
           SELECT FORFEIT-RPT-FILE ASSIGN TO "LEAVE-FORFEIT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT STMT-FILE ASSIGN TO "LEAVE-CARRY-STMTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-BALANCE.
           COPY "leavebal.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  LEAVE-HISTORY-FILE.
           COPY "leavehst.cpy".

       FD  FORFEIT-RPT-FILE.
       01  FORFEIT-RPT-RECORD   PIC X(80).

       FD  STMT-FILE.
       01  STMT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LB-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-LH-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-STMT-STATUS      PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-LH-EOF           PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-LEAVE-YEAR       PIC 9(4).
       01 WS-COMMIT           PIC X VALUE "N".
       01 WS-YEAR-CLOSED      PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-YEAR-END         PIC 9(8).
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8).
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-CAP-PERMANENT    PIC S9(4)V9 VALUE 40.0.
       01 WS-CAP-CONTRACT     PIC S9(4)V9 VALUE 0.
       01 WS-EMP-FOUND        PIC X.
       01 WS-EMP-TYPE         PIC X.
       01 WS-CAP              PIC S9(4)V9.
       01 WS-OPENING          PIC S9(4)V9.
       01 WS-FORFEIT          PIC S9(4)V9.
       01 WS-CARRIED          PIC S9(4)V9.
       01 WS-EMP-COUNT        PIC 9(5) VALUE 0.
       01 WS-FORFEIT-COUNT    PIC 9(5) VALUE 0.
       01 WS-NO-MASTER-CT     PIC 9(5) VALUE 0.
       01 WS-STMT-COUNT       PIC 9(5) VALUE 0.
       01 WS-FORFEIT-TOTAL    PIC S9(7)V9 VALUE 0.
       01 WS-CARRIED-TOTAL    PIC S9(7)V9 VALUE 0.

           COPY "printctl.cpy".

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "LEAVE CARRYOVER FORFEITURES".
           05 FILLER          PIC X(11) VALUE "LEAVE YEAR ".
           05 HDR-YEAR        PIC 9(4).
           05 FILLER          PIC X(3) VALUE " - ".
           05 HDR-MODE        PIC X(20).

       01 WS-RPT-COLS         PIC X(80) VALUE
          "EMP ID   NAME                      DEPT T  BALANCE     CAP
      -    "  FORFEIT  CARRIED".

       01 WS-RPT-LINE.
           05 RL-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-NAME         PIC X(25).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-DEPT         PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-TYPE         PIC X.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-BALANCE      PIC -(3)9.9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-CAP          PIC -(3)9.9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 RL-FORFEIT      PIC -(3)9.9.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 RL-CARRIED      PIC -(3)9.9.

       01 WS-CAP-LINE.
           05 FILLER          PIC X(26) VALUE
              "CARRYOVER CAP PERMANENT: ".
           05 CAP-PERM        PIC -(3)9.9.
           05 FILLER          PIC X(14) VALUE "   CONTRACT: ".
           05 CAP-CONTRACT    PIC -(3)9.9.

       01 WS-TOTAL-LINE-1.
           05 FILLER          PIC X(20) VALUE "EMPLOYEES ROLLED:  ".
           05 TL-EMPS         PIC ZZZZ9.
           05 FILLER          PIC X(20) VALUE "   WITH FORFEITURE: ".
           05 TL-FORFEITS     PIC ZZZZ9.
       01 WS-TOTAL-LINE-2.
           05 FILLER          PIC X(20) VALUE "HOURS FORFEITED:   ".
           05 TL-FORFEIT-HRS  PIC -(6)9.9.
           05 FILLER          PIC X(20) VALUE "   HOURS CARRIED:   ".
           05 TL-CARRIED-HRS  PIC -(6)9.9.

       01 WS-STMT-TITLE.
           05 FILLER          PIC X(35) VALUE
              "LEAVE CARRYOVER STATEMENT FOR YEAR ".
           05 ST-YEAR         PIC 9(4).
       01 WS-NAME-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 NL-NAME         PIC X(31).
       01 WS-STREET-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 SL-STREET       PIC X(30).
       01 WS-CITY-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 CL-CITY         PIC X(20).
       01 WS-ID-LINE.
           05 FILLER          PIC X(13) VALUE "EMPLOYEE ID: ".
           05 IL-EMP-ID       PIC 9(7).
       01 WS-STMT-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 SM-LABEL        PIC X(36).
           05 SM-HOURS        PIC -(4)9.9.
           05 FILLER          PIC X(6) VALUE " HOURS".

       01 WS-SUM-LINE.
           05 FILLER          PIC X(21) VALUE "STATEMENTS PRODUCED: ".
           05 SUM-COUNT       PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:4) IS NOT NUMERIC
               DISPLAY "LEAVE YEAR (YYYY) REQUIRED - ROLLOVER NOT RUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARAM (1:4) TO WS-LEAVE-YEAR.
           IF WS-PARAM (6:6) = "COMMIT"
               MOVE "Y" TO WS-COMMIT
           END-IF.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           COMPUTE WS-YEAR-END = WS-LEAVE-YEAR * 10000 + 1231.
           PERFORM READ-CARRY-CAPS.
           PERFORM CHECK-YEAR-NOT-CLOSED.
           IF WS-YEAR-CLOSED = "Y"
               DISPLAY "LEAVE YEAR " WS-LEAVE-YEAR
                       " IS ALREADY CLOSED ON LEAVE-HISTORY."
               IF WS-COMMIT = "Y"
                   DISPLAY "ROLLOVER NOT RUN."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-COMMIT = "Y"
               OPEN I-O LEAVE-BALANCE
           ELSE
               OPEN INPUT LEAVE-BALANCE
           END-IF.
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
           OPEN OUTPUT FORFEIT-RPT-FILE.
           MOVE WS-LEAVE-YEAR TO HDR-YEAR.
           IF WS-COMMIT = "Y"
               MOVE "COMMITTED" TO HDR-MODE
           ELSE
               MOVE "PREVIEW - NOT POSTED" TO HDR-MODE
           END-IF.
           WRITE FORFEIT-RPT-RECORD FROM WS-RPT-HEADER.
           MOVE WS-CAP-PERMANENT TO CAP-PERM.
           MOVE WS-CAP-CONTRACT TO CAP-CONTRACT.
           WRITE FORFEIT-RPT-RECORD FROM WS-CAP-LINE.
           WRITE FORFEIT-RPT-RECORD FROM WS-RPT-COLS.
           IF WS-COMMIT = "Y"
               OPEN EXTEND LEAVE-HISTORY-FILE
               IF WS-LH-STATUS <> "00"
                   OPEN OUTPUT LEAVE-HISTORY-FILE
               END-IF
               OPEN OUTPUT STMT-FILE
               MOVE "LEAVE CARRYOVER STATEMENTS" TO PRT-TITLE
               MOVE 0 TO PRT-PAGE-SIZE
               MOVE "INIT" TO PRT-FUNCTION
               CALL "printsrv" USING PRINT-CONTROL
           END-IF.
           PERFORM ROLL-ONE-BALANCE UNTIL WS-EOF = 1.
           MOVE WS-EMP-COUNT TO TL-EMPS.
           MOVE WS-FORFEIT-COUNT TO TL-FORFEITS.
           MOVE WS-FORFEIT-TOTAL TO TL-FORFEIT-HRS.
           MOVE WS-CARRIED-TOTAL TO TL-CARRIED-HRS.
           MOVE SPACES TO FORFEIT-RPT-RECORD.
           WRITE FORFEIT-RPT-RECORD.
           WRITE FORFEIT-RPT-RECORD FROM WS-TOTAL-LINE-1.
           WRITE FORFEIT-RPT-RECORD FROM WS-TOTAL-LINE-2.
           CLOSE LEAVE-BALANCE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE FORFEIT-RPT-FILE.
           IF WS-COMMIT = "Y"
               MOVE WS-STMT-COUNT TO SUM-COUNT
               WRITE STMT-RECORD FROM WS-SUM-LINE
               CLOSE LEAVE-HISTORY-FILE
               CLOSE STMT-FILE
               DISPLAY "LEAVE YEAR " WS-LEAVE-YEAR " CLOSED: "
                       WS-EMP-COUNT " ROLLED, " WS-FORFEIT-COUNT
                       " WITH FORFEITURE."
           ELSE
               DISPLAY "LEAVE YEAR " WS-LEAVE-YEAR " PREVIEW: "
                       WS-EMP-COUNT " BALANCES, " WS-FORFEIT-COUNT
                       " WOULD FORFEIT. NOTHING POSTED."
           END-IF.
           IF WS-NO-MASTER-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-CARRY-CAPS.
           MOVE WS-YEAR-END TO WS-PARM-ASOF.
           MOVE "LEAVE-CARRY-CAP-P" TO WS-PARM-NAME.
           MOVE WS-CAP-PERMANENT TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-VALUE >= 0 AND WS-PARM-VALUE < 10000
               MOVE WS-PARM-VALUE TO WS-CAP-PERMANENT
           END-IF.
           MOVE "LEAVE-CARRY-CAP-C" TO WS-PARM-NAME.
           MOVE WS-CAP-CONTRACT TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-VALUE >= 0 AND WS-PARM-VALUE < 10000
               MOVE WS-PARM-VALUE TO WS-CAP-CONTRACT
           END-IF.

      *    A YEAR WITH ANY LEAVE-HISTORY RECORD HAS BEEN CLOSED
      *    ALREADY. A PREVIEW ONLY WARNS; A COMMIT IS REFUSED, SINCE
      *    ROLLING THE NEW YEAR'S BALANCES AGAIN WOULD FORFEIT THEM.
       CHECK-YEAR-NOT-CLOSED.
           OPEN INPUT LEAVE-HISTORY-FILE.
           IF WS-LH-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LH-EOF = 1
               READ LEAVE-HISTORY-FILE
                   AT END
                       MOVE 1 TO WS-LH-EOF
                   NOT AT END
                       IF LH-LEAVE-YEAR = WS-LEAVE-YEAR
                           MOVE 1 TO WS-LH-EOF
                           MOVE "Y" TO WS-YEAR-CLOSED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-HISTORY-FILE.

       ROLL-ONE-BALANCE.
           READ LEAVE-BALANCE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM APPLY-CARRY-CAP
           END-READ.

       APPLY-CARRY-CAP.
           PERFORM FIND-EMPLOYEE.
           IF WS-EMP-TYPE = "C"
               MOVE WS-CAP-CONTRACT TO WS-CAP
           ELSE
               MOVE WS-CAP-PERMANENT TO WS-CAP
           END-IF.
           COMPUTE WS-OPENING = LB-BALANCE-HOURS - LB-ACCRUED-YTD
                              + LB-TAKEN-YTD.
           IF LB-BALANCE-HOURS > WS-CAP
               COMPUTE WS-FORFEIT = LB-BALANCE-HOURS - WS-CAP
               MOVE WS-CAP TO WS-CARRIED
           ELSE
               MOVE 0 TO WS-FORFEIT
               MOVE LB-BALANCE-HOURS TO WS-CARRIED
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           ADD WS-FORFEIT TO WS-FORFEIT-TOTAL.
           ADD WS-CARRIED TO WS-CARRIED-TOTAL.
           IF WS-FORFEIT > 0
               ADD 1 TO WS-FORFEIT-COUNT
               PERFORM PRINT-FORFEIT-LINE
           END-IF.
           IF WS-COMMIT = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE LB-EMPLOYEE-ID TO LH-EMPLOYEE-ID.
           MOVE WS-LEAVE-YEAR TO LH-LEAVE-YEAR.
           MOVE WS-EMP-TYPE TO LH-EMPLOYMENT-TYPE.
           MOVE WS-OPENING TO LH-OPENING-HOURS.
           MOVE LB-ACCRUED-YTD TO LH-ACCRUED-HOURS.
           MOVE LB-TAKEN-YTD TO LH-TAKEN-HOURS.
           MOVE LB-BALANCE-HOURS TO LH-CLOSING-HOURS.
           MOVE WS-CAP TO LH-CARRY-CAP.
           MOVE WS-FORFEIT TO LH-FORFEITED-HOURS.
           MOVE WS-CARRIED TO LH-CARRIED-HOURS.
           MOVE WS-RUN-DATE TO LH-CLOSED-DATE.
           WRITE LEAVE-HISTORY-RECORD.
           IF WS-EMP-FOUND = "Y"
               PERFORM PRINT-CARRY-STATEMENT
           END-IF.
           MOVE WS-CARRIED TO LB-BALANCE-HOURS.
           MOVE 0 TO LB-ACCRUED-YTD.
           MOVE 0 TO LB-TAKEN-YTD.
           REWRITE LEAVE-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "LEAVE-BALANCE REWRITE FAILED FOR "
                           LB-EMPLOYEE-ID
           END-REWRITE.

      *    AN EMPLOYEE NO LONGER ON THE MASTER STILL ROLLS, AT THE
      *    PERMANENT CAP, SO THE BALANCE FILE STAYS IN STEP.
       FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE SPACE TO WS-EMP-TYPE.
           MOVE LB-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-CT
                   DISPLAY "NO MASTER RECORD FOR EMPLOYEE "
                           LB-EMPLOYEE-ID " - PERMANENT CAP USED."
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   MOVE EMPLOYMENT-TYPE TO WS-EMP-TYPE
           END-READ.

       PRINT-FORFEIT-LINE.
           MOVE LB-EMPLOYEE-ID TO RL-EMP-ID.
           MOVE SPACES TO RL-NAME RL-DEPT.
           IF WS-EMP-FOUND = "Y"
               STRING LAST-NAME DELIMITED BY "  "
                      ", " DELIMITED BY SIZE
                      FIRST-NAME DELIMITED BY "  "
                      INTO RL-NAME
               END-STRING
               MOVE DEPARTMENT-CODE TO RL-DEPT
           ELSE
               MOVE "(NOT ON MASTER)" TO RL-NAME
           END-IF.
           IF WS-EMP-TYPE = "C"
               MOVE "C" TO RL-TYPE
           ELSE
               MOVE "P" TO RL-TYPE
           END-IF.
           MOVE LB-BALANCE-HOURS TO RL-BALANCE.
           MOVE WS-CAP TO RL-CAP.
           MOVE WS-FORFEIT TO RL-FORFEIT.
           MOVE WS-CARRIED TO RL-CARRIED.
           WRITE FORFEIT-RPT-RECORD FROM WS-RPT-LINE.

      *    ONE PAGE PER EMPLOYEE, READY FOR THE ENVELOPE, AS THE
      *    ANNUAL PAY STATEMENTS ARE.
       PRINT-CARRY-STATEMENT.
           MOVE "PAGE" TO PRT-FUNCTION.
           CALL "printsrv" USING PRINT-CONTROL.
           WRITE STMT-RECORD FROM PRT-HEADER-LINE.
           MOVE WS-LEAVE-YEAR TO ST-YEAR.
           WRITE STMT-RECORD FROM WS-STMT-TITLE.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO NL-NAME.
           STRING FIRST-NAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LAST-NAME DELIMITED BY "  "
                  INTO NL-NAME
           END-STRING.
           WRITE STMT-RECORD FROM WS-NAME-LINE.
           MOVE STREET-ADDRESS TO SL-STREET.
           WRITE STMT-RECORD FROM WS-STREET-LINE.
           MOVE CITY TO CL-CITY.
           WRITE STMT-RECORD FROM WS-CITY-LINE.
           MOVE LB-EMPLOYEE-ID TO IL-EMP-ID.
           WRITE STMT-RECORD FROM WS-ID-LINE.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE "BALANCE BROUGHT FORWARD" TO SM-LABEL.
           MOVE WS-OPENING TO SM-HOURS.
           WRITE STMT-RECORD FROM WS-STMT-LINE.
           MOVE "LEAVE EARNED THIS YEAR" TO SM-LABEL.
           MOVE LB-ACCRUED-YTD TO SM-HOURS.
           WRITE STMT-RECORD FROM WS-STMT-LINE.
           MOVE "LEAVE TAKEN THIS YEAR" TO SM-LABEL.
           MOVE LB-TAKEN-YTD TO SM-HOURS.
           WRITE STMT-RECORD FROM WS-STMT-LINE.
           MOVE "BALANCE AT YEAR END" TO SM-LABEL.
           MOVE LB-BALANCE-HOURS TO SM-HOURS.
           WRITE STMT-RECORD FROM WS-STMT-LINE.
           MOVE "CARRYOVER LIMIT" TO SM-LABEL.
           MOVE WS-CAP TO SM-HOURS.
           WRITE STMT-RECORD FROM WS-STMT-LINE.
           MOVE "FORFEITED" TO SM-LABEL.
           MOVE WS-FORFEIT TO SM-HOURS.
           WRITE STMT-RECORD FROM WS-STMT-LINE.
           MOVE "CARRIED INTO THE NEW YEAR" TO SM-LABEL.
           MOVE WS-CARRIED TO SM-HOURS.
           WRITE STMT-RECORD FROM WS-STMT-LINE.
           ADD 1 TO WS-STMT-COUNT.
