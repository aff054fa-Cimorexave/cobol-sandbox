      *    POSITIONS, ACTUAL HEADCOUNT, VACANCIES (OR THE OVERAGE)
      *    AND THE BUDGET PICTURE - ANNUAL BUDGET AGAINST ACTUAL
      *    SALARIES - SO OVER-ESTABLISHMENT SHOWS UP MONTHLY, NOT
      *    WEEKS LATE ON THE MOVEMENT REPORT. THE TALLY IS TAKEN
      *    FROM THE NIGHTLY EXTRACT'S EMPEXT-DEPT FILE, NOT THE
      *    MASTER; empxchk MUST PASS THE EXTRACT AND THE COUNT READ
      *    MUST MATCH ITS CONTROL RECORD, OR THE RUN ENDS RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT EMPLOYEE-EXTRACT ASSIGN TO "EMPEXT-DEPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT VACANCY-RPT-FILE ASSIGN TO "DEPT-VACANCY-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  DEPT-MASTER.
           COPY "deptmast.cpy".

       FD  EMPLOYEE-EXTRACT.
           COPY "empext.cpy".

       FD  VACANCY-RPT-FILE.
       01  VACANCY-RPT-RECORD   PIC X(100).
       01 WS-TOT-ACTUAL       PIC 9(5) VALUE 0.
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-EXTRACT-FILE     PIC X(4) VALUE "DEPT".
       01 WS-EXTRACT-COUNT    PIC 9(7).
       01 WS-EXTRACT-RESULT   PIC X(1).
       01 WS-EXTRACT-DETAIL   PIC X(40).
       01 WS-EXTRACT-READ     PIC 9(7) VALUE 0.

           COPY "employee.cpy".

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(34) VALUE
           STOP RUN.

       TALLY-EMPLOYEES.
           CALL "empxchk" USING WS-EXTRACT-FILE WS-EXTRACT-COUNT
               WS-EXTRACT-RESULT WS-EXTRACT-DETAIL.
           IF WS-EXTRACT-RESULT NOT = "Y"
               DISPLAY "EMPLOYEE EXTRACT NOT USABLE: "
                       WS-EXTRACT-DETAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-EXTRACT.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "NO EMPLOYEE EXTRACT FILE AVAILABLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TALLY-ONE-EMPLOYEE UNTIL WS-EMP-EOF = 1.
           CLOSE EMPLOYEE-EXTRACT.
           IF WS-EXTRACT-READ NOT = WS-EXTRACT-COUNT
               DISPLAY "EXTRACT COUNT MISMATCH - READ "
                       WS-EXTRACT-READ " CONTROL " WS-EXTRACT-COUNT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       TALLY-ONE-EMPLOYEE.
           READ EMPLOYEE-EXTRACT
               AT END
                   MOVE 1 TO WS-EMP-EOF
               NOT AT END
                   ADD 1 TO WS-EXTRACT-READ
                   MOVE EX-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD
                   PERFORM POST-EMPLOYEE-TO-TALLY
           END-READ.

