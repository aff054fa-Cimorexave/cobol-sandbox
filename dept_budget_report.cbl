      *    AND PRINTS BUDGET, ACTUAL, VARIANCE AND PERCENT CONSUMED
      *    AGAINST THE DM-ANNUAL-BUDGET ON DEPT-MASTER, FLAGGING
      *    OVER-BUDGET DEPARTMENTS. REPLACES FINANCE'S SPREADSHEET.
      *    A SHARED EMPLOYEE'S SALARY IS SPREAD OVER THEIR COST-ALLOC
      *    SPLIT (costsplit) AS IT GOES INTO THE SORT, AND A CONTROL
      *    LINE PROVES THE DEPARTMENT ACTUALS ADD BACK TO THE
      *    UNALLOCATED SALARY TOTAL. THE EMPLOYEES COME FROM THE
      *    NIGHTLY EXTRACT'S EMPEXT-ID FILE, NOT THE MASTER (THE
      *    SPLITS STILL NEED THIS PROGRAM'S OWN SORT); empxchk MUST
      *    PASS THE EXTRACT AND THE COUNT READ MUST MATCH ITS
      *    CONTROL RECORD, OR THE RUN ENDS RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-EXTRACT ASSIGN TO "EMPEXT-ID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPT-MASTER"
               ORGANIZATION IS INDEXED
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-EXTRACT.
           COPY "empext.cpy".

       FD  DEPT-MASTER.
           COPY "deptmast.cpy".
       01 WS-TOTAL-BUDGET     PIC S9(11)V99 VALUE 0.
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-EMP-EOF          PIC X VALUE "N".
       01 WS-UNALLOC-TOTAL    PIC S9(11)V99 VALUE 0.
       01 WS-BAD-SPLIT-CT     PIC 9(5) VALUE 0.
       01 WS-SPLIT-IDX        PIC 9(1).
       01 WS-EXTRACT-FILE     PIC X(4) VALUE "ID  ".
       01 WS-EXTRACT-COUNT    PIC 9(7).
       01 WS-EXTRACT-RESULT   PIC X(1).
       01 WS-EXTRACT-DETAIL   PIC X(40).
       01 WS-EXTRACT-READ     PIC 9(7) VALUE 0.
           COPY "employee.cpy".
           COPY "costsplt.cpy".

       01 WS-HEADER-LINE-1.
           05 FILLER      PIC X(36) VALUE
           05 TOT-BUDGET     PIC -(9)9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 TOT-ACTUAL     PIC -(9)9.99.

       01 WS-CONTROL-LINE.
           05 FILLER         PIC X(28) VALUE
              "ALLOCATION CONTROL: SALARY ".
           05 CTL-UNALLOC    PIC -(9)9.99.
           05 FILLER         PIC X(10) VALUE "  SPREAD  ".
           05 CTL-ALLOC      PIC -(9)9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 CTL-VERDICT    PIC X(12).
      *****************************************************************
       PROCEDURE DIVISION.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           CALL "empxchk" USING WS-EXTRACT-FILE WS-EXTRACT-COUNT
               WS-EXTRACT-RESULT WS-EXTRACT-DETAIL.
           IF WS-EXTRACT-RESULT NOT = "Y"
               DISPLAY "EMPLOYEE EXTRACT NOT USABLE: "
                       WS-EXTRACT-DETAIL
               DISPLAY "BUDGET REPORT NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-EXTRACT.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "NO EMPLOYEE EXTRACT FILE AVAILABLE."
               DISPLAY "BUDGET REPORT NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DM-STATUS = "00"
               MOVE "Y" TO WS-DEPT-AVAILABLE
           WRITE BUDGET-RPT-RECORD FROM WS-HEADER-LINE-2.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEPARTMENT-CODE
               INPUT PROCEDURE IS 0200-SPLIT-MASTER
               OUTPUT PROCEDURE IS 0300-BUILD-REPORT.
           CLOSE EMPLOYEE-EXTRACT.
           MOVE "CLOS" TO CS-FUNCTION.
           CALL "costsplit" USING COST-SPLIT-AREA.
           MOVE WS-TOTAL-BUDGET TO TOT-BUDGET.
           MOVE WS-TOTAL-ACTUAL TO TOT-ACTUAL.
           WRITE BUDGET-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-UNALLOC-TOTAL TO CTL-UNALLOC.
           MOVE WS-TOTAL-ACTUAL TO CTL-ALLOC.
           IF WS-TOTAL-ACTUAL = WS-UNALLOC-TOTAL
               MOVE "IN BALANCE" TO CTL-VERDICT
           ELSE
               MOVE "OUT OF BAL" TO CTL-VERDICT
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE BUDGET-RPT-RECORD FROM WS-CONTROL-LINE.
           DISPLAY WS-CONTROL-LINE.
           IF WS-EXTRACT-READ NOT = WS-EXTRACT-COUNT
               DISPLAY "EXTRACT COUNT MISMATCH - READ "
                       WS-EXTRACT-READ " CONTROL " WS-EXTRACT-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-BAD-SPLIT-CT > 0
               DISPLAY "SPLITS NOT ADDING TO 100: " WS-BAD-SPLIT-CT
           END-IF.
           CLOSE BUDGET-RPT-FILE.
           IF WS-DEPT-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           DISPLAY "DEPARTMENT BUDGET REPORT COMPLETE.".
           STOP RUN.

      *    ONE SORT RECORD PER DEPARTMENT CHARGED: THE WHOLE SALARY
      *    FOR AN EMPLOYEE WITH NO SPLIT, OR EACH DEPARTMENT'S SHARE.
       0200-SPLIT-MASTER.
           MOVE "N" TO WS-EMP-EOF.
           PERFORM UNTIL WS-EMP-EOF = "Y"
               READ EMPLOYEE-EXTRACT
                   AT END
                       MOVE "Y" TO WS-EMP-EOF
                   NOT AT END
                       ADD 1 TO WS-EXTRACT-READ
                       MOVE EX-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD
                       PERFORM 0210-RELEASE-SHARES
               END-READ
           END-PERFORM.

       0210-RELEASE-SHARES.
           ADD SALARY TO WS-UNALLOC-TOTAL.
           MOVE "SPLT" TO CS-FUNCTION.
           MOVE EMPLOYEE-ID TO CS-EMPLOYEE-ID.
           MOVE DEPARTMENT-CODE TO CS-HOME-DEPT.
           MOVE SALARY TO CS-AMOUNT.
           CALL "costsplit" USING COST-SPLIT-AREA.
           IF CS-BAD-SPLIT
               ADD 1 TO WS-BAD-SPLIT-CT
           END-IF.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > CS-SPLIT-COUNT
               MOVE EMPLOYEE-RECORD TO SD-EMPLOYEE-RECORD
               MOVE CS-DEPT (WS-SPLIT-IDX) TO SD-DEPARTMENT-CODE
               MOVE CS-SHARE (WS-SPLIT-IDX) TO SD-SALARY
               RELEASE SD-EMPLOYEE-RECORD
           END-PERFORM.

       0300-BUILD-REPORT.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
