      *    DEPARTMENT WITH YEARS AND MONTHS OF SERVICE COMPUTED FROM
      *    DATE-OF-HIRE AS OF THE RUN DATE FROM getdate. REPLACES THE
      *    EYEBALL PASS HR DID OVER THE ROSTER REPORT EVERY MONTH.
      *    BOTH PARTS COME FROM ONE PASS OF THE NIGHTLY EXTRACT'S
      *    EMPEXT-HIRE FILE (PART ONE IN SENIORITY ORDER, PART TWO
      *    SORTED BY DEPARTMENT AS IT GOES) INSTEAD OF TWO READS OF
      *    THE MASTER; empxchk MUST PASS THE EXTRACT AND THE COUNT
      *    READ MUST MATCH ITS CONTROL RECORD, OR THE RUN ENDS RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-EXTRACT ASSIGN TO "EMPEXT-HIRE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT ANNIV-RPT-FILE ASSIGN TO "ANNIV-RPT"
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-EXTRACT.
           COPY "empext.cpy".

       SD  SORT-WORK-FILE.
       01  SD-EMPLOYEE-RECORD.
       01 WS-SERVICE-REM      PIC S9(2).
       01 WS-ANNIV-COUNT      PIC 9(5) VALUE 0.
       01 WS-EMP-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXTRACT-FILE     PIC X(4) VALUE "HIRE".
       01 WS-EXTRACT-COUNT    PIC 9(7).
       01 WS-EXTRACT-RESULT   PIC X(1).
       01 WS-EXTRACT-DETAIL   PIC X(40).
       01 WS-EXTRACT-READ     PIC 9(7) VALUE 0.

           COPY "employee.cpy".

       01 WS-PART1-HEADER.
           05 FILLER PIC X(34) VALUE
               MOVE WS-RUN-YEAR TO WS-NEXT-YEAR
               COMPUTE WS-NEXT-MONTH = WS-RUN-MONTH + 1
           END-IF.
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
           MOVE WS-NEXT-YEAR TO P1-YEAR.
           MOVE WS-NEXT-MONTH TO P1-MONTH.
           WRITE ANNIV-RPT-RECORD FROM WS-PART1-HEADER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEPARTMENT-CODE
               ON ASCENDING KEY SD-DATE-OF-HIRE
               INPUT PROCEDURE IS SCAN-EXTRACT
               OUTPUT PROCEDURE IS PRINT-SENIORITY.
           CLOSE EMPLOYEE-EXTRACT.
           IF WS-EXTRACT-READ NOT = WS-EXTRACT-COUNT
               DISPLAY "EXTRACT COUNT MISMATCH - READ "
                       WS-EXTRACT-READ " CONTROL " WS-EXTRACT-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-ANNIV-COUNT TO SUM-ANNIV.
           MOVE WS-EMP-COUNT   TO SUM-EMPS.
           WRITE ANNIV-RPT-RECORD FROM WS-SUMMARY-LINE.
                   WS-ANNIV-COUNT.
           STOP RUN.

       SCAN-EXTRACT.
           PERFORM SCAN-FOR-ANNIVERSARIES UNTIL WS-EOF = 1.

       SCAN-FOR-ANNIVERSARIES.
           READ EMPLOYEE-EXTRACT
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-EXTRACT-READ
                   MOVE EX-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD
                   MOVE EMPLOYEE-RECORD TO SD-EMPLOYEE-RECORD
                   RELEASE SD-EMPLOYEE-RECORD
                   MOVE DATE-OF-HIRE TO WS-DOH
                   IF WS-DOH-MONTH = WS-NEXT-MONTH
                       COMPUTE WS-ANNIV-YEARS =
           END-READ.

       PRINT-SENIORITY.
           WRITE ANNIV-RPT-RECORD FROM WS-PART2-HEADER.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
