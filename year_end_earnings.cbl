      *****************************************************************
      *    READS THE EMPLOYEE MASTER AND PRODUCES A W-2-STYLE
      *    YEAR-END EARNINGS SUMMARY, ONE LINE PER EMPLOYEE, WITH A
      *    FINAL COMPANY TOTAL. THE MASTER IS TAKEN FROM THE NIGHTLY
      *    EXTRACT'S EMPEXT-ID FILE (EMPLOYEE-ID ORDER, AS THE MASTER
      *    ITSELF READS) ONCE empxchk HAS PASSED ITS CONTROL RECORD;
      *    A READ COUNT DIFFERENT FROM THE CONTROL COUNT IS RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-EXTRACT ASSIGN TO "EMPEXT-ID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EARNINGS-RPT-FILE ASSIGN TO "EARNINGS-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-EXTRACT.
           COPY "empext.cpy".

       FD  EARNINGS-RPT-FILE.
       01  EARNINGS-RPT-RECORD    PIC X(80).
       01 WS-EOF                  PIC 9(1) VALUE 0.
       01 WS-COMPANY-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-EMP-COUNT            PIC 9(5) VALUE 0.
       01 WS-EXTRACT-FILE         PIC X(4) VALUE "ID  ".
       01 WS-EXTRACT-COUNT        PIC 9(7).
       01 WS-EXTRACT-RESULT       PIC X(1).
       01 WS-EXTRACT-DETAIL       PIC X(40).
       01 WS-EXTRACT-READ         PIC 9(7) VALUE 0.

           COPY "employee.cpy".

           COPY "printctl.cpy".

           05 TL-COUNT        PIC ZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL "empxchk" USING WS-EXTRACT-FILE WS-EXTRACT-COUNT
               WS-EXTRACT-RESULT WS-EXTRACT-DETAIL.
           IF WS-EXTRACT-RESULT NOT = "Y"
               DISPLAY "EMPLOYEE EXTRACT NOT USABLE: "
                       WS-EXTRACT-DETAIL
               DISPLAY "EARNINGS REPORT NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-EXTRACT.
           OPEN OUTPUT EARNINGS-RPT-FILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "NO EMPLOYEE EXTRACT FILE AVAILABLE."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "YEAR-END EARNINGS SUMMARY" TO PRT-TITLE
               MOVE 0 TO PRT-PAGE-SIZE
               PERFORM PRINT-PAGE-HEADERS
               PERFORM PROCESS-EMPLOYEES UNTIL WS-EOF = 1
               PERFORM PRINT-COMPANY-TOTAL
               PERFORM CHECK-EXTRACT-COUNT
           END-IF.
           CLOSE EMPLOYEE-EXTRACT.
           CLOSE EARNINGS-RPT-FILE.
           STOP RUN.

           WRITE EARNINGS-RPT-RECORD FROM WS-HEADER-LINE-2.

       PROCESS-EMPLOYEES.
           READ EMPLOYEE-EXTRACT
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-EXTRACT-READ
                   MOVE EX-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD
                   PERFORM PRINT-EMPLOYEE-LINE
           END-READ.

               PERFORM PRINT-PAGE-HEADERS
           END-IF.
           WRITE EARNINGS-RPT-RECORD FROM WS-TOTAL-LINE.

       CHECK-EXTRACT-COUNT.
           IF WS-EXTRACT-READ NOT = WS-EXTRACT-COUNT
               DISPLAY "EXTRACT COUNT MISMATCH - READ "
                       WS-EXTRACT-READ " CONTROL " WS-EXTRACT-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
