      *    THE NEXT TWO WEEKS - WITH THE END DATE AND DEPARTMENT -
      *    SO MANAGERS DO THE REVIEWS ON TIME, AND SEPARATELY
      *    COUNTS EVERYONE STILL INSIDE THE WINDOW (WHOSE SALARY
      *    CHANGES THE APPLY RUN IS HOLDING). READS THE NIGHTLY
      *    EXTRACT'S EMPEXT-HIRE FILE RATHER THAN THE MASTER, SO THE
      *    REVIEWS COME OUT IN HIRE-DATE (END-DATE) ORDER; empxchk
      *    MUST PASS THE EXTRACT AND THE COUNT READ MUST MATCH ITS
      *    CONTROL RECORD, OR THE RUN ENDS RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-EXTRACT ASSIGN TO "EMPEXT-HIRE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PROBATION-RPT-FILE ASSIGN TO "PROBATION-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-EXTRACT.
           COPY "empext.cpy".

       FD  PROBATION-RPT-FILE.
       01  PROBATION-RPT-RECORD PIC X(80).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-EXTRACT-FILE     PIC X(4) VALUE "HIRE".
       01 WS-EXTRACT-COUNT    PIC 9(7).
       01 WS-EXTRACT-RESULT   PIC X(1).
       01 WS-EXTRACT-DETAIL   PIC X(40).
       01 WS-EXTRACT-READ     PIC 9(7) VALUE 0.

           COPY "employee.cpy".

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(36) VALUE
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
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
           MOVE WS-ENDING-COUNT TO TL-ENDING.
           MOVE WS-IN-PROB-COUNT TO TL-IN-PROB.
           WRITE PROBATION-RPT-RECORD FROM WS-TOTALS-LINE.
           CLOSE EMPLOYEE-EXTRACT.
           IF WS-EXTRACT-READ NOT = WS-EXTRACT-COUNT
               DISPLAY "EXTRACT COUNT MISMATCH - READ "
                       WS-EXTRACT-READ " CONTROL " WS-EXTRACT-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE PROBATION-RPT-FILE.
           DISPLAY "REVIEWS DUE IN 14 DAYS: " WS-ENDING-COUNT.
           DISPLAY "STILL IN PROBATION:     " WS-IN-PROB-COUNT.
           STOP RUN.

       CHECK-ONE-EMPLOYEE.
           READ EMPLOYEE-EXTRACT
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-EXTRACT-READ
                   MOVE EX-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD
                   PERFORM CHECK-PROBATION-WINDOW
           END-READ.

