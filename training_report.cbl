      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  training_report.
      *****************************************************************
      *    MONTHLY TRAINING COMPLIANCE REPORT. CHECKS EVERY EMPLOYEE
      *    ON THE MASTER THROUGH trncheck AND LISTS, DEPARTMENT BY
      *    DEPARTMENT, THE REQUIRED COURSES THEY HAVE NEVER
      *    COMPLETED, THE CERTIFICATIONS ALREADY EXPIRED AND THE ONES
      *    EXPIRING WITHIN THE ALERT WINDOW (SYSTEM PARAMETER
      *    TRAINING-ALERT-DAYS, 60 DAYS WHEN NOT SET). THE AS-OF DATE
      *    IS YYYYMMDD ON THE COMMAND LINE, OR TODAY. EACH DEPARTMENT
      *    CLOSES WITH ITS COUNTS AND ITS EMPLOYEES OUT OF COMPLIANCE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT TRAINING-RPT-FILE ASSIGN TO "TRAINING-COMPLIANCE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       SD  SORT-WORK-FILE.
       01  SD-EXCEPTION-RECORD.
           05 SD-DEPARTMENT-CODE  PIC X(4).
           05 SD-LAST-NAME        PIC X(15).
           05 SD-FIRST-NAME       PIC X(15).
           05 SD-EMPLOYEE-ID      PIC 9(7).
           05 SD-COURSE           PIC X(6).
           05 SD-COURSE-NAME      PIC X(30).
           05 SD-CONDITION        PIC X(8).
           05 SD-EXPIRY-DATE      PIC 9(8).
           05 SD-REQUIRED         PIC X.
           05 SD-COMPLIANT        PIC X.

       FD  TRAINING-RPT-FILE.
       01  TRAINING-RPT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-PARAM            PIC X(20).
       01 WS-AS-OF-DATE       PIC 9(8).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-ALERT-DAYS       PIC 9(3) VALUE 60.
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-EMP-EOF          PIC X VALUE "N".
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-EXC-IDX          PIC 9(2).
       01 WS-FIRST-RECORD     PIC X VALUE "Y".
       01 WS-CURRENT-DEPT     PIC X(4).
       01 WS-LAST-EMP-ID      PIC 9(7).
       01 WS-EMP-CHECKED      PIC 9(5) VALUE 0.
       01 WS-DEPT-MISSING     PIC 9(5) VALUE 0.
       01 WS-DEPT-EXPIRED     PIC 9(5) VALUE 0.
       01 WS-DEPT-EXPIRING    PIC 9(5) VALUE 0.
       01 WS-DEPT-NONCOMP     PIC 9(5) VALUE 0.
       01 WS-TOTAL-MISSING    PIC 9(5) VALUE 0.
       01 WS-TOTAL-EXPIRED    PIC 9(5) VALUE 0.
       01 WS-TOTAL-EXPIRING   PIC 9(5) VALUE 0.
       01 WS-TOTAL-NONCOMP    PIC 9(5) VALUE 0.
           COPY "trnchk.cpy".

       01 WS-HEADER-LINE-1.
           05 FILLER      PIC X(36) VALUE
              "TRAINING COMPLIANCE REPORT".
           05 FILLER      PIC X(7)  VALUE "AS OF: ".
           05 HDR-DATE    PIC 9(4)/99/99.
           05 FILLER      PIC X(16) VALUE "  ALERT WINDOW: ".
           05 HDR-DAYS    PIC ZZ9.
           05 FILLER      PIC X(5)  VALUE " DAYS".

       01 WS-HEADER-LINE-2.
           05 FILLER      PIC X(9)  VALUE "EMP ID".
           05 FILLER      PIC X(16) VALUE "LAST NAME".
           05 FILLER      PIC X(16) VALUE "FIRST NAME".
           05 FILLER      PIC X(8)  VALUE "COURSE".
           05 FILLER      PIC X(31) VALUE "COURSE NAME".
           05 FILLER      PIC X(9)  VALUE "STATUS".
           05 FILLER      PIC X(10) VALUE "EXPIRES".

       01 WS-DEPT-LINE.
           05 FILLER      PIC X(12) VALUE "DEPARTMENT: ".
           05 DL-DEPT     PIC X(4).

       01 WS-DETAIL-LINE.
           05 DET-EMP-ID      PIC 9(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-LAST-NAME   PIC X(15).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 DET-FIRST-NAME  PIC X(15).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 DET-COURSE      PIC X(6).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-COURSE-NAME PIC X(30).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 DET-CONDITION   PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 DET-EXPIRY      PIC X(10).

       01 WS-DEPT-TOTAL-LINE.
           05 FILLER      PIC X(9)  VALUE "  MISSING".
           05 DT-MISSING  PIC ZZZZ9.
           05 FILLER      PIC X(10) VALUE "  EXPIRED ".
           05 DT-EXPIRED  PIC ZZZZ9.
           05 FILLER      PIC X(11) VALUE "  EXPIRING ".
           05 DT-EXPIRING PIC ZZZZ9.
           05 FILLER      PIC X(23) VALUE
              "  EMPLOYEES NOT COMPL. ".
           05 DT-NONCOMP  PIC ZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER      PIC X(14) VALUE "TOTAL MISSING ".
           05 TOT-MISSING PIC ZZZZ9.
           05 FILLER      PIC X(10) VALUE "  EXPIRED ".
           05 TOT-EXPIRED PIC ZZZZ9.
           05 FILLER      PIC X(11) VALUE "  EXPIRING ".
           05 TOT-EXPIRING PIC ZZZZ9.
           05 FILLER      PIC X(23) VALUE
              "  EMPLOYEES NOT COMPL. ".
           05 TOT-NONCOMP PIC ZZZZ9.
           05 FILLER      PIC X(11) VALUE "  CHECKED: ".
           05 TOT-CHECKED PIC ZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:8) IS NUMERIC
               MOVE WS-PARAM (1:8) TO WS-AS-OF-DATE
           ELSE
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF.
           MOVE "TRAINING-ALERT-DAYS" TO WS-PARM-NAME.
           MOVE WS-AS-OF-DATE TO WS-PARM-ASOF.
           MOVE WS-ALERT-DAYS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
              AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-ALERT-DAYS
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "NO EMPLOYEE MASTER FILE AVAILABLE."
               DISPLAY "TRAINING COMPLIANCE REPORT NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRAINING-RPT-FILE.
           MOVE WS-AS-OF-DATE TO HDR-DATE.
           MOVE WS-ALERT-DAYS TO HDR-DAYS.
           WRITE TRAINING-RPT-RECORD FROM WS-HEADER-LINE-1.
           WRITE TRAINING-RPT-RECORD FROM WS-HEADER-LINE-2.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEPARTMENT-CODE
               ON ASCENDING KEY SD-LAST-NAME
               ON ASCENDING KEY SD-EMPLOYEE-ID
               ON ASCENDING KEY SD-COURSE
               INPUT PROCEDURE IS 0200-CHECK-EMPLOYEES
               OUTPUT PROCEDURE IS 0300-BUILD-REPORT.
           CLOSE EMPLOYEE-MASTER.
           MOVE "CLOS" TO TC-FUNCTION.
           CALL "trncheck" USING TRAINING-CHECK-AREA.
           MOVE SPACES TO TRAINING-RPT-RECORD.
           WRITE TRAINING-RPT-RECORD.
           MOVE WS-TOTAL-MISSING  TO TOT-MISSING.
           MOVE WS-TOTAL-EXPIRED  TO TOT-EXPIRED.
           MOVE WS-TOTAL-EXPIRING TO TOT-EXPIRING.
           MOVE WS-TOTAL-NONCOMP  TO TOT-NONCOMP.
           MOVE WS-EMP-CHECKED    TO TOT-CHECKED.
           WRITE TRAINING-RPT-RECORD FROM WS-TOTAL-LINE.
           CLOSE TRAINING-RPT-FILE.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY "TRAINING COMPLIANCE REPORT COMPLETE.".
           STOP RUN.

      *    ONE SORT RECORD PER EXCEPTION trncheck RETURNS. AN
      *    EMPLOYEE WITH NOTHING TO REPORT RELEASES NOTHING.
       0200-CHECK-EMPLOYEES.
           MOVE "N" TO WS-EMP-EOF.
           PERFORM UNTIL WS-EMP-EOF = "Y"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EMP-EOF
                   NOT AT END
                       PERFORM 0210-RELEASE-EXCEPTIONS
               END-READ
           END-PERFORM.

       0210-RELEASE-EXCEPTIONS.
           ADD 1 TO WS-EMP-CHECKED.
           MOVE "CHEK" TO TC-FUNCTION.
           MOVE EMPLOYEE-ID TO TC-EMPLOYEE-ID.
           MOVE DEPARTMENT-CODE TO TC-DEPT.
           MOVE PAY-GRADE TO TC-GRADE.
           MOVE WS-AS-OF-DATE TO TC-AS-OF-DATE.
           MOVE WS-ALERT-DAYS TO TC-ALERT-DAYS.
           CALL "trncheck" USING TRAINING-CHECK-AREA.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > TC-EXC-COUNT
               MOVE DEPARTMENT-CODE TO SD-DEPARTMENT-CODE
               MOVE LAST-NAME TO SD-LAST-NAME
               MOVE FIRST-NAME TO SD-FIRST-NAME
               MOVE EMPLOYEE-ID TO SD-EMPLOYEE-ID
               MOVE TC-COURSE (WS-EXC-IDX) TO SD-COURSE
               MOVE TC-COURSE-NAME (WS-EXC-IDX) TO SD-COURSE-NAME
               MOVE TC-CONDITION (WS-EXC-IDX) TO SD-CONDITION
               MOVE TC-EXPIRY-DATE (WS-EXC-IDX) TO SD-EXPIRY-DATE
               MOVE TC-REQUIRED (WS-EXC-IDX) TO SD-REQUIRED
               MOVE TC-COMPLIANT TO SD-COMPLIANT
               RELEASE SD-EXCEPTION-RECORD
           END-PERFORM.

       0300-BUILD-REPORT.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0310-PRINT-EXCEPTION
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-RECORD = "N"
               PERFORM 0320-PRINT-DEPT-TOTALS
           END-IF.

       0310-PRINT-EXCEPTION.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM 0330-START-DEPT
           END-IF.
           IF SD-DEPARTMENT-CODE NOT = WS-CURRENT-DEPT
               PERFORM 0320-PRINT-DEPT-TOTALS
               PERFORM 0330-START-DEPT
           END-IF.
           IF SD-EMPLOYEE-ID NOT = WS-LAST-EMP-ID
               MOVE SD-EMPLOYEE-ID TO WS-LAST-EMP-ID
               IF SD-COMPLIANT NOT = "Y"
                   ADD 1 TO WS-DEPT-NONCOMP
               END-IF
           END-IF.
           MOVE SD-EMPLOYEE-ID   TO DET-EMP-ID.
           MOVE SD-LAST-NAME     TO DET-LAST-NAME.
           MOVE SD-FIRST-NAME    TO DET-FIRST-NAME.
           MOVE SD-COURSE        TO DET-COURSE.
           MOVE SD-COURSE-NAME   TO DET-COURSE-NAME.
           MOVE SD-CONDITION     TO DET-CONDITION.
           IF SD-EXPIRY-DATE = 0
               MOVE SPACES TO DET-EXPIRY
           ELSE
               MOVE SPACES TO DET-EXPIRY
               STRING SD-EXPIRY-DATE (1:4) "/"
                      SD-EXPIRY-DATE (5:2) "/"
                      SD-EXPIRY-DATE (7:2)
                      DELIMITED BY SIZE INTO DET-EXPIRY
               END-STRING
           END-IF.
           WRITE TRAINING-RPT-RECORD FROM WS-DETAIL-LINE.
           EVALUATE SD-CONDITION
               WHEN "MISSING"
                   ADD 1 TO WS-DEPT-MISSING
               WHEN "EXPIRED"
                   ADD 1 TO WS-DEPT-EXPIRED
               WHEN OTHER
                   ADD 1 TO WS-DEPT-EXPIRING
           END-EVALUATE.

       0320-PRINT-DEPT-TOTALS.
           MOVE WS-DEPT-MISSING  TO DT-MISSING.
           MOVE WS-DEPT-EXPIRED  TO DT-EXPIRED.
           MOVE WS-DEPT-EXPIRING TO DT-EXPIRING.
           MOVE WS-DEPT-NONCOMP  TO DT-NONCOMP.
           WRITE TRAINING-RPT-RECORD FROM WS-DEPT-TOTAL-LINE.
           ADD WS-DEPT-MISSING  TO WS-TOTAL-MISSING.
           ADD WS-DEPT-EXPIRED  TO WS-TOTAL-EXPIRED.
           ADD WS-DEPT-EXPIRING TO WS-TOTAL-EXPIRING.
           ADD WS-DEPT-NONCOMP  TO WS-TOTAL-NONCOMP.

       0330-START-DEPT.
           MOVE SD-DEPARTMENT-CODE TO WS-CURRENT-DEPT.
           MOVE 0 TO WS-LAST-EMP-ID.
           MOVE 0 TO WS-DEPT-MISSING.
           MOVE 0 TO WS-DEPT-EXPIRED.
           MOVE 0 TO WS-DEPT-EXPIRING.
           MOVE 0 TO WS-DEPT-NONCOMP.
           MOVE SPACES TO TRAINING-RPT-RECORD.
           WRITE TRAINING-RPT-RECORD.
           MOVE WS-CURRENT-DEPT TO DL-DEPT.
           WRITE TRAINING-RPT-RECORD FROM WS-DEPT-LINE.
