       AUTHOR. Sina Sadeqi.
      *****************************************************************
      *    DEPARTMENT ROSTER REPORT. READS THE EMPLOYEE MASTER BUILT
      *    FROM var-levels.cbl's EMPLOYEE-RECORD, ALREADY SORTED BY
      *    DEPARTMENT-CODE THEN LAST-NAME ON THE NIGHTLY EXTRACT'S
      *    EMPEXT-DEPT FILE (WITH THE DEPARTMENT NAME JOINED IN FOR
      *    THE GROUP HEADING), AND PRINTS A REPORT-WRITER
      *    LISTING WITH A PAGE HEADING, DEPARTMENT GROUP BREAKS, A
      *    SALARY SUBTOTAL PER DEPARTMENT, AND A FINAL GRAND TOTAL.
      *    EACH EMPLOYEE IS CHECKED THROUGH trncheck AND ANYONE
      *    MISSING A REQUIRED COURSE OR HOLDING AN EXPIRED ONE IS
      *    MARKED NOT COMPLIANT, WITH A COUNT IN THE FINAL FOOTING.
      *    empxchk MUST PASS THE EXTRACT AND THE COUNT READ MUST
      *    MATCH ITS CONTROL RECORD, OR THE RUN ENDS RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-EXTRACT ASSIGN TO "EMPEXT-DEPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT ROSTER-RPT-FILE ASSIGN TO "ROSTER-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-EXTRACT.
           COPY "empext.cpy".

       FD  ROSTER-RPT-FILE
           REPORT IS ROSTER-REPORT.
       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EXT-EOF          PIC X VALUE "N".
       01 WS-EMP-COUNT        PIC 9(5) VALUE 0.
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-COMPLIANCE-FLAG  PIC X(13).
       01 WS-NONCOMP-COUNT    PIC 9(5) VALUE 0.
       01 WS-EXTRACT-FILE     PIC X(4) VALUE "DEPT".
       01 WS-EXTRACT-COUNT    PIC 9(7).
       01 WS-EXTRACT-RESULT   PIC X(1).
       01 WS-EXTRACT-DETAIL   PIC X(40).
       01 WS-EXTRACT-READ     PIC 9(7) VALUE 0.
           COPY "employee.cpy".
           COPY "trnchk.cpy".

       REPORT SECTION.
       RD  ROSTER-REPORT
           CONTROLS ARE DEPARTMENT-CODE
           PAGE LIMIT 60 LINES
               HEADING 1
               FIRST DETAIL 4
              10 COLUMN 24 PIC X(15) VALUE "FIRST NAME".
              10 COLUMN 40 PIC X(9)  VALUE "EMP ID".
              10 COLUMN 55 PIC X(10) VALUE "SALARY".
              10 COLUMN 64 PIC X(8)  VALUE "TRAINING".

       01  DEPT-HEADING TYPE CONTROL HEADING DEPARTMENT-CODE.
           05 LINE PLUS 1.
              10 COLUMN 1  PIC X(17) VALUE "DEPARTMENT CODE: ".
              10 COLUMN 18 PIC X(4)  SOURCE DEPARTMENT-CODE.
              10 COLUMN 24 PIC X(30) SOURCE EX-DEPT-NAME.

       01  DETAIL-LINE TYPE DETAIL.
           05 LINE PLUS 1.
              10 COLUMN 8  PIC X(15)       SOURCE LAST-NAME.
              10 COLUMN 24 PIC X(15)       SOURCE FIRST-NAME.
              10 COLUMN 40 PIC 9(7)        SOURCE EMPLOYEE-ID.
              10 COLUMN 52 PIC -(6)9.99    SOURCE SALARY.
              10 COLUMN 64 PIC X(13)       SOURCE WS-COMPLIANCE-FLAG.

       01  DEPT-FOOTING TYPE CONTROL FOOTING DEPARTMENT-CODE.
           05 LINE PLUS 2.
              10 COLUMN 1  PIC X(25) VALUE "DEPARTMENT SALARY TOTAL:".
              10 COLUMN 52 PIC -(6)9.99 SUM SALARY.

       01  FINAL-FOOTING TYPE REPORT FOOTING.
           05 LINE PLUS 2.
              10 COLUMN 1  PIC X(22) VALUE "GRAND TOTAL EMPLOYEES:".
              10 COLUMN 24 PIC ZZZZ9 SOURCE WS-EMP-COUNT.
           05 LINE PLUS 1.
              10 COLUMN 1  PIC X(22) VALUE "NOT TRAINING COMPLIANT".
              10 COLUMN 24 PIC ZZZZ9 SOURCE WS-NONCOMP-COUNT.
           05 LINE PLUS 1.
              10 COLUMN 1  PIC X(19) VALUE "GRAND TOTAL SALARY:".
              10 COLUMN 52 PIC -(7)9.99 SUM SALARY.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           CALL "empxchk" USING WS-EXTRACT-FILE WS-EXTRACT-COUNT
               WS-EXTRACT-RESULT WS-EXTRACT-DETAIL.
           IF WS-EXTRACT-RESULT NOT = "Y"
               DISPLAY "EMPLOYEE EXTRACT NOT USABLE: "
                       WS-EXTRACT-DETAIL
               DISPLAY "ROSTER REPORT NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-EXTRACT.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "NO EMPLOYEE EXTRACT FILE AVAILABLE."
               DISPLAY "ROSTER REPORT NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ROSTER-RPT-FILE
               INITIATE ROSTER-REPORT
               PERFORM 0300-PRODUCE-REPORT
               TERMINATE ROSTER-REPORT
               CLOSE EMPLOYEE-EXTRACT
               MOVE "CLOS" TO TC-FUNCTION
               CALL "trncheck" USING TRAINING-CHECK-AREA
               CLOSE ROSTER-RPT-FILE
               DISPLAY "DEPARTMENT ROSTER REPORT COMPLETE. EMPLOYEES: "
                       WS-EMP-COUNT
               IF WS-EXTRACT-READ NOT = WS-EXTRACT-COUNT
                   DISPLAY "EXTRACT COUNT MISMATCH - READ "
                           WS-EXTRACT-READ " CONTROL " WS-EXTRACT-COUNT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       0300-PRODUCE-REPORT.
           MOVE "N" TO WS-EXT-EOF.
           PERFORM UNTIL WS-EXT-EOF = "Y"
               READ EMPLOYEE-EXTRACT
                   AT END
                       MOVE "Y" TO WS-EXT-EOF
                   NOT AT END
                       ADD 1 TO WS-EXTRACT-READ
                       MOVE EX-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD
                       ADD 1 TO WS-EMP-COUNT
                       PERFORM 0310-CHECK-TRAINING
                       GENERATE DETAIL-LINE
               END-READ
           END-PERFORM.

      *    NO ALERT WINDOW HERE - THE ROSTER ONLY MARKS EMPLOYEES
      *    WHO ARE OUT OF COMPLIANCE TODAY.
       0310-CHECK-TRAINING.
           MOVE "CHEK" TO TC-FUNCTION.
           MOVE EMPLOYEE-ID TO TC-EMPLOYEE-ID.
           MOVE DEPARTMENT-CODE TO TC-DEPT.
           MOVE PAY-GRADE TO TC-GRADE.
           MOVE WS-RUN-DATE TO TC-AS-OF-DATE.
           MOVE 0 TO TC-ALERT-DAYS.
           CALL "trncheck" USING TRAINING-CHECK-AREA.
           IF TC-IN-COMPLIANCE
               MOVE SPACES TO WS-COMPLIANCE-FLAG
           ELSE
               MOVE "NOT COMPLIANT" TO WS-COMPLIANCE-FLAG
               ADD 1 TO WS-NONCOMP-COUNT
           END-IF.
