      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  promotion_report.
      *****************************************************************
      *    MONTHLY PROMOTIONS REPORT. LISTS EVERY PROMOTE ENTRY THE
      *    NIGHTLY APPLY WROTE TO THE CHANGE-LOG IN THE REQUESTED
      *    MONTH (YYYYMM ON THE COMMAND LINE, OR THE CURRENT MONTH):
      *    THE GRADE, DEPARTMENT AND SALARY BEFORE AND AFTER, AND THE
      *    INCREASE, WITH A COUNT, THE TOTAL ANNUAL COST AND HOW MANY
      *    PROMOTIONS ALSO MOVED DEPARTMENT. RUNS IN THE MONTH-END
      *    CYCLE AHEAD OF THE CHANGE-LOG ARCHIVE STEP.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PROM-RPT-FILE ASSIGN TO "PROMOTION-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  PROM-RPT-FILE.
       01  PROM-RPT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CL-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-PARAM            PIC X(20).
       01 WS-PERIOD           PIC 9(6).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-PROM-COUNT       PIC 9(5) VALUE 0.
       01 WS-MOVE-COUNT       PIC 9(5) VALUE 0.
       01 WS-OLD-SALARY       PIC S9(7)V99.
       01 WS-NEW-SALARY       PIC S9(7)V99.
       01 WS-INCREASE         PIC S9(7)V99.
       01 WS-INCREASE-PCT     PIC S9(3)V99.
       01 WS-INCREASE-TOTAL   PIC S9(9)V99 VALUE 0.

      *    THE APPLY'S PROMOTE IMAGE: GRADE, DEPARTMENT, SALARY
       01 WS-OLD-IMAGE.
           05 OI-GRADE        PIC X(2).
           05 FILLER          PIC X.
           05 OI-DEPT         PIC X(4).
           05 FILLER          PIC X.
           05 OI-SALARY       PIC Z(6)9.99.
       01 WS-NEW-IMAGE.
           05 NI-GRADE        PIC X(2).
           05 FILLER          PIC X.
           05 NI-DEPT         PIC X(4).
           05 FILLER          PIC X.
           05 NI-SALARY       PIC Z(6)9.99.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(23) VALUE "PROMOTIONS - PERIOD ".
           05 HDR-PERIOD PIC 9(6).

       01 WS-COLS-LINE.
           05 FILLER PIC X(11) VALUE "DATE".
           05 FILLER PIC X(8)  VALUE "EMP ID".
           05 FILLER PIC X(16) VALUE "NAME".
           05 FILLER PIC X(10) VALUE "FROM".
           05 FILLER PIC X(10) VALUE "TO".
           05 FILLER PIC X(11) VALUE " NEW SALARY".
           05 FILLER PIC X(13) VALUE "    INCREASE".

       01 WS-DETAIL-LINE.
           05 DET-DATE        PIC 9(4)/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-EMP-ID      PIC X(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-NAME        PIC X(15).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-OLD-GRADE   PIC X(2).
           05 FILLER          PIC X(1) VALUE "/".
           05 DET-OLD-DEPT    PIC X(4).
           05 FILLER          PIC X(3) VALUE " > ".
           05 DET-NEW-GRADE   PIC X(2).
           05 FILLER          PIC X(1) VALUE "/".
           05 DET-NEW-DEPT    PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-NEW-SALARY  PIC Z(6)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-INCREASE    PIC -(6)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-PCT         PIC -(2)9.9.

       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(12) VALUE "PROMOTIONS: ".
           05 TOT-COUNT       PIC ZZZZ9.
           05 FILLER          PIC X(17) VALUE "  DEPT CHANGES: ".
           05 TOT-MOVES       PIC ZZZZ9.
           05 FILLER          PIC X(19) VALUE "  ANNUAL INCREASE: ".
           05 TOT-INCREASE    PIC -(8)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-PERIOD
           ELSE
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-AVAILABLE
           END-IF.
           OPEN OUTPUT PROM-RPT-FILE.
           MOVE WS-PERIOD TO HDR-PERIOD.
           WRITE PROM-RPT-RECORD FROM WS-HEADER-LINE.
           WRITE PROM-RPT-RECORD FROM WS-COLS-LINE.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CL-STATUS = "00"
               PERFORM LIST-ONE-ENTRY UNTIL WS-EOF = 1
               CLOSE CHANGE-LOG-FILE
           ELSE
               DISPLAY "CHANGE-LOG NOT AVAILABLE - NO PROMOTIONS "
                       "LISTED."
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO PROM-RPT-RECORD.
           WRITE PROM-RPT-RECORD.
           MOVE WS-PROM-COUNT TO TOT-COUNT.
           MOVE WS-MOVE-COUNT TO TOT-MOVES.
           MOVE WS-INCREASE-TOTAL TO TOT-INCREASE.
           WRITE PROM-RPT-RECORD FROM WS-TOTAL-LINE.
           CLOSE PROM-RPT-FILE.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           DISPLAY "PROMOTIONS FOR " WS-PERIOD ": " WS-PROM-COUNT.
           STOP RUN.

       LIST-ONE-ENTRY.
           READ CHANGE-LOG-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF CL-ACTION = "PROMOTE"
                      AND CL-KEY-TYPE = "EMPLOYEE"
                      AND CL-CHANGE-DATE (1:6) = WS-PERIOD
                       PERFORM PRINT-ONE-PROMOTION
                   END-IF
           END-READ.

       PRINT-ONE-PROMOTION.
           MOVE CL-OLD-VALUE TO WS-OLD-IMAGE.
           MOVE CL-NEW-VALUE TO WS-NEW-IMAGE.
           MOVE OI-SALARY TO WS-OLD-SALARY.
           MOVE NI-SALARY TO WS-NEW-SALARY.
           COMPUTE WS-INCREASE = WS-NEW-SALARY - WS-OLD-SALARY.
           MOVE 0 TO WS-INCREASE-PCT.
           IF WS-OLD-SALARY > 0
               COMPUTE WS-INCREASE-PCT ROUNDED =
                   WS-INCREASE * 100 / WS-OLD-SALARY
           END-IF.
           MOVE CL-CHANGE-DATE TO DET-DATE.
           MOVE CL-KEY-VALUE TO DET-EMP-ID.
           MOVE SPACES TO DET-NAME.
           IF WS-EMP-AVAILABLE = "Y"
              AND CL-KEY-VALUE (1:7) IS NUMERIC
               MOVE CL-KEY-VALUE (1:7) TO EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   KEY IS EMPLOYEE-ID
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO DET-NAME
                   NOT INVALID KEY
                       STRING LAST-NAME DELIMITED BY "  "
                              ", " DELIMITED BY SIZE
                              FIRST-NAME DELIMITED BY "  "
                              INTO DET-NAME
                       END-STRING
               END-READ
           END-IF.
           MOVE OI-GRADE TO DET-OLD-GRADE.
           MOVE OI-DEPT TO DET-OLD-DEPT.
           MOVE NI-GRADE TO DET-NEW-GRADE.
           MOVE NI-DEPT TO DET-NEW-DEPT.
           MOVE WS-NEW-SALARY TO DET-NEW-SALARY.
           MOVE WS-INCREASE TO DET-INCREASE.
           MOVE WS-INCREASE-PCT TO DET-PCT.
           WRITE PROM-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-PROM-COUNT.
           IF NI-DEPT NOT = OI-DEPT
               ADD 1 TO WS-MOVE-COUNT
           END-IF.
           ADD WS-INCREASE TO WS-INCREASE-TOTAL.
