      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  merit_cycle.
      *****************************************************************
      *    ANNUAL MERIT INCREASE CYCLE. EVERY EMPLOYEE ON THE MASTER
      *    IS MATCHED TO THEIR PERF-RATINGS RECORD FOR THE CYCLE YEAR
      *    (perfrate.cpy, EMPLOYEE-ID ORDER) AND PLACED IN A COMPA-
      *    RATIO BAND - SALARY OVER THE PG-MIDPOINT OF THEIR GRADE.
      *    THE MERIT-MATRIX GIVES THE INCREASE PERCENT FOR EACH
      *    RATING IN EACH BAND. THE PROPOSED SALARY IS CAPPED AT THE
      *    GRADE'S PG-MAXIMUM, SO NOTHING THE CYCLE PROPOSES CAN FAIL
      *    THE APPLY'S GRADE-RANGE CHECK; AN EMPLOYEE ALREADY AT OR
      *    OVER THE MAXIMUM, UNRATED, OR WITHOUT A GRADE ON FILE GETS
      *    NO INCREASE AND IS FLAGGED ON THE WORKSHEET.
      *
      *    THE MERIT-WORKSHEET LISTS THE PROPOSALS BY DEPARTMENT FOR
      *    THE MANAGERS, WITH EACH DEPARTMENT'S CURRENT PAYROLL, THE
      *    COST OF THE INCREASES AND THAT COST AS A PERCENT OF
      *    PAYROLL AGAINST THE BUDGET PERCENT. ONCE THE WORKSHEET IS
      *    SIGNED OFF, THE CYCLE IS RERUN IN FINAL MODE, WHICH ALSO
      *    CUTS A SALC TRANSACTION (SEQUENCE 998, SOURCE "MR") TO
      *    MERIT-TRANS FOR EVERY INCREASE. trans_merge SORTS THEM
      *    INTO TRANSIN AND basic_procedures APPLIES THEM WITH THE
      *    USUAL SALARY-HISTORY, GRADE-RANGE AND PROBATION CHECKS.
      *    EACH SALC CARRIES THE CYCLE'S EFFECTIVE DATE, SO A FINAL
      *    RUN MADE AHEAD OF TIME IS PARKED ON PENDING-TRANS AND
      *    FIRES ON THE EFFECTIVE DATE.
      *
      *    MERIT-MATRIX RECORDS (COLS 1-3 RECORD TYPE):
      *      CYC  CYCLE-YEAR 9(4) EFFECTIVE-DATE 9(8) MODE X
      *           (W = WORKSHEET ONLY, F = FINAL) BUDGET-PCT 9(2)V99
      *      BND  THREE COMPA-RATIO BREAKPOINTS 9V99, ASCENDING -
      *           BAND 1 IS BELOW THE FIRST, BAND 4 AT OR ABOVE THE
      *           THIRD
      *      RTG  RATING 9 THEN THE INCREASE PERCENT 9(2)V99 FOR
      *           BANDS 1 TO 4
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRIX-FILE ASSIGN TO "MERIT-MATRIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MX-STATUS.
           SELECT PERF-RATING-FILE ASSIGN TO "PERF-RATINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PAY-GRADE-FILE ASSIGN TO "PAY-GRADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-GRADE-CODE
               FILE STATUS IS WS-PG-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT WORKSHEET-FILE ASSIGN TO "MERIT-WORKSHEET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT TRANS-FILE ASSIGN TO "MERIT-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MATRIX-FILE.
       01  MATRIX-RECORD.
           05 MX-RECORD-TYPE       PIC X(3).
           05 MX-REST              PIC X(37).
           05 MX-CYCLE REDEFINES MX-REST.
              10 MX-CYC-YEAR       PIC 9(4).
              10 MX-CYC-EFFECTIVE  PIC 9(8).
              10 MX-CYC-MODE       PIC X.
              10 MX-CYC-BUDGET-PCT PIC 9(2)V99.
              10 FILLER            PIC X(20).
           05 MX-BANDS REDEFINES MX-REST.
              10 MX-BND-BREAK      PIC 9V99 OCCURS 3 TIMES.
              10 FILLER            PIC X(28).
           05 MX-RATING REDEFINES MX-REST.
              10 MX-RTG-RATING     PIC 9.
              10 MX-RTG-PCT        PIC 9(2)V99 OCCURS 4 TIMES.
              10 FILLER            PIC X(20).

       FD  PERF-RATING-FILE.
           COPY "perfrate.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  PAY-GRADE-FILE.
           COPY "paygrade.cpy".

       SD  SORT-WORK-FILE.
       01  SD-MERIT-RECORD.
           05 SD-DEPT              PIC X(4).
           05 SD-EMPLOYEE-ID       PIC 9(7).
           05 SD-NAME              PIC X(14).
           05 SD-GRADE             PIC X(2).
           05 SD-SALARY            PIC S9(7)V99.
           05 SD-COMPA             PIC 9(2)V99.
           05 SD-RATING            PIC 9.
           05 SD-PCT               PIC 9(2)V99.
           05 SD-NEW-SALARY        PIC S9(7)V99.
           05 SD-NOTE              PIC X(6).

       FD  WORKSHEET-FILE.
       01  WORKSHEET-RECORD     PIC X(80).

       FD  TRANS-FILE.
           COPY "transrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MX-STATUS        PIC XX.
       01 WS-PR-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-PG-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-TRANS-STATUS     PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PR-EOF           PIC X VALUE "N".
       01 WS-SORT-EOF         PIC X.
       01 WS-ERROR-COUNT      PIC 9(3) VALUE 0.
       01 WS-PG-AVAILABLE     PIC X VALUE "N".
       01 WS-CYCLE-YEAR       PIC 9(4) VALUE 0.
       01 WS-EFFECTIVE-DATE   PIC 9(8) VALUE 0.
       01 WS-RUN-MODE         PIC X VALUE "W".
       01 WS-BUDGET-PCT       PIC 9(2)V99 VALUE 0.
       01 WS-BAND-COUNT       PIC 9 VALUE 0.
       01 WS-BANDS.
           05 WS-BAND-BREAK    PIC 9(2)V99 OCCURS 4 TIMES.
       01 WS-MATRIX.
           05 WS-MRT-ROW OCCURS 5 TIMES.
              10 WS-MRT-LOADED    PIC X.
              10 WS-MRT-PCT       PIC 9(2)V99 OCCURS 4 TIMES.
       01 WS-RTG-IDX          PIC 9.
       01 WS-BAND-IDX         PIC 9.
       01 WS-LAST-PR-ID       PIC 9(7) VALUE 0.
       01 WS-RATING           PIC 9.
       01 WS-CURRENT-DEPT     PIC X(4).
       01 WS-FIRST-DEPT       PIC X VALUE "Y".
       01 WS-INCREASE         PIC S9(7)V99.
       01 WS-COST-PCT         PIC S9(3)V99.
       01 WS-EMP-COUNT        PIC 9(5) VALUE 0.
       01 WS-RAISE-COUNT      PIC 9(5) VALUE 0.
       01 WS-TRANS-COUNT      PIC 9(5) VALUE 0.
       01 WS-DEPT-PAYROLL     PIC S9(11)V99.
       01 WS-DEPT-INCREASE    PIC S9(9)V99.
       01 WS-TOT-PAYROLL      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-INCREASE     PIC S9(9)V99 VALUE 0.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(19) VALUE "MERIT WORKSHEET - ".
           05 TL-YEAR          PIC 9(4).
           05 FILLER PIC X(12) VALUE " EFFECTIVE ".
           05 TL-EFFECTIVE     PIC 9(4)/99/99.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 TL-MODE          PIC X(30).

       01 WS-DEPT-LINE.
           05 FILLER PIC X(11) VALUE "DEPARTMENT ".
           05 DL-DEPT          PIC X(4).

       01 WS-COLS-LINE.
           05 FILLER PIC X(8)  VALUE "EMP ID".
           05 FILLER PIC X(15) VALUE "NAME".
           05 FILLER PIC X(3)  VALUE "GR".
           05 FILLER PIC X(12) VALUE "     SALARY".
           05 FILLER PIC X(6)  VALUE "COMPA".
           05 FILLER PIC X(2)  VALUE "R".
           05 FILLER PIC X(6)  VALUE "  PCT".
           05 FILLER PIC X(10) VALUE "  INCREASE".
           05 FILLER PIC X(12) VALUE "  NEW SALARY".
           05 FILLER PIC X(6)  VALUE " NOTE".

       01 WS-DETAIL-LINE.
           05 DT-EMP-ID        PIC 9(7).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DT-NAME          PIC X(14).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DT-GRADE         PIC X(2).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DT-SALARY        PIC -(7)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DT-COMPA         PIC Z9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DT-RATING        PIC X(1).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DT-PCT           PIC Z9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DT-INCREASE      PIC -(5)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DT-NEW-SALARY    PIC -(7)9.99.
           05 FILLER           PIC X(1) VALUE SPACE.
           05 DT-NOTE          PIC X(6).

       01 WS-SUBTOTAL-LINE.
           05 ST-LABEL         PIC X(12).
           05 FILLER           PIC X(9)  VALUE "PAYROLL ".
           05 ST-PAYROLL       PIC -(10)9.99.
           05 FILLER           PIC X(7)  VALUE "  COST ".
           05 ST-INCREASE      PIC -(8)9.99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 ST-PCT           PIC -(2)9.99.
           05 FILLER           PIC X(5)  VALUE " PCT ".
           05 ST-BUDGET-FLAG   PIC X(11).

       01 WS-BUDGET-LINE.
           05 FILLER PIC X(21) VALUE "MERIT BUDGET PERCENT ".
           05 BL-PCT           PIC Z9.99.
           05 FILLER PIC X(14) VALUE "  EMPLOYEES: ".
           05 BL-EMPLOYEES     PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "  INCREASES ".
           05 BL-RAISES        PIC ZZZZ9.
           05 FILLER PIC X(9)  VALUE "  SALC: ".
           05 BL-TRANS         PIC ZZZZ9.

       01 WS-RULE-LINE          PIC X(80) VALUE ALL "-".
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-MATRIX.
           IF WS-ERROR-COUNT > 0
               DISPLAY "MERIT CYCLE NOT RUN - MERIT-MATRIX IN ERROR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "NO EMPLOYEE MASTER FILE AVAILABLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           OPEN INPUT PERF-RATING-FILE.
           IF WS-PR-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PERF-RATINGS, STATUS="
                       WS-PR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PG-STATUS = "00"
               MOVE "Y" TO WS-PG-AVAILABLE
           ELSE
               DISPLAY "PAY-GRADE NOT AVAILABLE - NO COMPA-RATIOS, "
                       "NO INCREASES PROPOSED."
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT WORKSHEET-FILE.
           IF WS-RUN-MODE = "F"
               OPEN OUTPUT TRANS-FILE
           END-IF.
           PERFORM 0200-READ-RATING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEPT
               ON ASCENDING KEY SD-EMPLOYEE-ID
               INPUT PROCEDURE IS 0300-BUILD-PROPOSALS
               OUTPUT PROCEDURE IS 0500-PRINT-WORKSHEET.
           CLOSE PERF-RATING-FILE.
           IF WS-PG-AVAILABLE = "Y"
               CLOSE PAY-GRADE-FILE
           END-IF.
           CLOSE WORKSHEET-FILE.
           IF WS-RUN-MODE = "F"
               CLOSE TRANS-FILE
           END-IF.
           DISPLAY "MERIT CYCLE " WS-CYCLE-YEAR " EMPLOYEES: "
                   WS-EMP-COUNT " INCREASES: " WS-RAISE-COUNT.
           IF WS-RUN-MODE = "F"
               DISPLAY "SALC TRANSACTIONS CUT TO MERIT-TRANS: "
                       WS-TRANS-COUNT
           ELSE
               DISPLAY "WORKSHEET MODE - NO TRANSACTIONS CUT."
           END-IF.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *    THE MATRIX MUST CARRY A CYC RECORD, A BND RECORD AND ONE
      *    RTG ROW FOR EACH RATING 1-5 BEFORE ANYTHING IS PROPOSED.
      *****************************************************************
       0100-LOAD-MATRIX.
           OPEN INPUT MATRIX-FILE.
           IF WS-MX-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN MERIT-MATRIX, STATUS="
                       WS-MX-STATUS
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WS-MATRIX.
           PERFORM 0110-READ-MATRIX-RECORD UNTIL WS-EOF = 1.
           CLOSE MATRIX-FILE.
           MOVE 0 TO WS-EOF.
           IF WS-CYCLE-YEAR = 0
               DISPLAY "ERROR: MERIT-MATRIX HAS NO CYC RECORD"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-BAND-COUNT = 0
               DISPLAY "ERROR: MERIT-MATRIX HAS NO BND RECORD"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           PERFORM VARYING WS-RTG-IDX FROM 1 BY 1
                   UNTIL WS-RTG-IDX > 5
               IF WS-MRT-LOADED (WS-RTG-IDX) NOT = "Y"
                   DISPLAY "ERROR: NO RTG ROW FOR RATING " WS-RTG-IDX
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-PERFORM.

       0110-READ-MATRIX-RECORD.
           READ MATRIX-FILE
               AT END
                   MOVE 1 TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE MX-RECORD-TYPE
               WHEN "CYC"
                   IF MX-CYC-YEAR IS NOT NUMERIC
                      OR MX-CYC-EFFECTIVE IS NOT NUMERIC
                      OR MX-CYC-BUDGET-PCT IS NOT NUMERIC
                      OR (MX-CYC-MODE NOT = "W"
                          AND MX-CYC-MODE NOT = "F")
                       DISPLAY "CYC RECORD NOT VALID: " MX-REST (1:17)
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       MOVE MX-CYC-YEAR TO WS-CYCLE-YEAR
                       MOVE MX-CYC-EFFECTIVE TO WS-EFFECTIVE-DATE
                       MOVE MX-CYC-MODE TO WS-RUN-MODE
                       MOVE MX-CYC-BUDGET-PCT TO WS-BUDGET-PCT
                   END-IF
               WHEN "BND"
                   IF MX-BANDS (1:9) IS NOT NUMERIC
                      OR MX-BND-BREAK (2) <= MX-BND-BREAK (1)
                      OR MX-BND-BREAK (3) <= MX-BND-BREAK (2)
                       DISPLAY "BND BREAKPOINTS NOT VALID: "
                               MX-REST (1:9)
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       MOVE 3 TO WS-BAND-COUNT
                       MOVE 99.99 TO WS-BAND-BREAK (4)
                       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                               UNTIL WS-BAND-IDX > 3
                           MOVE MX-BND-BREAK (WS-BAND-IDX)
                               TO WS-BAND-BREAK (WS-BAND-IDX)
                       END-PERFORM
                   END-IF
               WHEN "RTG"
                   IF MX-RTG-RATING IS NOT NUMERIC
                      OR MX-RTG-RATING < 1 OR MX-RTG-RATING > 5
                      OR MX-RATING (2:16) IS NOT NUMERIC
                       DISPLAY "RTG ROW NOT VALID: " MX-REST (1:17)
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       MOVE MX-RTG-RATING TO WS-RTG-IDX
                       MOVE "Y" TO WS-MRT-LOADED (WS-RTG-IDX)
                       PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                               UNTIL WS-BAND-IDX > 4
                           MOVE MX-RTG-PCT (WS-BAND-IDX)
                               TO WS-MRT-PCT (WS-RTG-IDX, WS-BAND-IDX)
                       END-PERFORM
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN MERIT-MATRIX RECORD: "
                           MX-RECORD-TYPE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

      *    THE RATINGS FEED IS MATCHED AGAINST THE MASTER IN KEY
      *    ORDER, SO A RECORD OUT OF SEQUENCE WOULD SILENTLY LOSE
      *    SOMEONE'S RATING - IT IS COUNTED AS AN ERROR INSTEAD.
       0200-READ-RATING.
           READ PERF-RATING-FILE
               AT END
                   MOVE "Y" TO WS-PR-EOF
                   MOVE 9999999 TO PR-EMPLOYEE-ID
                   EXIT PARAGRAPH
           END-READ.
           IF PR-EMPLOYEE-ID < WS-LAST-PR-ID
               DISPLAY "PERF-RATINGS OUT OF SEQUENCE AT EMPLOYEE "
                       PR-EMPLOYEE-ID
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           MOVE PR-EMPLOYEE-ID TO WS-LAST-PR-ID.

       0300-BUILD-PROPOSALS.
           OPEN INPUT EMPLOYEE-MASTER.
           PERFORM 0310-PROPOSE-ONE-EMPLOYEE UNTIL WS-EOF = 1.
           CLOSE EMPLOYEE-MASTER.

       0310-PROPOSE-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
                   EXIT PARAGRAPH
           END-READ.
           ADD 1 TO WS-EMP-COUNT.
           PERFORM 0200-READ-RATING
               UNTIL WS-PR-EOF = "Y"
                  OR PR-EMPLOYEE-ID >= EMPLOYEE-ID.
           MOVE 0 TO WS-RATING.
           IF PR-EMPLOYEE-ID = EMPLOYEE-ID
              AND PR-CYCLE-YEAR = WS-CYCLE-YEAR
              AND PR-RATING IS NUMERIC
              AND PR-RATING >= 1 AND PR-RATING <= 5
               MOVE PR-RATING TO WS-RATING
           END-IF.
           INITIALIZE SD-MERIT-RECORD.
           MOVE DEPARTMENT-CODE TO SD-DEPT.
           MOVE EMPLOYEE-ID TO SD-EMPLOYEE-ID.
           STRING LAST-NAME DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  FIRST-NAME DELIMITED BY "  "
                  INTO SD-NAME
           END-STRING.
           MOVE PAY-GRADE TO SD-GRADE.
           MOVE SALARY TO SD-SALARY.
           MOVE SALARY TO SD-NEW-SALARY.
           MOVE WS-RATING TO SD-RATING.
           PERFORM 0320-PRICE-INCREASE.
           RELEASE SD-MERIT-RECORD.

      *****************************************************************
      *    COMPA-RATIO = SALARY / GRADE MIDPOINT. THE BAND IS THE
      *    FIRST WHOSE BREAKPOINT THE RATIO IS BELOW (BAND 4 IF NONE),
      *    AND THE MATRIX CELL FOR RATING AND BAND IS THE PERCENT.
      *****************************************************************
       0320-PRICE-INCREASE.
           IF WS-PG-AVAILABLE NOT = "Y" OR PAY-GRADE = SPACES
               MOVE "NOGRD" TO SD-NOTE
               EXIT PARAGRAPH
           END-IF.
           MOVE PAY-GRADE TO PG-GRADE-CODE.
           READ PAY-GRADE-FILE
               KEY IS PG-GRADE-CODE
               INVALID KEY
                   MOVE "NOGRD" TO SD-NOTE
                   EXIT PARAGRAPH
           END-READ.
           IF PG-MIDPOINT NOT > 0
               MOVE "NOGRD" TO SD-NOTE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SD-COMPA ROUNDED = SALARY / PG-MIDPOINT
               ON SIZE ERROR
                   MOVE 99.99 TO SD-COMPA
           END-COMPUTE.
           IF WS-RATING = 0
               MOVE "NORATE" TO SD-NOTE
               EXIT PARAGRAPH
           END-IF.
           IF SALARY >= PG-MAXIMUM
               MOVE "MAX" TO SD-NOTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL SD-COMPA < WS-BAND-BREAK (WS-BAND-IDX)
                      OR WS-BAND-IDX = 4
               CONTINUE
           END-PERFORM.
           MOVE WS-MRT-PCT (WS-RATING, WS-BAND-IDX) TO SD-PCT.
           COMPUTE SD-NEW-SALARY ROUNDED =
               SALARY + SALARY * SD-PCT / 100.
           IF SD-NEW-SALARY > PG-MAXIMUM
               MOVE PG-MAXIMUM TO SD-NEW-SALARY
               MOVE "CAPPED" TO SD-NOTE
           END-IF.

      *****************************************************************
      *    WORKSHEET BY DEPARTMENT, WITH A COST LINE AT EACH BREAK
      *    AND FOR THE COMPANY. FINAL MODE CUTS THE SALC HERE, AFTER
      *    THE SORT, SO THE TRANSACTIONS MATCH THE PRINTED FIGURES.
      *****************************************************************
       0500-PRINT-WORKSHEET.
           MOVE WS-CYCLE-YEAR TO TL-YEAR.
           MOVE WS-EFFECTIVE-DATE TO TL-EFFECTIVE.
           IF WS-RUN-MODE = "F"
               MOVE "FINAL - SALC TRANSACTIONS CUT" TO TL-MODE
           ELSE
               MOVE "PROPOSED - FOR MANAGER REVIEW" TO TL-MODE
           END-IF.
           WRITE WORKSHEET-RECORD FROM WS-TITLE-LINE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM 0510-RETURN-ONE-PROPOSAL UNTIL WS-SORT-EOF = "Y".
           IF WS-FIRST-DEPT = "N"
               PERFORM 0530-DEPT-TOTAL
           END-IF.
           WRITE WORKSHEET-RECORD FROM WS-RULE-LINE.
           MOVE "COMPANY" TO ST-LABEL.
           MOVE WS-TOT-PAYROLL TO WS-DEPT-PAYROLL.
           MOVE WS-TOT-INCREASE TO WS-DEPT-INCREASE.
           PERFORM 0540-COST-LINE.
           MOVE WS-BUDGET-PCT TO BL-PCT.
           MOVE WS-EMP-COUNT TO BL-EMPLOYEES.
           MOVE WS-RAISE-COUNT TO BL-RAISES.
           MOVE WS-TRANS-COUNT TO BL-TRANS.
           WRITE WORKSHEET-RECORD FROM WS-BUDGET-LINE.

       0510-RETURN-ONE-PROPOSAL.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   EXIT PARAGRAPH
           END-RETURN.
           IF WS-FIRST-DEPT = "Y"
              OR SD-DEPT NOT = WS-CURRENT-DEPT
               IF WS-FIRST-DEPT = "N"
                   PERFORM 0530-DEPT-TOTAL
               END-IF
               MOVE "N" TO WS-FIRST-DEPT
               MOVE SD-DEPT TO WS-CURRENT-DEPT
               MOVE 0 TO WS-DEPT-PAYROLL
               MOVE 0 TO WS-DEPT-INCREASE
               WRITE WORKSHEET-RECORD FROM WS-RULE-LINE
               MOVE SD-DEPT TO DL-DEPT
               WRITE WORKSHEET-RECORD FROM WS-DEPT-LINE
               WRITE WORKSHEET-RECORD FROM WS-COLS-LINE
           END-IF.
           COMPUTE WS-INCREASE = SD-NEW-SALARY - SD-SALARY.
           MOVE SD-EMPLOYEE-ID TO DT-EMP-ID.
           MOVE SD-NAME TO DT-NAME.
           MOVE SD-GRADE TO DT-GRADE.
           MOVE SD-SALARY TO DT-SALARY.
           MOVE SD-COMPA TO DT-COMPA.
           IF SD-RATING = 0
               MOVE "-" TO DT-RATING
           ELSE
               MOVE SD-RATING TO DT-RATING
           END-IF.
           MOVE SD-PCT TO DT-PCT.
           MOVE WS-INCREASE TO DT-INCREASE.
           MOVE SD-NEW-SALARY TO DT-NEW-SALARY.
           MOVE SD-NOTE TO DT-NOTE.
           WRITE WORKSHEET-RECORD FROM WS-DETAIL-LINE.
           ADD SD-SALARY TO WS-DEPT-PAYROLL WS-TOT-PAYROLL.
           ADD WS-INCREASE TO WS-DEPT-INCREASE WS-TOT-INCREASE.
           IF WS-INCREASE > 0
               ADD 1 TO WS-RAISE-COUNT
               IF WS-RUN-MODE = "F"
                   PERFORM 0520-CUT-SALC
               END-IF
           END-IF.

      *    SEQUENCE 998 SORTS A MERIT CHANGE BEHIND ANY BRANCH
      *    TRANSACTION FOR THE SAME EMPLOYEE AND AHEAD OF A CONTRACT
      *    EXPIRY TERM (999).
       0520-CUT-SALC.
           MOVE SPACES TO TRANS-RECORD.
           MOVE SD-EMPLOYEE-ID TO TK-EMPLOYEE-ID.
           MOVE 998 TO TK-SEQUENCE.
           MOVE "SALC" TO TD-TRANS-TYPE.
           MOVE "MR" TO TD-BRANCH-CODE.
           MOVE SD-NEW-SALARY TO TD-SAL-NEW-SALARY.
           MOVE WS-EFFECTIVE-DATE TO TD-EFFECTIVE-DATE.
           WRITE TRANS-RECORD.
           ADD 1 TO WS-TRANS-COUNT.

       0530-DEPT-TOTAL.
           MOVE SPACES TO ST-LABEL.
           STRING "DEPT " WS-CURRENT-DEPT DELIMITED BY SIZE
               INTO ST-LABEL
           END-STRING.
           PERFORM 0540-COST-LINE.

       0540-COST-LINE.
           MOVE 0 TO WS-COST-PCT.
           IF WS-DEPT-PAYROLL > 0
               COMPUTE WS-COST-PCT ROUNDED =
                   WS-DEPT-INCREASE * 100 / WS-DEPT-PAYROLL
           END-IF.
           MOVE WS-DEPT-PAYROLL TO ST-PAYROLL.
           MOVE WS-DEPT-INCREASE TO ST-INCREASE.
           MOVE WS-COST-PCT TO ST-PCT.
           IF WS-COST-PCT > WS-BUDGET-PCT
               MOVE "OVER BUDGET" TO ST-BUDGET-FLAG
           ELSE
               MOVE SPACES TO ST-BUDGET-FLAG
           END-IF.
           WRITE WORKSHEET-RECORD FROM WS-SUBTOTAL-LINE.
