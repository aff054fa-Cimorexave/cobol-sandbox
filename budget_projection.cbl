      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  budget_projection.
      *****************************************************************
      *    NEXT-YEAR SALARY BUDGET PROJECTION BY DEPARTMENT. THE
      *    BUDGET YEAR IS YYYY ON THE COMMAND LINE (DEFAULT: NEXT
      *    YEAR); THE PLANNED MERIT PERCENTAGE AND THE MONTH IT TAKES
      *    EFFECT COME FROM SYSTEM PARAMETERS BUDGET-MERIT-PCT AND
      *    BUDGET-MERIT-MONTH (DEFAULTS 0 AND JANUARY), AND A 4-DIGIT
      *    PERCENTAGE IN HUNDREDTHS AFTER THE YEAR ("2027 0350")
      *    OVERRIDES THE PARAMETER. EACH EMPLOYEE IS COSTED MONTH BY
      *    MONTH THROUGH THE YEAR:
      *      - FROM THE HIRE MONTH IF HIRED DURING THE YEAR
      *      - TO THE CONTRACT END MONTH FOR A CONTRACT ENDING IN THE
      *        YEAR; A CONTRACT ENDED BEFORE IT IS LEFT OUT
      *      - SALARY AND PROMOTION CHANGES AND TERMINATIONS STILL
      *        PARKED ON PENDING-TRANS TAKE EFFECT FROM THEIR MONTH
      *      - THE MERIT PERCENTAGE FROM THE MERIT MONTH ON (NOT
      *        FOR THOSE HIRED DURING THE YEAR)
      *    AND THE COST IS SPREAD OVER ANY COST-ALLOC SPLIT
      *    (costsplit). AUTHORIZED POSITIONS NOT FILLED ARE COSTED
      *    FOR THE FULL YEAR AT THE AVERAGE PG-MIDPOINT OF THE GRADES
      *    HELD IN THE DEPARTMENT (OF ALL GRADES WHEN IT HAS NONE).
      *    THE PROPOSAL IS PRINTED FOR FINANCE AND WRITTEN TO
      *    BUDGET-LOAD (budgload.cpy) FOR budget_load ONCE APPROVED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT PAY-GRADE-FILE ASSIGN TO "PAY-GRADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-GRADE-CODE
               FILE STATUS IS WS-PG-STATUS.
           SELECT PENDING-TRANS ASSIGN TO "PENDING-TRANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PT-STATUS.
           SELECT PROJECTION-RPT-FILE ASSIGN TO "BUDGET-PROJECTION-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT BUDGET-LOAD-FILE ASSIGN TO "BUDGET-LOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  DEPT-MASTER.
           COPY "deptmast.cpy".

       FD  PAY-GRADE-FILE.
           COPY "paygrade.cpy".

       FD  PENDING-TRANS.
           COPY "pendtran.cpy".

       FD  PROJECTION-RPT-FILE.
       01  PROJECTION-RPT-RECORD  PIC X(100).

       FD  BUDGET-LOAD-FILE.
           COPY "budgload.cpy".

       WORKING-STORAGE SECTION.
           COPY "transrec.cpy".
           COPY "costsplt.cpy".
       01 WS-EMP-STATUS       PIC XX.
       01 WS-DM-STATUS        PIC XX.
       01 WS-PG-STATUS        PIC XX.
       01 WS-PT-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-BL-STATUS        PIC XX.
       01 WS-PG-AVAILABLE     PIC X VALUE "N".
       01 WS-PT-AVAILABLE     PIC X VALUE "N".
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PT-EOF           PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-BUDGET-YEAR      PIC 9(4).
       01 WS-MERIT-PCT        PIC 9(2)V99 VALUE 0.
       01 WS-MERIT-MONTH      PIC 9(2) VALUE 1.
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8).
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-SALARY OCCURS 12 TIMES PIC S9(7)V99.
       01 WS-MONTH-IDX        PIC 9(2).
       01 WS-FIRST-MONTH      PIC 9(2).
       01 WS-LAST-MONTH       PIC 9(2).
       01 WS-CHANGE-MONTH     PIC 9(2).
       01 WS-CHANGE-SALARY    PIC S9(7)V99.
       01 WS-LEFT-OUT         PIC X.
       01 WS-YEAR-TOTAL       PIC S9(9)V99.
       01 WS-EMP-COST         PIC S9(9)V99.
       01 WS-SPLIT-IDX        PIC 9(1).
       01 WS-WORK-DEPT        PIC X(4).
       01 WS-DEPT-MAX         PIC 9(3) VALUE 100.
       01 WS-DEPT-COUNT       PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX         PIC 9(3).
       01 WS-DEPT-FOUND       PIC X.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
              10 WS-DT-CODE       PIC X(4).
              10 WS-DT-HEADS      PIC 9(5).
              10 WS-DT-SALARIES   PIC S9(9)V99.
              10 WS-DT-STAFF-COST PIC S9(9)V99.
              10 WS-DT-MID-SUM    PIC S9(11)V99.
              10 WS-DT-MID-COUNT  PIC 9(5).
              10 WS-DT-REPORTED   PIC X.
       01 WS-ALL-MID-SUM      PIC S9(11)V99 VALUE 0.
       01 WS-ALL-MID-COUNT    PIC 9(5) VALUE 0.
       01 WS-AVG-MIDPOINT     PIC S9(7)V99.
       01 WS-VACANCIES        PIC S9(5).
       01 WS-VACANCY-COST     PIC S9(9)V99.
       01 WS-PROPOSED         PIC S9(9)V99.
       01 WS-CHANGE           PIC S9(9)V99.
       01 WS-EMP-COSTED       PIC 9(5) VALUE 0.
       01 WS-NOT-YET-HIRED    PIC 9(5) VALUE 0.
       01 WS-CONTRACT-GONE    PIC 9(5) VALUE 0.
       01 WS-CONTRACT-ENDS    PIC 9(5) VALUE 0.
       01 WS-PENDING-APPLIED  PIC 9(5) VALUE 0.
       01 WS-BAD-SPLIT-CT     PIC 9(5) VALUE 0.
       01 WS-LOAD-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOT-BUDGET       PIC S9(11)V99 VALUE 0.
       01 WS-TOT-SALARIES     PIC S9(11)V99 VALUE 0.
       01 WS-TOT-STAFF        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-VACANCIES    PIC S9(5) VALUE 0.
       01 WS-TOT-VAC-COST     PIC S9(11)V99 VALUE 0.
       01 WS-TOT-PROPOSED     PIC S9(11)V99 VALUE 0.

       01 WS-HEADER-LINE-1.
           05 FILLER      PIC X(30) VALUE
              "SALARY BUDGET PROJECTION FOR ".
           05 HDR-YEAR    PIC 9(4).
           05 FILLER      PIC X(10) VALUE "   MERIT: ".
           05 HDR-MERIT   PIC Z9.99.
           05 FILLER      PIC X(13) VALUE "% FROM MONTH ".
           05 HDR-MONTH   PIC Z9.
           05 FILLER      PIC X(8)  VALUE "   RUN: ".
           05 HDR-DATE    PIC 9(4)/99/99.

       01 WS-HEADER-LINE-2.
           05 FILLER      PIC X(5)  VALUE "DEPT".
           05 FILLER      PIC X(13) VALUE "  CUR BUDGET".
           05 FILLER      PIC X(13) VALUE "CUR SALARIES".
           05 FILLER      PIC X(6)  VALUE "   HC".
           05 FILLER      PIC X(13) VALUE "  STAFF COST".
           05 FILLER      PIC X(5)  VALUE " VAC".
           05 FILLER      PIC X(13) VALUE "    VAC COST".
           05 FILLER      PIC X(13) VALUE "    PROPOSED".
           05 FILLER      PIC X(13) VALUE "      CHANGE".

       01 WS-DETAIL-LINE.
           05 DET-DEPT       PIC X(4).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DET-BUDGET     PIC -(8)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DET-SALARIES   PIC -(8)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DET-HEADS      PIC ZZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DET-STAFF      PIC -(8)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DET-VACANCIES  PIC ZZZ9.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DET-VAC-COST   PIC -(8)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DET-PROPOSED   PIC -(8)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DET-CHANGE     PIC -(8)9.99.
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 DET-FLAG       PIC X(6).

       01 WS-NOTE-LINE.
           05 FILLER         PIC X(30) VALUE
              "  COSTED ON EMPLOYEES OF DEPT ".
           05 NOTE-DEPT      PIC X(4).
           05 FILLER         PIC X(40) VALUE
              " - NOT AN ACTIVE DEPARTMENT, NOT LOADED".

       01 WS-COUNTS-LINE.
           05 FILLER         PIC X(8)  VALUE "COSTED: ".
           05 CNT-COSTED     PIC ZZZZ9.
           05 FILLER         PIC X(16) VALUE "  NOT YET HIRED ".
           05 CNT-NOT-HIRED  PIC ZZZZ9.
           05 FILLER         PIC X(16) VALUE "  CONTRACT GONE ".
           05 CNT-GONE       PIC ZZZZ9.
           05 FILLER         PIC X(15) VALUE "  CONTR. ENDS ".
           05 CNT-ENDS       PIC ZZZZ9.
           05 FILLER         PIC X(17) VALUE "  PENDING CHGS ".
           05 CNT-PENDING    PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:4) IS NUMERIC
               MOVE WS-PARAM (1:4) TO WS-BUDGET-YEAR
           ELSE
               MOVE WS-RUN-DATE (1:4) TO WS-BUDGET-YEAR
               ADD 1 TO WS-BUDGET-YEAR
           END-IF.
           PERFORM LOAD-PARAMETERS.
           IF WS-PARAM (6:4) IS NUMERIC
               MOVE WS-PARAM (6:4) TO WS-MERIT-PCT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "NO EMPLOYEE MASTER FILE AVAILABLE."
               DISPLAY "BUDGET PROJECTION NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DM-STATUS <> "00"
               DISPLAY "NO DEPT-MASTER FILE AVAILABLE."
               DISPLAY "BUDGET PROJECTION NOT PRODUCED."
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PG-STATUS = "00"
               MOVE "Y" TO WS-PG-AVAILABLE
               PERFORM AVERAGE-ALL-MIDPOINTS
           ELSE
               DISPLAY "PAY-GRADE NOT AVAILABLE - VACANCIES COSTED "
                       "AT ZERO."
           END-IF.
           OPEN INPUT PENDING-TRANS.
           IF WS-PT-STATUS = "00"
               MOVE "Y" TO WS-PT-AVAILABLE
           ELSE
               DISPLAY "PENDING-TRANS NOT AVAILABLE - NO PARKED "
                       "CHANGES APPLIED."
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM PROJECT-ONE-EMPLOYEE UNTIL WS-EOF = 1.
           CLOSE EMPLOYEE-MASTER.
           MOVE "CLOS" TO CS-FUNCTION.
           CALL "costsplit" USING COST-SPLIT-AREA.
           OPEN OUTPUT PROJECTION-RPT-FILE.
           OPEN OUTPUT BUDGET-LOAD-FILE.
           MOVE WS-BUDGET-YEAR TO HDR-YEAR.
           MOVE WS-MERIT-PCT TO HDR-MERIT.
           MOVE WS-MERIT-MONTH TO HDR-MONTH.
           MOVE WS-RUN-DATE TO HDR-DATE.
           WRITE PROJECTION-RPT-RECORD FROM WS-HEADER-LINE-1.
           WRITE PROJECTION-RPT-RECORD FROM WS-HEADER-LINE-2.
           MOVE 0 TO WS-EOF.
           PERFORM PROPOSE-ONE-DEPT UNTIL WS-EOF = 1.
           PERFORM REPORT-UNMATCHED-DEPTS.
           PERFORM PRINT-TOTALS.
           CLOSE DEPT-MASTER.
           IF WS-PG-AVAILABLE = "Y"
               CLOSE PAY-GRADE-FILE
           END-IF.
           IF WS-PT-AVAILABLE = "Y"
               CLOSE PENDING-TRANS
           END-IF.
           CLOSE PROJECTION-RPT-FILE.
           CLOSE BUDGET-LOAD-FILE.
           DISPLAY "BUDGET PROJECTION FOR " WS-BUDGET-YEAR
                   " COMPLETE. DEPARTMENTS FOR LOAD: " WS-LOAD-COUNT.
           STOP RUN.

      *    PARAMETERS IN FORCE ON 1 JANUARY OF THE BUDGET YEAR.
       LOAD-PARAMETERS.
           COMPUTE WS-PARM-ASOF = WS-BUDGET-YEAR * 10000 + 0101.
           MOVE "BUDGET-MERIT-PCT" TO WS-PARM-NAME.
           MOVE 0 TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE >= 0
              AND WS-PARM-VALUE < 100
               MOVE WS-PARM-VALUE TO WS-MERIT-PCT
           END-IF.
           MOVE "BUDGET-MERIT-MONTH" TO WS-PARM-NAME.
           MOVE 1 TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE >= 1
              AND WS-PARM-VALUE <= 12
               MOVE WS-PARM-VALUE TO WS-MERIT-MONTH
           END-IF.

       AVERAGE-ALL-MIDPOINTS.
           MOVE LOW-VALUES TO PG-GRADE-CODE.
           MOVE 0 TO WS-PT-EOF.
           START PAY-GRADE-FILE KEY IS >= PG-GRADE-CODE
               INVALID KEY
                   MOVE 1 TO WS-PT-EOF
           END-START.
           PERFORM UNTIL WS-PT-EOF = 1
               READ PAY-GRADE-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-PT-EOF
                   NOT AT END
                       ADD PG-MIDPOINT TO WS-ALL-MID-SUM
                       ADD 1 TO WS-ALL-MID-COUNT
               END-READ
           END-PERFORM.

       PROJECT-ONE-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM COST-EMPLOYEE
           END-READ.

       COST-EMPLOYEE.
           IF DATE-OF-HIRE (1:4) > WS-BUDGET-YEAR
               ADD 1 TO WS-NOT-YET-HIRED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-LEFT-OUT.
           MOVE 1 TO WS-FIRST-MONTH.
           MOVE 12 TO WS-LAST-MONTH.
           IF DATE-OF-HIRE (1:4) = WS-BUDGET-YEAR
               MOVE DATE-OF-HIRE (5:2) TO WS-FIRST-MONTH
           END-IF.
           IF EMPLOYMENT-TYPE = "C"
              AND CONTRACT-END-DATE IS NUMERIC
              AND CONTRACT-END-DATE > 0
               IF CONTRACT-END-DATE (1:4) < WS-BUDGET-YEAR
                   ADD 1 TO WS-CONTRACT-GONE
                   EXIT PARAGRAPH
               END-IF
               IF CONTRACT-END-DATE (1:4) = WS-BUDGET-YEAR
                   MOVE CONTRACT-END-DATE (5:2) TO WS-LAST-MONTH
                   ADD 1 TO WS-CONTRACT-ENDS
               END-IF
           END-IF.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               MOVE SALARY TO WS-MONTH-SALARY (WS-MONTH-IDX)
           END-PERFORM.
           IF WS-PT-AVAILABLE = "Y"
               PERFORM APPLY-PENDING-CHANGES
           END-IF.
           IF WS-LEFT-OUT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-YEAR-TOTAL.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 12
               IF WS-MONTH-IDX >= WS-MERIT-MONTH
                  AND DATE-OF-HIRE (1:4) < WS-BUDGET-YEAR
                   COMPUTE WS-MONTH-SALARY (WS-MONTH-IDX) ROUNDED =
                       WS-MONTH-SALARY (WS-MONTH-IDX)
                     * (1 + WS-MERIT-PCT / 100)
               END-IF
               IF WS-MONTH-IDX >= WS-FIRST-MONTH
                  AND WS-MONTH-IDX <= WS-LAST-MONTH
                   ADD WS-MONTH-SALARY (WS-MONTH-IDX) TO WS-YEAR-TOTAL
               END-IF
           END-PERFORM.
           COMPUTE WS-EMP-COST ROUNDED = WS-YEAR-TOTAL / 12.
           ADD 1 TO WS-EMP-COSTED.
           MOVE DEPARTMENT-CODE TO WS-WORK-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           ADD 1 TO WS-DT-HEADS (WS-DEPT-IDX).
           ADD SALARY TO WS-DT-SALARIES (WS-DEPT-IDX).
           PERFORM ADD-GRADE-MIDPOINT.
           MOVE "SPLT" TO CS-FUNCTION.
           MOVE EMPLOYEE-ID TO CS-EMPLOYEE-ID.
           MOVE DEPARTMENT-CODE TO CS-HOME-DEPT.
           MOVE WS-EMP-COST TO CS-AMOUNT.
           CALL "costsplit" USING COST-SPLIT-AREA.
           IF CS-BAD-SPLIT
               ADD 1 TO WS-BAD-SPLIT-CT
           END-IF.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > CS-SPLIT-COUNT
               MOVE CS-DEPT (WS-SPLIT-IDX) TO WS-WORK-DEPT
               PERFORM FIND-DEPT-ENTRY
               ADD CS-SHARE (WS-SPLIT-IDX)
                   TO WS-DT-STAFF-COST (WS-DEPT-IDX)
           END-PERFORM.

      *    CHANGES STILL WAITING ON PENDING-TRANS, IN EFFECTIVE-DATE
      *    ORDER. ONE EFFECTIVE BEFORE THE YEAR SETS THE OPENING
      *    SALARY; ONE DURING THE YEAR APPLIES FROM ITS MONTH. A
      *    TERMINATION ENDS THE COSTING AT ITS MONTH.
       APPLY-PENDING-CHANGES.
           MOVE EMPLOYEE-ID TO PT-EMPLOYEE-ID.
           MOVE 0 TO PT-EFFECTIVE-DATE.
           MOVE 0 TO PT-PARKED-DATE.
           MOVE 0 TO PT-TRANS-SEQ.
           MOVE 0 TO WS-PT-EOF.
           START PENDING-TRANS KEY IS >= PT-KEY
               INVALID KEY
                   MOVE 1 TO WS-PT-EOF
           END-START.
           PERFORM UNTIL WS-PT-EOF = 1
               READ PENDING-TRANS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-PT-EOF
                   NOT AT END
                       IF PT-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE 1 TO WS-PT-EOF
                       ELSE
                           IF PT-PARKED
                              AND PT-EFFECTIVE-DATE (1:4)
                                  <= WS-BUDGET-YEAR
                               PERFORM APPLY-ONE-PENDING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ONE-PENDING.
           MOVE PT-TRANS-IMAGE TO TRANS-RECORD.
           IF PT-EFFECTIVE-DATE (1:4) < WS-BUDGET-YEAR
               MOVE 1 TO WS-CHANGE-MONTH
           ELSE
               MOVE PT-EFFECTIVE-DATE (5:2) TO WS-CHANGE-MONTH
           END-IF.
           EVALUATE TD-TRANS-TYPE
               WHEN "SALC"
                   MOVE TD-SAL-NEW-SALARY TO WS-CHANGE-SALARY
               WHEN "PROM"
                   MOVE TD-PROM-NEW-SALARY TO WS-CHANGE-SALARY
               WHEN "TERM"
                   ADD 1 TO WS-PENDING-APPLIED
                   IF PT-EFFECTIVE-DATE (1:4) < WS-BUDGET-YEAR
                       MOVE "Y" TO WS-LEFT-OUT
                   ELSE
                       IF WS-CHANGE-MONTH < WS-LAST-MONTH
                           MOVE WS-CHANGE-MONTH TO WS-LAST-MONTH
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           ADD 1 TO WS-PENDING-APPLIED.
           PERFORM VARYING WS-MONTH-IDX FROM WS-CHANGE-MONTH BY 1
                   UNTIL WS-MONTH-IDX > 12
               MOVE WS-CHANGE-SALARY TO WS-MONTH-SALARY (WS-MONTH-IDX)
           END-PERFORM.

       ADD-GRADE-MIDPOINT.
           IF WS-PG-AVAILABLE NOT = "Y" OR PAY-GRADE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE PAY-GRADE TO PG-GRADE-CODE.
           READ PAY-GRADE-FILE
               KEY IS PG-GRADE-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE DEPARTMENT-CODE TO WS-WORK-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           ADD PG-MIDPOINT TO WS-DT-MID-SUM (WS-DEPT-IDX).
           ADD 1 TO WS-DT-MID-COUNT (WS-DEPT-IDX).

      *    RETURNS WS-DEPT-IDX POINTING AT WS-WORK-DEPT'S TABLE ROW,
      *    ADDING THE ROW ON FIRST SIGHT. THE LAST ROW IS A CATCH-ALL
      *    IF MORE DEPARTMENTS TURN UP THAN THE TABLE HOLDS.
       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-CODE (WS-DEPT-IDX) = WS-WORK-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = "N"
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                   MOVE WS-WORK-DEPT TO WS-DT-CODE (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-HEADS (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-SALARIES (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-STAFF-COST (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-MID-SUM (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-MID-COUNT (WS-DEPT-IDX)
                   MOVE "N" TO WS-DT-REPORTED (WS-DEPT-IDX)
               ELSE
                   MOVE WS-DEPT-MAX TO WS-DEPT-IDX
                   DISPLAY "DEPARTMENT TABLE FULL - " WS-WORK-DEPT
                           " TALLIED UNDER THE LAST ROW"
               END-IF
           END-IF.

       PROPOSE-ONE-DEPT.
           READ DEPT-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF DM-ACTIVE-FLAG NOT = "I"
                       PERFORM PROPOSE-DEPT-BUDGET
                   END-IF
           END-READ.

       PROPOSE-DEPT-BUDGET.
           MOVE DM-DEPT-CODE TO WS-WORK-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           MOVE "Y" TO WS-DT-REPORTED (WS-DEPT-IDX).
           MOVE 0 TO WS-VACANCIES.
           IF DM-AUTH-POSITIONS > 0
               COMPUTE WS-VACANCIES =
                   DM-AUTH-POSITIONS - WS-DT-HEADS (WS-DEPT-IDX)
               IF WS-VACANCIES < 0
                   MOVE 0 TO WS-VACANCIES
               END-IF
           END-IF.
           MOVE 0 TO WS-AVG-MIDPOINT.
           IF WS-DT-MID-COUNT (WS-DEPT-IDX) > 0
               COMPUTE WS-AVG-MIDPOINT ROUNDED =
                   WS-DT-MID-SUM (WS-DEPT-IDX)
                 / WS-DT-MID-COUNT (WS-DEPT-IDX)
           ELSE
               IF WS-ALL-MID-COUNT > 0
                   COMPUTE WS-AVG-MIDPOINT ROUNDED =
                       WS-ALL-MID-SUM / WS-ALL-MID-COUNT
               END-IF
           END-IF.
           COMPUTE WS-VACANCY-COST = WS-VACANCIES * WS-AVG-MIDPOINT.
           COMPUTE WS-PROPOSED =
               WS-DT-STAFF-COST (WS-DEPT-IDX) + WS-VACANCY-COST.
           COMPUTE WS-CHANGE = WS-PROPOSED - DM-ANNUAL-BUDGET.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE DM-DEPT-CODE TO DET-DEPT.
           MOVE DM-ANNUAL-BUDGET TO DET-BUDGET.
           MOVE WS-DT-SALARIES (WS-DEPT-IDX) TO DET-SALARIES.
           MOVE WS-DT-HEADS (WS-DEPT-IDX) TO DET-HEADS.
           MOVE WS-DT-STAFF-COST (WS-DEPT-IDX) TO DET-STAFF.
           MOVE WS-VACANCIES TO DET-VACANCIES.
           MOVE WS-VACANCY-COST TO DET-VAC-COST.
           MOVE WS-PROPOSED TO DET-PROPOSED.
           MOVE WS-CHANGE TO DET-CHANGE.
           WRITE PROJECTION-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD DM-ANNUAL-BUDGET TO WS-TOT-BUDGET.
           ADD WS-DT-SALARIES (WS-DEPT-IDX) TO WS-TOT-SALARIES.
           ADD WS-DT-STAFF-COST (WS-DEPT-IDX) TO WS-TOT-STAFF.
           ADD WS-VACANCIES TO WS-TOT-VACANCIES.
           ADD WS-VACANCY-COST TO WS-TOT-VAC-COST.
           ADD WS-PROPOSED TO WS-TOT-PROPOSED.
           MOVE SPACES TO BUDGET-LOAD-RECORD.
           MOVE DM-DEPT-CODE TO BL-DEPT-CODE.
           MOVE WS-BUDGET-YEAR TO BL-BUDGET-YEAR.
           MOVE WS-PROPOSED TO BL-PROPOSED-BUDGET.
           MOVE WS-RUN-DATE TO BL-PREPARED-DATE.
           WRITE BUDGET-LOAD-RECORD.
           ADD 1 TO WS-LOAD-COUNT.

      *    COST LANDING ON A DEPARTMENT THAT IS INACTIVE OR NOT ON
      *    DEPT-MASTER IS SHOWN BUT NOT WRITTEN FOR LOAD.
       REPORT-UNMATCHED-DEPTS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-REPORTED (WS-DEPT-IDX) = "N"
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE WS-DT-CODE (WS-DEPT-IDX) TO DET-DEPT
                   MOVE 0 TO DET-BUDGET
                   MOVE WS-DT-SALARIES (WS-DEPT-IDX) TO DET-SALARIES
                   MOVE WS-DT-HEADS (WS-DEPT-IDX) TO DET-HEADS
                   MOVE WS-DT-STAFF-COST (WS-DEPT-IDX) TO DET-STAFF
                   MOVE 0 TO DET-VACANCIES
                   MOVE 0 TO DET-VAC-COST
                   MOVE 0 TO DET-PROPOSED
                   MOVE 0 TO DET-CHANGE
                   MOVE "NOLOAD" TO DET-FLAG
                   WRITE PROJECTION-RPT-RECORD FROM WS-DETAIL-LINE
                   MOVE WS-DT-CODE (WS-DEPT-IDX) TO NOTE-DEPT
                   WRITE PROJECTION-RPT-RECORD FROM WS-NOTE-LINE
                   ADD WS-DT-SALARIES (WS-DEPT-IDX) TO WS-TOT-SALARIES
                   ADD WS-DT-STAFF-COST (WS-DEPT-IDX) TO WS-TOT-STAFF
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM.

       PRINT-TOTALS.
           MOVE SPACES TO PROJECTION-RPT-RECORD.
           WRITE PROJECTION-RPT-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "ALL " TO DET-DEPT.
           MOVE WS-TOT-BUDGET TO DET-BUDGET.
           MOVE WS-TOT-SALARIES TO DET-SALARIES.
           MOVE WS-EMP-COSTED TO DET-HEADS.
           MOVE WS-TOT-STAFF TO DET-STAFF.
           MOVE WS-TOT-VACANCIES TO DET-VACANCIES.
           MOVE WS-TOT-VAC-COST TO DET-VAC-COST.
           MOVE WS-TOT-PROPOSED TO DET-PROPOSED.
           COMPUTE WS-CHANGE = WS-TOT-PROPOSED - WS-TOT-BUDGET.
           MOVE WS-CHANGE TO DET-CHANGE.
           WRITE PROJECTION-RPT-RECORD FROM WS-DETAIL-LINE.
           MOVE WS-EMP-COSTED TO CNT-COSTED.
           MOVE WS-NOT-YET-HIRED TO CNT-NOT-HIRED.
           MOVE WS-CONTRACT-GONE TO CNT-GONE.
           MOVE WS-CONTRACT-ENDS TO CNT-ENDS.
           MOVE WS-PENDING-APPLIED TO CNT-PENDING.
           WRITE PROJECTION-RPT-RECORD FROM WS-COUNTS-LINE.
           DISPLAY WS-COUNTS-LINE.
           IF WS-BAD-SPLIT-CT > 0
               DISPLAY "SPLITS NOT ADDING TO 100: " WS-BAD-SPLIT-CT
           END-IF.
