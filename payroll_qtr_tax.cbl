      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  payroll_qtr_tax.
      *****************************************************************
      *    QUARTERLY PAYROLL TAX RETURN EXTRACT. FOR THE REQUESTED
      *    QUARTER (YYYYQ ON THE COMMAND LINE, OR THE CURRENT
      *    QUARTER) TOTALS EACH EMPLOYEE'S TAXABLE GROSS AND EVERY
      *    TAX DEDUCTION CODE OVER THE QUARTER'S PAY PERIODS FROM
      *    PAY-HISTORY, WRITES ONE FILING RECORD PER EMPLOYEE PLUS A
      *    COMPANY RECORD TO QTR-TAX-EXTRACT, AND PRINTS THE SAME
      *    FIGURES WITH COMPANY TOTALS.
      *
      *    THE TAX CODES ARE THE DED RULES ON PAYROLL-PARMS THAT THE
      *    REGISTER TREATS AS TAXES - PERCENTAGE ("P") AND BRACKETED
      *    ("B") RULES THAT ARE NOT BENEFIT PLANS. TAXABLE GROSS IS
      *    THE GRS AMOUNT.
      *
      *    BEFORE ANYTHING IS FILED THE YEAR IS PROVED: FOR EACH
      *    EMPLOYEE, Q1 THROUGH THE LATEST PERIOD ON PAY-HISTORY MUST
      *    EQUAL PY-GROSS-YTD AND THE MATCHING PY-DED-YTD SLOTS ON
      *    PAY-YTD. AN EMPLOYEE WHO DOES NOT TIE - OR WHO HAS YTD
      *    PAY BUT NO HISTORY - GOES ON QTR-TAX-EXCEPT AND THE STEP
      *    ENDS RC 4 SO THE RETURN IS HELD UNTIL IT IS CLEARED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PAYROLL-PARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BENEFIT-PLANS ASSIGN TO "BENEFIT-PLANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS WS-BP-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAY-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT PAY-YTD-FILE ASSIGN TO "PAY-YTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-EMPLOYEE-ID
               FILE STATUS IS WS-PY-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "QTR-TAX-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QX-STATUS.
           SELECT TAX-RPT-FILE ASSIGN TO "QTR-TAX-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPT-FILE ASSIGN TO "QTR-TAX-EXCEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PA-RECORD-TYPE    PIC X(3).
           05 PA-REST           PIC X(40).
           05 PA-DEDUCT REDEFINES PA-REST.
              10 PA-DED-CODE        PIC X(4).
              10 PA-DED-DESC        PIC X(20).
              10 PA-DED-TYPE        PIC X.
              10 PA-DED-AMOUNT      PIC 9(5)V99.
              10 FILLER             PIC X(8).

       FD  BENEFIT-PLANS.
           COPY "benplan.cpy".

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-EMPLOYEE-ID    PIC 9(7).
           05 PH-PERIOD-END     PIC 9(8).
           05 PH-RECORD-TYPE    PIC X(3).
           05 PH-CODE           PIC X(4).
           05 PH-AMOUNT         PIC S9(7)V99.

       SD  SORT-WORK-FILE.
       01  SD-HISTORY-RECORD.
           05 SD-EMPLOYEE-ID    PIC 9(7).
           05 SD-PERIOD-END     PIC 9(8).
           05 SD-RECORD-TYPE    PIC X(3).
           05 SD-CODE           PIC X(4).
           05 SD-AMOUNT         PIC S9(7)V99.

       FD  PAY-YTD-FILE.
           COPY "payytd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

      *    ONE "E" RECORD PER EMPLOYEE WITH PAY IN THE QUARTER, THEN
      *    ONE "C" COMPANY RECORD (EMPLOYEE ZERO). TAX SLOTS FOLLOW
      *    THE ORDER OF THE TAX RULES ON PAYROLL-PARMS.
       FD  EXTRACT-FILE.
       01  QTR-TAX-RECORD.
           05 QX-RECORD-TYPE    PIC X.
           05 QX-EMPLOYEE-ID    PIC 9(7).
           05 QX-YEAR           PIC 9(4).
           05 QX-QUARTER        PIC 9(1).
           05 QX-TAXABLE-GROSS  PIC S9(9)V99.
           05 QX-TAX-COUNT      PIC 9(2).
           05 QX-TAX-SLOT OCCURS 10 TIMES.
              10 QX-TAX-CODE    PIC X(4).
              10 QX-TAX-AMOUNT  PIC S9(9)V99.

       FD  TAX-RPT-FILE.
       01  TAX-RPT-RECORD       PIC X(90).

       FD  EXCEPT-FILE.
       01  EXCEPT-RECORD        PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS      PIC XX.
       01 WS-BP-STATUS        PIC XX.
       01 WS-PH-STATUS        PIC XX.
       01 WS-PY-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-QX-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EX-STATUS        PIC XX.
       01 WS-PARAM            PIC X(20).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-YEAR             PIC 9(4).
       01 WS-QUARTER          PIC 9(1).
       01 WS-MONTH            PIC 9(2).
       01 WS-REC-QUARTER      PIC 9(1).
       01 WS-QTR-REMAINDER    PIC 9(1).
       01 WS-PARM-EOF         PIC 9(1) VALUE 0.
       01 WS-YTD-EOF          PIC 9(1) VALUE 0.
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-PLANS-AVAILABLE  PIC X VALUE "N".
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-IS-BENEFIT       PIC X.
       01 WS-HAS-ACTIVITY     PIC X.
       01 WS-TAX-MAX          PIC 9(2) VALUE 10.
       01 WS-TAX-COUNT        PIC 9(2) VALUE 0.
       01 WS-TAX-IDX          PIC 9(2).
       01 WS-TAX-TABLE.
           05 WS-TAX-CODE OCCURS 10 TIMES PIC X(4).
       01 WS-SLOT-IDX         PIC 9(2).
       01 WS-QTR-IDX          PIC 9(1).
       01 WS-CURRENT-EMP      PIC 9(7) VALUE 0.
       01 WS-FIRST-RECORD     PIC X VALUE "Y".
      *    THE EMPLOYEE IN HAND: ONE BUCKET PER QUARTER.
       01 WS-EMP-BUCKETS.
           05 WS-EB-QUARTER OCCURS 4 TIMES.
              10 WS-EB-GROSS      PIC S9(9)V99.
              10 WS-EB-TAX OCCURS 10 TIMES PIC S9(9)V99.
       01 WS-EMP-YEAR-GROSS   PIC S9(9)V99.
       01 WS-EMP-YEAR-TAX     PIC S9(9)V99.
       01 WS-YTD-AMOUNT       PIC S9(9)V99.
       01 WS-EMP-TIES         PIC X.
       01 WS-COMP-GROSS       PIC S9(11)V99 VALUE 0.
       01 WS-COMP-TAXES.
           05 WS-COMP-TAX OCCURS 10 TIMES PIC S9(11)V99.
       01 WS-EMP-COUNT        PIC 9(5) VALUE 0.
       01 WS-EXCEPT-COUNT     PIC 9(5) VALUE 0.
       01 WS-SEEN-MAX         PIC 9(4) VALUE 5000.
       01 WS-SEEN-COUNT       PIC 9(4) VALUE 0.
       01 WS-SEEN-IDX         PIC 9(4).
       01 WS-SEEN-FOUND       PIC X.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-EMP-ID OCCURS 5000 TIMES PIC 9(7).

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(33) VALUE
              "QUARTERLY PAYROLL TAX - QUARTER ".
           05 RH-QUARTER      PIC 9(1).
           05 FILLER          PIC X(1) VALUE "/".
           05 RH-YEAR         PIC 9(4).

       01 WS-RPT-COLS         PIC X(60) VALUE
          "EMP ID   NAME                     TAXABLE GROSS".

       01 WS-RPT-DETAIL.
           05 RD-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-NAME         PIC X(25).
           05 RD-GROSS        PIC -(9)9.99.

       01 WS-TAX-LINE.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(4)  VALUE "TAX ".
           05 TX-CODE         PIC X(4).
           05 FILLER          PIC X(12) VALUE SPACES.
           05 TX-AMOUNT       PIC -(9)9.99.

       01 WS-COMP-LINE.
           05 FILLER          PIC X(20) VALUE "COMPANY  EMPLOYEES:".
           05 CL-EMPS         PIC ZZZZ9.
           05 FILLER          PIC X(17) VALUE "  TAXABLE GROSS:".
           05 CL-GROSS        PIC -(11)9.99.

       01 WS-EXCEPT-HEADER.
           05 FILLER          PIC X(40) VALUE
              "QUARTERLY TAX EXCEPTIONS - QUARTER ".
           05 EH-QUARTER      PIC 9(1).
           05 FILLER          PIC X(1) VALUE "/".
           05 EH-YEAR         PIC 9(4).

       01 WS-EXCEPT-LINE.
           05 EL-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 EL-ITEM         PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 EL-HISTORY      PIC -(9)9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 EL-YTD          PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 EL-REASON       PIC X(30).

       01 WS-EXCEPT-COLS      PIC X(70) VALUE
          "EMP ID   ITEM      QTRS TO DATE     PAY-YTD  REASON".

       01 WS-EXCEPT-TOTAL.
           05 FILLER          PIC X(22) VALUE "EMPLOYEES NOT TIED:  ".
           05 ET-COUNT        PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:5) IS NUMERIC
              AND WS-PARAM (5:1) >= "1" AND WS-PARAM (5:1) <= "4"
               MOVE WS-PARAM (1:4) TO WS-YEAR
               MOVE WS-PARAM (5:1) TO WS-QUARTER
           ELSE
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE (1:4) TO WS-YEAR
               MOVE WS-RUN-DATE (5:2) TO WS-MONTH
               PERFORM 0150-QUARTER-OF-MONTH
               MOVE WS-REC-QUARTER TO WS-QUARTER
           END-IF.
           PERFORM 0100-LOAD-TAX-CODES THRU 0100-EXIT.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PH-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PAY-HISTORY, STATUS="
                       WS-PH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PAY-HISTORY-FILE.
           OPEN INPUT PAY-YTD-FILE.
           IF WS-PY-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PAY-YTD, STATUS="
                       WS-PY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-AVAILABLE
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN OUTPUT TAX-RPT-FILE.
           OPEN OUTPUT EXCEPT-FILE.
           MOVE WS-QUARTER TO RH-QUARTER EH-QUARTER.
           MOVE WS-YEAR TO RH-YEAR EH-YEAR.
           WRITE TAX-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE TAX-RPT-RECORD FROM WS-RPT-COLS.
           WRITE EXCEPT-RECORD FROM WS-EXCEPT-HEADER.
           WRITE EXCEPT-RECORD FROM WS-EXCEPT-COLS.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 10
               MOVE 0 TO WS-COMP-TAX (WS-TAX-IDX)
           END-PERFORM.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-EMPLOYEE-ID
               ON ASCENDING KEY SD-PERIOD-END
               USING PAY-HISTORY-FILE
               OUTPUT PROCEDURE IS 0300-TOTAL-EMPLOYEES.
           PERFORM 0600-CHECK-YTD-ONLY THRU 0600-EXIT.
           PERFORM 0700-COMPANY-TOTALS.
           MOVE WS-EXCEPT-COUNT TO ET-COUNT.
           WRITE EXCEPT-RECORD FROM WS-EXCEPT-TOTAL.
           CLOSE PAY-YTD-FILE.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE EXTRACT-FILE.
           CLOSE TAX-RPT-FILE.
           CLOSE EXCEPT-FILE.
           DISPLAY "QUARTERLY TAX EXTRACT " WS-YEAR " Q" WS-QUARTER
                   "  EMPLOYEES: " WS-EMP-COUNT
                   "  NOT TIED TO YTD: " WS-EXCEPT-COUNT.
           IF WS-EXCEPT-COUNT > 0
               DISPLAY "QTR-TAX-EXCEPT MUST BE CLEARED BEFORE FILING"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *    THE TAX CODES ARE THE P AND B RULES, LESS ANY WHOSE CODE IS
      *    A BENEFIT PLAN - THE SAME SPLIT THE REGISTER MAKES WHEN IT
      *    WORKS OUT DISPOSABLE EARNINGS.
      *****************************************************************
       0100-LOAD-TAX-CODES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PAYROLL-PARMS, STATUS="
                       WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BENEFIT-PLANS.
           IF WS-BP-STATUS = "00"
               MOVE "Y" TO WS-PLANS-AVAILABLE
           END-IF.
           PERFORM 0110-READ-ONE-PARM UNTIL WS-PARM-EOF = 1.
           CLOSE PARM-FILE.
           IF WS-PLANS-AVAILABLE = "Y"
               CLOSE BENEFIT-PLANS
           END-IF.
           IF WS-TAX-COUNT = 0
               DISPLAY "ERROR: NO TAX RULES (P/B) ON PAYROLL-PARMS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-EXIT.
           EXIT.

       0110-READ-ONE-PARM.
           READ PARM-FILE
               AT END
                   MOVE 1 TO WS-PARM-EOF
               NOT AT END
                   IF PA-RECORD-TYPE = "DED"
                      AND (PA-DED-TYPE = "P" OR PA-DED-TYPE = "B")
                       PERFORM 0120-ADD-TAX-CODE
                   END-IF
           END-READ.

       0120-ADD-TAX-CODE.
           MOVE "N" TO WS-IS-BENEFIT.
           IF WS-PLANS-AVAILABLE = "Y"
               MOVE PA-DED-CODE TO BP-PLAN-CODE
               READ BENEFIT-PLANS
                   KEY IS BP-PLAN-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-IS-BENEFIT
               END-READ
           END-IF.
           IF WS-IS-BENEFIT = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TAX-COUNT >= WS-TAX-MAX
               DISPLAY "TAX CODE TABLE FULL - " PA-DED-CODE " IGNORED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-TAX-COUNT.
           MOVE PA-DED-CODE TO WS-TAX-CODE (WS-TAX-COUNT).

       0150-QUARTER-OF-MONTH.
           SUBTRACT 1 FROM WS-MONTH.
           DIVIDE WS-MONTH BY 3 GIVING WS-REC-QUARTER
               REMAINDER WS-QTR-REMAINDER.
           ADD 1 TO WS-REC-QUARTER.

      *****************************************************************
      *    HISTORY ARRIVES SORTED BY EMPLOYEE. ONLY THE REQUESTED YEAR
      *    COUNTS; EACH RECORD FALLS INTO THE BUCKET FOR ITS PERIOD'S
      *    QUARTER, AND THE EMPLOYEE IS SETTLED ON THE BREAK.
      *****************************************************************
       0300-TOTAL-EMPLOYEES.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF SD-PERIOD-END (1:4) = WS-YEAR
                           PERFORM 0310-ADD-ONE-HISTORY
                       END-IF
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-RECORD = "N"
               PERFORM 0400-SETTLE-EMPLOYEE
           END-IF.

       0310-ADD-ONE-HISTORY.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               PERFORM 0320-START-EMPLOYEE
           END-IF.
           IF SD-EMPLOYEE-ID NOT = WS-CURRENT-EMP
               PERFORM 0400-SETTLE-EMPLOYEE
               PERFORM 0320-START-EMPLOYEE
           END-IF.
           MOVE SD-PERIOD-END (5:2) TO WS-MONTH.
           PERFORM 0150-QUARTER-OF-MONTH.
           MOVE WS-REC-QUARTER TO WS-QTR-IDX.
           EVALUATE SD-RECORD-TYPE
               WHEN "GRS"
                   ADD SD-AMOUNT TO WS-EB-GROSS (WS-QTR-IDX)
               WHEN "DED"
                   PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                           UNTIL WS-TAX-IDX > WS-TAX-COUNT
                       IF WS-TAX-CODE (WS-TAX-IDX) = SD-CODE
                           ADD SD-AMOUNT
                               TO WS-EB-TAX (WS-QTR-IDX, WS-TAX-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0320-START-EMPLOYEE.
           MOVE SD-EMPLOYEE-ID TO WS-CURRENT-EMP.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                   UNTIL WS-QTR-IDX > 4
               MOVE 0 TO WS-EB-GROSS (WS-QTR-IDX)
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > 10
                   MOVE 0 TO WS-EB-TAX (WS-QTR-IDX, WS-TAX-IDX)
               END-PERFORM
           END-PERFORM.
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE SD-EMPLOYEE-ID TO WS-SEEN-EMP-ID (WS-SEEN-COUNT)
           END-IF.

      *    AN EMPLOYEE WITH PAY IN THE QUARTER IS EXTRACTED AND
      *    PRINTED; EVERY EMPLOYEE WITH HISTORY IN THE YEAR IS PROVED
      *    AGAINST PAY-YTD, WHETHER PAID THIS QUARTER OR NOT.
       0400-SETTLE-EMPLOYEE.
           PERFORM 0500-PROVE-TO-YTD.
           MOVE "N" TO WS-HAS-ACTIVITY.
           IF WS-EB-GROSS (WS-QUARTER) NOT = 0
               MOVE "Y" TO WS-HAS-ACTIVITY
           END-IF.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-EB-TAX (WS-QUARTER, WS-TAX-IDX) NOT = 0
                   MOVE "Y" TO WS-HAS-ACTIVITY
               END-IF
           END-PERFORM.
           IF WS-HAS-ACTIVITY = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMP-COUNT.
           MOVE SPACES TO QTR-TAX-RECORD.
           MOVE "E" TO QX-RECORD-TYPE.
           MOVE WS-CURRENT-EMP TO QX-EMPLOYEE-ID.
           MOVE WS-YEAR TO QX-YEAR.
           MOVE WS-QUARTER TO QX-QUARTER.
           MOVE WS-EB-GROSS (WS-QUARTER) TO QX-TAXABLE-GROSS.
           MOVE WS-TAX-COUNT TO QX-TAX-COUNT.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 10
               IF WS-TAX-IDX > WS-TAX-COUNT
                   MOVE SPACES TO QX-TAX-CODE (WS-TAX-IDX)
                   MOVE 0 TO QX-TAX-AMOUNT (WS-TAX-IDX)
               ELSE
                   MOVE WS-TAX-CODE (WS-TAX-IDX)
                       TO QX-TAX-CODE (WS-TAX-IDX)
                   MOVE WS-EB-TAX (WS-QUARTER, WS-TAX-IDX)
                       TO QX-TAX-AMOUNT (WS-TAX-IDX)
                   ADD WS-EB-TAX (WS-QUARTER, WS-TAX-IDX)
                       TO WS-COMP-TAX (WS-TAX-IDX)
               END-IF
           END-PERFORM.
           WRITE QTR-TAX-RECORD.
           ADD WS-EB-GROSS (WS-QUARTER) TO WS-COMP-GROSS.
           PERFORM 0450-PRINT-EMPLOYEE.

       0450-PRINT-EMPLOYEE.
           MOVE WS-CURRENT-EMP TO RD-EMP-ID.
           MOVE SPACES TO RD-NAME.
           IF WS-EMP-AVAILABLE = "Y"
               MOVE WS-CURRENT-EMP TO EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   KEY IS EMPLOYEE-ID
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO RD-NAME
                   NOT INVALID KEY
                       STRING LAST-NAME DELIMITED BY "  "
                              ", " DELIMITED BY SIZE
                              FIRST-NAME DELIMITED BY "  "
                              INTO RD-NAME
                       END-STRING
               END-READ
           END-IF.
           MOVE WS-EB-GROSS (WS-QUARTER) TO RD-GROSS.
           WRITE TAX-RPT-RECORD FROM WS-RPT-DETAIL.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               MOVE WS-TAX-CODE (WS-TAX-IDX) TO TX-CODE
               MOVE WS-EB-TAX (WS-QUARTER, WS-TAX-IDX) TO TX-AMOUNT
               WRITE TAX-RPT-RECORD FROM WS-TAX-LINE
           END-PERFORM.

      *****************************************************************
      *    THE QUARTERS ON HISTORY MUST ADD UP TO PAY-YTD: GROSS TO
      *    PY-GROSS-YTD AND EACH TAX CODE TO ITS PY-DED-YTD SLOT (NO
      *    SLOT COUNTS AS ZERO). EVERY DIFFERENCE IS LISTED.
      *****************************************************************
       0500-PROVE-TO-YTD.
           MOVE "Y" TO WS-EMP-TIES.
           MOVE 0 TO WS-EMP-YEAR-GROSS.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                   UNTIL WS-QTR-IDX > 4
               ADD WS-EB-GROSS (WS-QTR-IDX) TO WS-EMP-YEAR-GROSS
           END-PERFORM.
           MOVE WS-CURRENT-EMP TO PY-EMPLOYEE-ID.
           READ PAY-YTD-FILE
               KEY IS PY-EMPLOYEE-ID
               INVALID KEY
                   MOVE "GROSS" TO EL-ITEM
                   MOVE WS-EMP-YEAR-GROSS TO EL-HISTORY
                   MOVE 0 TO EL-YTD
                   MOVE "NO PAY-YTD RECORD" TO EL-REASON
                   PERFORM 0550-WRITE-EXCEPTION
                   ADD 1 TO WS-EXCEPT-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF PY-YEAR NOT = WS-YEAR
               MOVE "GROSS" TO EL-ITEM
               MOVE WS-EMP-YEAR-GROSS TO EL-HISTORY
               MOVE 0 TO EL-YTD
               MOVE "PAY-YTD HOLDS ANOTHER YEAR" TO EL-REASON
               PERFORM 0550-WRITE-EXCEPTION
               ADD 1 TO WS-EXCEPT-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-YEAR-GROSS NOT = PY-GROSS-YTD
               MOVE "GROSS" TO EL-ITEM
               MOVE WS-EMP-YEAR-GROSS TO EL-HISTORY
               MOVE PY-GROSS-YTD TO EL-YTD
               MOVE "GROSS DOES NOT TIE" TO EL-REASON
               PERFORM 0550-WRITE-EXCEPTION
           END-IF.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               PERFORM 0510-PROVE-ONE-TAX
           END-PERFORM.
           IF WS-EMP-TIES = "N"
               ADD 1 TO WS-EXCEPT-COUNT
           END-IF.

       0510-PROVE-ONE-TAX.
           MOVE 0 TO WS-EMP-YEAR-TAX.
           PERFORM VARYING WS-QTR-IDX FROM 1 BY 1
                   UNTIL WS-QTR-IDX > 4
               ADD WS-EB-TAX (WS-QTR-IDX, WS-TAX-IDX)
                   TO WS-EMP-YEAR-TAX
           END-PERFORM.
           MOVE 0 TO WS-YTD-AMOUNT.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > PY-DED-COUNT
               IF PY-DED-CODE (WS-SLOT-IDX) = WS-TAX-CODE (WS-TAX-IDX)
                   MOVE PY-DED-YTD (WS-SLOT-IDX) TO WS-YTD-AMOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EMP-YEAR-TAX NOT = WS-YTD-AMOUNT
               MOVE WS-TAX-CODE (WS-TAX-IDX) TO EL-ITEM
               MOVE WS-EMP-YEAR-TAX TO EL-HISTORY
               MOVE WS-YTD-AMOUNT TO EL-YTD
               MOVE "TAX DOES NOT TIE" TO EL-REASON
               PERFORM 0550-WRITE-EXCEPTION
           END-IF.

       0550-WRITE-EXCEPTION.
           MOVE WS-CURRENT-EMP TO EL-EMP-ID.
           WRITE EXCEPT-RECORD FROM WS-EXCEPT-LINE.
           MOVE "N" TO WS-EMP-TIES.

      *****************************************************************
      *    AN EMPLOYEE WITH YTD PAY FOR THE YEAR BUT NOTHING ON
      *    PAY-HISTORY CANNOT BE FILED FROM HISTORY EITHER.
      *****************************************************************
       0600-CHECK-YTD-ONLY.
           MOVE 0 TO PY-EMPLOYEE-ID.
           START PAY-YTD-FILE KEY IS >= PY-EMPLOYEE-ID
               INVALID KEY
                   GO TO 0600-EXIT
           END-START.
           PERFORM 0610-CHECK-ONE-YTD UNTIL WS-YTD-EOF = 1.

       0600-EXIT.
           EXIT.

       0610-CHECK-ONE-YTD.
           READ PAY-YTD-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-YTD-EOF
               NOT AT END
                   IF PY-YEAR = WS-YEAR AND PY-GROSS-YTD NOT = 0
                       PERFORM 0620-LOOK-FOR-HISTORY
                   END-IF
           END-READ.

       0620-LOOK-FOR-HISTORY.
           MOVE "N" TO WS-SEEN-FOUND.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-EMP-ID (WS-SEEN-IDX) = PY-EMPLOYEE-ID
                   MOVE "Y" TO WS-SEEN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SEEN-FOUND = "N"
               MOVE PY-EMPLOYEE-ID TO WS-CURRENT-EMP
               MOVE "GROSS" TO EL-ITEM
               MOVE 0 TO EL-HISTORY
               MOVE PY-GROSS-YTD TO EL-YTD
               MOVE "NO PAY-HISTORY FOR THE YEAR" TO EL-REASON
               PERFORM 0550-WRITE-EXCEPTION
               ADD 1 TO WS-EXCEPT-COUNT
           END-IF.

       0700-COMPANY-TOTALS.
           MOVE SPACES TO QTR-TAX-RECORD.
           MOVE "C" TO QX-RECORD-TYPE.
           MOVE 0 TO QX-EMPLOYEE-ID.
           MOVE WS-YEAR TO QX-YEAR.
           MOVE WS-QUARTER TO QX-QUARTER.
           MOVE WS-COMP-GROSS TO QX-TAXABLE-GROSS.
           MOVE WS-TAX-COUNT TO QX-TAX-COUNT.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > 10
               IF WS-TAX-IDX > WS-TAX-COUNT
                   MOVE SPACES TO QX-TAX-CODE (WS-TAX-IDX)
                   MOVE 0 TO QX-TAX-AMOUNT (WS-TAX-IDX)
               ELSE
                   MOVE WS-TAX-CODE (WS-TAX-IDX)
                       TO QX-TAX-CODE (WS-TAX-IDX)
                   MOVE WS-COMP-TAX (WS-TAX-IDX)
                       TO QX-TAX-AMOUNT (WS-TAX-IDX)
               END-IF
           END-PERFORM.
           WRITE QTR-TAX-RECORD.
           MOVE WS-EMP-COUNT TO CL-EMPS.
           MOVE WS-COMP-GROSS TO CL-GROSS.
           WRITE TAX-RPT-RECORD FROM WS-COMP-LINE.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               MOVE WS-TAX-CODE (WS-TAX-IDX) TO TX-CODE
               MOVE WS-COMP-TAX (WS-TAX-IDX) TO TX-AMOUNT
               WRITE TAX-RPT-RECORD FROM WS-TAX-LINE
           END-PERFORM.
