      *      ASCENDING THRESHOLD ORDER WITHIN A SET. THE SET WITH
      *      THE LATEST EFFECTIVE DATE ON OR BEFORE THE PERIOD END
      *      APPLIES, SO NEXT YEAR'S TABLE CAN BE LOADED AHEAD.
      *      "ERN" CODE(4) DESC(20) DEFINES AN EARNINGS CODE THE
      *                     OFF-CYCLE EARNINGS FILE MAY CARRY.
      *
      *    OFF-CYCLE RUN: AN "OFC" PAY-DATE(8) SUPP-RATE 9(3)V99
      *    RECORD TURNS THE RUN INTO A BONUS/COMMISSION RUN. GROSS
      *    IS THEN THE SUM OF EACH EMPLOYEE'S OPEN ENTRIES ON THE
      *    ONE-TIME-EARNINGS FILE (NO SALARY, NO HOURS); BRACKETED
      *    TAX RULES WITHHOLD AT THE FLAT SUPPLEMENTAL RATE INSTEAD
      *    OF THE TIERS, PERCENTAGE RULES STILL APPLY, AND FLAT AND
      *    BENEFIT DEDUCTIONS ARE NOT TAKEN. PAY-DETAIL IS WRITTEN
      *    UNDER THE PAY DATE (WHICH MUST DIFFER FROM THE REGULAR
      *    PERIOD END) WITH ONE ERN RECORD PER EARNINGS CODE AFTER
      *    THE GRS RECORD, SO THE YTD, PAYMENT AND GL STEPS TAKE IT
      *    LIKE ANY OTHER RUN. ONLY EMPLOYEES WITH EARNINGS PRINT.
      *
      *    GARNISHMENTS: COURT-ORDERED WITHHOLDINGS COME FROM THE
      *    GARNISHMENT-ORDER MASTER (garnord.cpy), NOT FROM DED
      *    RULES - A DED RULE CODED "GARN" IS REFUSED. THEY ARE TAKEN
      *    AFTER TAXES (THE PERCENTAGE AND BRACKETED RULES) OUT OF
      *    DISPOSABLE EARNINGS - GROSS LESS THOSE TAXES - IN ORDER
      *    PRIORITY, NEVER PAST THE DISPOSABLE-EARNINGS LIMIT ON AN
      *    OPTIONAL "GRN" LIMIT-PCT 9(3)V99 RECORD (25 PCT IF NONE).
      *    EACH ORDER TAKEN WRITES A DED "GARN" RECORD AND A LINE ON
      *    THE GARN-REMITTANCE FILE FOR garn_remittance; AN ORDER
      *    WHOSE PAYOFF BALANCE REACHES ZERO IS CLOSED.
      *
      *    STAFF LOANS AND SALARY ADVANCES: EACH ACTIVE LOAN ON THE
      *    EMPLOYEE-LOAN MASTER (emploan.cpy) WHOSE FIRST REPAYMENT
      *    PERIOD HAS COME IS REPAID BY ITS INSTALLMENT IN A REGULAR
      *    RUN, AFTER EVERY OTHER DEDUCTION AND ARREARS RECOVERY AND
      *    NEVER PAST WHAT IS LEFT OF NET PAY - A SHORT INSTALLMENT
      *    JUST LEAVES MORE ON THE BALANCE. EACH REPAYMENT WRITES A
      *    DED "LOAN" RECORD AND A LOAN-ACTIVITY ENTRY, AND A LOAN
      *    REPAID TO ZERO IS MARKED PAID OFF. OFF-CYCLE RUNS TAKE NO
      *    REPAYMENTS.
      *
      *    RETIREMENT PLANS: A DED RULE WHOSE CODE IS A RETIREMENT
      *    PLAN ON THE BENEFIT-PLAN MASTER (BP-PLAN-TYPE "R") TAKES
      *    THE EMPLOYEE'S ELECTED DEFERRAL PERCENT OF GROSS IN PLACE
      *    OF A FLAT COST, AND THE EMPLOYER MATCH IS WORKED OUT FROM
      *    THE DEFERRAL ACTUALLY TAKEN BY THE PLAN'S MATCH FORMULA.
      *    THE MATCH IS NOT PAY - IT PRINTS UNDER THE DETAIL LINE,
      *    IS ADDED WITH THE DEFERRAL TO THE EMPLOYEE'S RETIRE-
      *    ACCOUNT (retacct.cpy), AND BOTH GO TO A FRESH RETIRE-
      *    REMITTANCE FILE FOR THE PLAN ADMINISTRATOR EACH REAL
      *    REGULAR RUN. A DEFERRAL CUT SHORT BY LOW PAY IS NOT
      *    BANKED AS ARREARS - IT IS SIMPLY NOT DEFERRED.
      *
      *    PREMIUM HOURS: timesheet_edit CARVES HOLIDAY HOURS (DAYS
      *    ON THE HOLIDAY-CALENDAR) AND NIGHT/WEEKEND SHIFT HOURS OUT
      *    OF EACH WEEK'S REGULAR HOURS. AN OPTIONAL "PRM" RECORD
      *    HOLIDAY-MULT 9(1)V99 SHIFT-MULT 9(1)V99 SETS THE RATE
      *    MULTIPLIER FOR EACH (1.00 IF NONE; A MULTIPLIER THAT IS
      *    NOT A POSITIVE NUMBER STOPS THE RUN). AN HOURLY EMPLOYEE
      *    WITH PREMIUM HOURS IS PAID REGULAR, OVERTIME, HOLIDAY AND
      *    SHIFT HOURS AS SEPARATE EARNINGS - HREG, HOVT, HHOL AND
      *    HSHF - EACH PRINTED UNDER THE DETAIL LINE AND WRITTEN AS
      *    AN ERN RECORD BEHIND THE GRS RECORD. AN ERN RULE FOR ONE
      *    OF THOSE CODES OVERRIDES ITS PRINTED DESCRIPTION.
      *
      *    AN "FPY" SUPP-RATE 9(3)V99 RECORD BELONGS TO THE FINAL PAY
      *    SETTLEMENT (payroll_final_pay) AND IS PASSED OVER HERE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TOTALS-CTL ASSIGN TO "PAYROLL-TOTALS-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT EARNINGS-FILE ASSIGN TO "ONE-TIME-EARNINGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OE-STATUS.
           SELECT GARNISHMENT-ORDER ASSIGN TO "GARNISHMENT-ORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GO-STATUS.
           SELECT GARN-REMIT-FILE ASSIGN TO "GARN-REMITTANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT EMPLOYEE-LOAN ASSIGN TO "EMPLOYEE-LOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LN-STATUS.
           SELECT LOAN-ACTIVITY ASSIGN TO "LOAN-ACTIVITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LA-STATUS.
           SELECT RETIRE-ACCOUNT ASSIGN TO "RETIRE-ACCOUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RA-STATUS.
           SELECT RETIRE-REMIT-FILE ASSIGN TO "RETIRE-REMITTANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
              10 PA-BRK-THRESHOLD   PIC 9(7)V99.
              10 PA-BRK-RATE        PIC 9(3)V99.
              10 FILLER             PIC X(14).
           05 PA-OFFCYCLE REDEFINES PA-REST.
              10 PA-OFC-PAY-DATE    PIC 9(8).
              10 PA-OFC-SUPP-RATE   PIC 9(3)V99.
              10 FILLER             PIC X(27).
           05 PA-EARNING REDEFINES PA-REST.
              10 PA-ERN-CODE        PIC X(4).
              10 PA-ERN-DESC        PIC X(20).
              10 FILLER             PIC X(16).
           05 PA-GARN-LIMIT REDEFINES PA-REST.
              10 PA-GRN-LIMIT-PCT   PIC 9(3)V99.
              10 FILLER             PIC X(35).
           05 PA-PREMIUM REDEFINES PA-REST.
              10 PA-PRM-HOLIDAY-MULT PIC 9(1)V99.
              10 PA-PRM-SHIFT-MULT  PIC 9(1)V99.
              10 FILLER             PIC X(34).

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".
           05 AJ-DELTA-REG      PIC S9(3)V9.
           05 AJ-DELTA-OT       PIC S9(3)V9.
           05 AJ-STATUS         PIC X.
           05 AJ-DELTA-HOL      PIC S9(3)V9.
           05 AJ-DELTA-SHF      PIC S9(3)V9.

       FD  BENEFIT-PLANS.
           COPY "benplan.cpy".
           05 PT-DED            PIC 9(11)V99.
           05 PT-NET            PIC 9(11)V99.

      *    ONE-TIME EARNINGS FOR THE OFF-CYCLE RUN. OE-STATUS "C"
      *    MARKS AN ENTRY ALREADY PAID BY AN EARLIER REAL RUN.
       FD  EARNINGS-FILE.
       01  ONE-TIME-EARNING-RECORD.
           05 OE-EMPLOYEE-ID    PIC 9(7).
           05 OE-EARN-CODE      PIC X(4).
           05 OE-AMOUNT         PIC 9(7)V99.
           05 OE-STATUS         PIC X.

       FD  GARNISHMENT-ORDER.
           COPY "garnord.cpy".

       FD  GARN-REMIT-FILE.
           COPY "garnremit.cpy".

       FD  EMPLOYEE-LOAN.
           COPY "emploan.cpy".

       FD  LOAN-ACTIVITY.
           COPY "loanact.cpy".

       FD  RETIRE-ACCOUNT.
           COPY "retacct.cpy".

       FD  RETIRE-REMIT-FILE.
           COPY "retremit.cpy".

       FD  PAY-DETAIL-FILE.
       01  PAY-DETAIL-RECORD.
           05 PD-EMPLOYEE-ID    PIC 9(7).
              10 WS-DED-AMOUNT    PIC 9(5)V99.
              10 WS-DED-BENEFIT   PIC X.
              10 WS-DED-PLAN-COST PIC S9(5)V99.
              10 WS-DED-RETIRE    PIC X.
              10 WS-DED-MATCH-PCT PIC 9(3)V99.
              10 WS-DED-MATCH-LIM PIC 9(3)V99.
       01 WS-BRK-MAX          PIC 9(2) VALUE 40.
       01 WS-BRK-COUNT        PIC 9(2) VALUE 0.
       01 WS-BRK-IDX          PIC 9(2).
       01 WS-TIER-TAXABLE     PIC S9(9)V99.
       01 WS-ANNUAL-HOURS     PIC 9(4) VALUE 2080.
       01 WS-OT-PREMIUM       PIC 9(1)V9 VALUE 1.5.
       01 WS-HOLIDAY-MULT     PIC 9(1)V99 VALUE 1.00.
       01 WS-SHIFT-MULT       PIC 9(1)V99 VALUE 1.00.
       01 WS-STRAIGHT-HOURS   PIC S9(4)V9.
       01 WS-PREMIUM-PAY      PIC X VALUE "N".
       01 WS-HPAY-IDX         PIC 9(1).
       01 WS-HOURS-PAY.
           05 WS-HPAY-ENTRY OCCURS 4 TIMES.
              10 WS-HPAY-CODE     PIC X(4).
              10 WS-HPAY-AMOUNT   PIC S9(7)V99.
       01 WS-HOURLY-RATE      PIC S9(5)V9999.
       01 WS-HRS-MAX          PIC 9(4) VALUE 500.
       01 WS-HRS-COUNT        PIC 9(4) VALUE 0.
              10 WS-HRS-EMP-ID    PIC 9(7).
              10 WS-HRS-REGULAR   PIC S9(4)V9.
              10 WS-HRS-OVERTIME  PIC S9(4)V9.
              10 WS-HRS-HOLIDAY   PIC S9(4)V9.
              10 WS-HRS-SHIFT     PIC S9(4)V9.
       01 WS-GROSS            PIC S9(7)V99.
       01 WS-DED-THIS         PIC S9(7)V99.
       01 WS-DED-AMOUNTS.
       01 WS-COMP-DED         PIC S9(11)V99 VALUE 0.
       01 WS-COMP-NET         PIC S9(11)V99 VALUE 0.
       01 WS-EMP-COUNT        PIC 9(5) VALUE 0.
       01 WS-OFFCYCLE-MODE    PIC X VALUE "N".
       01 WS-OFC-PAY-DATE     PIC 9(8) VALUE 0.
       01 WS-SUPP-RATE        PIC 9(3)V99 VALUE 0.
       01 WS-OE-STATUS        PIC XX.
       01 WS-OE-EOF           PIC 9(1) VALUE 0.
       01 WS-OE-FOUND         PIC X.
       01 WS-OE-UNPAID        PIC 9(3) VALUE 0.
       01 WS-ERN-MAX          PIC 9(2) VALUE 10.
       01 WS-ERN-COUNT        PIC 9(2) VALUE 0.
       01 WS-ERN-IDX          PIC 9(2).
       01 WS-ERN-TABLE.
           05 WS-ERN-ENTRY OCCURS 10 TIMES.
              10 WS-ERN-CODE      PIC X(4).
              10 WS-ERN-DESC      PIC X(20).
       01 WS-OE-MAX           PIC 9(3) VALUE 500.
       01 WS-OE-COUNT         PIC 9(3) VALUE 0.
       01 WS-OE-IDX           PIC 9(3).
       01 WS-OE-TABLE.
           05 WS-OE-ENTRY OCCURS 500 TIMES.
              10 WS-OE-EMP-ID     PIC 9(7).
              10 WS-OE-CODE       PIC X(4).
              10 WS-OE-AMOUNT     PIC 9(7)V99.
              10 WS-OE-PAID       PIC X.
       01 WS-GO-STATUS        PIC XX.
       01 WS-GR-STATUS        PIC XX.
       01 WS-GARN-AVAILABLE   PIC X VALUE "N".
       01 WS-GARN-LIMIT-PCT   PIC 9(3)V99 VALUE 25.00.
       01 WS-GARN-TAXES       PIC S9(7)V99.
       01 WS-DISPOSABLE       PIC S9(7)V99.
       01 WS-GARN-ROOM        PIC S9(7)V99.
       01 WS-GARN-CAP         PIC S9(7)V99.
       01 WS-GARN-THIS        PIC S9(7)V99.
       01 WS-GARN-TOTAL       PIC S9(7)V99.
       01 WS-GARN-EOF         PIC 9(1).
       01 WS-GARN-COUNT       PIC 9(5) VALUE 0.
       01 WS-GARN-CLOSED      PIC 9(5) VALUE 0.
       01 WS-COMP-GARN        PIC S9(11)V99 VALUE 0.
       01 WS-GRN-MAX          PIC 9(2) VALUE 10.
       01 WS-GRN-COUNT        PIC 9(2) VALUE 0.
       01 WS-GRN-IDX          PIC 9(2).
       01 WS-GRN-NEXT         PIC 9(2).
       01 WS-GRN-TABLE.
           05 WS-GRN-ENTRY OCCURS 10 TIMES.
              10 WS-GRN-CASE      PIC X(15).
              10 WS-GRN-AGENCY    PIC X(6).
              10 WS-GRN-AGY-NAME  PIC X(30).
              10 WS-GRN-PRIORITY  PIC 9(2).
              10 WS-GRN-CALC-TYPE PIC X.
              10 WS-GRN-RATE      PIC 9(3)V99.
              10 WS-GRN-FLAT      PIC 9(7)V99.
              10 WS-GRN-CAP-PCT   PIC 9(3)V99.
              10 WS-GRN-ORDER-TOT PIC 9(7)V99.
              10 WS-GRN-BALANCE   PIC S9(7)V99.
              10 WS-GRN-TAKEN     PIC S9(7)V99.
              10 WS-GRN-DONE      PIC X.
              10 WS-GRN-PAID-OFF  PIC X.
              10 WS-GRN-RERUN     PIC X.
              10 WS-GRN-LAST-AMT  PIC 9(7)V99.
       01 WS-LN-STATUS        PIC XX.
       01 WS-LA-STATUS        PIC XX.
       01 WS-LOAN-AVAILABLE   PIC X VALUE "N".
       01 WS-LOAN-EOF         PIC 9(1).
       01 WS-LOAN-ROOM        PIC S9(7)V99.
       01 WS-LOAN-THIS        PIC S9(7)V99.
       01 WS-LOAN-COUNT       PIC 9(5) VALUE 0.
       01 WS-LOAN-CLOSED      PIC 9(5) VALUE 0.
       01 WS-COMP-LOAN        PIC S9(11)V99 VALUE 0.
       01 WS-LNT-MAX          PIC 9(2) VALUE 10.
       01 WS-LNT-COUNT        PIC 9(2) VALUE 0.
       01 WS-LNT-IDX          PIC 9(2).
       01 WS-LNT-TABLE.
           05 WS-LNT-ENTRY OCCURS 10 TIMES.
              10 WS-LNT-NUMBER    PIC 9(3).
              10 WS-LNT-TAKEN     PIC S9(7)V99.
              10 WS-LNT-BALANCE   PIC S9(7)V99.
              10 WS-LNT-PAID-OFF  PIC X.
              10 WS-LNT-RERUN     PIC X.
       01 WS-RA-STATUS        PIC XX.
       01 WS-RR-STATUS        PIC XX.
       01 WS-RETIRE-RULES     PIC 9(2) VALUE 0.
       01 WS-RETIRE-AVAILABLE PIC X VALUE "N".
       01 WS-RET-MATCHABLE    PIC S9(7)V99.
       01 WS-RET-COUNT        PIC 9(5) VALUE 0.
       01 WS-COMP-DEFER       PIC S9(11)V99 VALUE 0.
       01 WS-COMP-MATCH       PIC S9(11)V99 VALUE 0.
       01 WS-RET-AMOUNTS.
           05 WS-RET-ENTRY OCCURS 10 TIMES.
              10 WS-RET-DEFER-PCT PIC 9(3)V99.
              10 WS-RET-MATCH     PIC S9(7)V99.

       01 WS-RPT-HEADER.
           05 RH-TITLE        PIC X(30) VALUE
              "PAYROLL REGISTER - PERIOD END ".
           05 RH-PERIOD       PIC 9(4)/99/99.

       01 WS-TRIAL-BANNER     PIC X(46) VALUE
          "********* TRIAL RUN - NOTHING POSTED *********".

       01 WS-OFFCYCLE-BANNER  PIC X(50) VALUE
          "***** OFF-CYCLE RUN - SUPPLEMENTAL EARNINGS *****".

       01 WS-OFFCYCLE-RATE-LINE.
           05 FILLER          PIC X(32) VALUE
              "SUPPLEMENTAL WITHHOLDING RATE: ".
           05 OR-RATE         PIC ZZ9.99.
           05 FILLER          PIC X(4) VALUE " PCT".

       01 WS-EARNINGS-LINE.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 EL-CODE         PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 EL-DESC         PIC X(20).
           05 EL-AMOUNT       PIC -(6)9.99.

       01 WS-UNPAID-LINE.
           05 FILLER          PIC X(15) VALUE "NOT PAID: EMP ".
           05 UL-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 UL-CODE         PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 UL-AMOUNT       PIC -(6)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 UL-REASON       PIC X(30).

       01 WS-GARN-LINE.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(5)  VALUE "GARN ".
           05 GN-CASE         PIC X(15).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 GN-AGENCY       PIC X(6).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 GN-AMOUNT       PIC -(6)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 GN-NOTE         PIC X(10).

       01 WS-GARN-TOTAL-LINE.
           05 FILLER          PIC X(20) VALUE "GARNISHMENTS TAKEN:".
           05 GT-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(9)  VALUE "  AMOUNT:".
           05 GT-AMOUNT       PIC -(9)9.99.
           05 FILLER          PIC X(17) VALUE "  ORDERS PAID OFF".
           05 FILLER          PIC X(1)  VALUE ":".
           05 GT-CLOSED       PIC ZZZZ9.

       01 WS-LOAN-LINE.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(5)  VALUE "LOAN ".
           05 LL-NUMBER       PIC 9(3).
           05 FILLER          PIC X(6)  VALUE "  BAL ".
           05 LL-BALANCE      PIC -(6)9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 LL-AMOUNT       PIC -(6)9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 LL-NOTE         PIC X(10).

       01 WS-LOAN-TOTAL-LINE.
           05 FILLER          PIC X(20) VALUE "LOAN REPAYMENTS:".
           05 LT-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(9)  VALUE "  AMOUNT:".
           05 LT-AMOUNT       PIC -(9)9.99.
           05 FILLER          PIC X(17) VALUE "  LOANS PAID OFF".
           05 FILLER          PIC X(1)  VALUE ":".
           05 LT-CLOSED       PIC ZZZZ9.

       01 WS-RETIRE-LINE.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(7)  VALUE "RETIRE ".
           05 RL-PLAN         PIC X(4).
           05 FILLER          PIC X(7)  VALUE "  DEFER".
           05 RL-PCT          PIC ZZ9.99.
           05 FILLER          PIC X(6)  VALUE " PCT  ".
           05 RL-DEFERRAL     PIC -(6)9.99.
           05 FILLER          PIC X(9)  VALUE "  MATCH ".
           05 RL-MATCH        PIC -(6)9.99.

       01 WS-RETIRE-TOTAL-LINE.
           05 FILLER          PIC X(20) VALUE "RETIREMENT DEFERRED:".
           05 RT-DEFERRED     PIC -(9)9.99.
           05 FILLER          PIC X(18) VALUE "  EMPLOYER MATCH:".
           05 RT-MATCH        PIC -(9)9.99.
           05 FILLER          PIC X(12) VALUE "  ACCOUNTS:".
           05 RT-COUNT        PIC ZZZZ9.

       01 WS-PREV-TOTAL-LINE.
           05 FILLER          PIC X(5)  VALUE "PREV ".
           05 PV-PERIOD       PIC 9(4)/99/99.
               STOP RUN
           END-IF.
           PERFORM 040-MARK-BENEFIT-RULES THRU 040-EXIT.
           IF WS-OFFCYCLE-MODE = "Y"
               PERFORM 100-LOAD-EARNINGS THRU 100-EXIT
               IF WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "NO EMPLOYEE MASTER FILE AVAILABLE."
               STOP RUN
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           IF WS-OFFCYCLE-MODE NOT = "Y"
               PERFORM 050-LOAD-CLEAN-HOURS THRU 050-EXIT
               PERFORM 080-LOAD-ADJUSTMENTS THRU 080-EXIT
           END-IF.
           OPEN OUTPUT REGISTER-RPT-FILE.
           IF WS-TRIAL-MODE NOT = "Y"
               OPEN OUTPUT PAY-DETAIL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 090-OPEN-GARNISHMENTS THRU 090-EXIT.
           IF WS-OFFCYCLE-MODE NOT = "Y"
               PERFORM 095-OPEN-LOANS THRU 095-EXIT
               PERFORM 097-OPEN-RETIREMENT THRU 097-EXIT
           END-IF.
           MOVE WS-PERIOD-END TO RH-PERIOD.
           IF WS-OFFCYCLE-MODE = "Y"
               MOVE "OFF-CYCLE REGISTER - PAY DATE " TO RH-TITLE
           END-IF.
           WRITE REGISTER-RPT-RECORD FROM WS-RPT-HEADER.
           IF WS-TRIAL-MODE = "Y"
               WRITE REGISTER-RPT-RECORD FROM WS-TRIAL-BANNER
           END-IF.
           IF WS-OFFCYCLE-MODE = "Y"
               WRITE REGISTER-RPT-RECORD FROM WS-OFFCYCLE-BANNER
               MOVE WS-SUPP-RATE TO OR-RATE
               WRITE REGISTER-RPT-RECORD FROM WS-OFFCYCLE-RATE-LINE
           END-IF.
           WRITE REGISTER-RPT-RECORD FROM WS-RPT-COLS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEPARTMENT-CODE
           MOVE WS-COMP-DED   TO CT-DED.
           MOVE WS-COMP-NET   TO CT-NET.
           WRITE REGISTER-RPT-RECORD FROM WS-COMP-TOTAL-LINE.
           IF WS-GARN-AVAILABLE = "Y"
               MOVE WS-GARN-COUNT  TO GT-COUNT
               MOVE WS-COMP-GARN   TO GT-AMOUNT
               MOVE WS-GARN-CLOSED TO GT-CLOSED
               WRITE REGISTER-RPT-RECORD FROM WS-GARN-TOTAL-LINE
           END-IF.
           IF WS-LOAN-AVAILABLE = "Y"
               MOVE WS-LOAN-COUNT  TO LT-COUNT
               MOVE WS-COMP-LOAN   TO LT-AMOUNT
               MOVE WS-LOAN-CLOSED TO LT-CLOSED
               WRITE REGISTER-RPT-RECORD FROM WS-LOAN-TOTAL-LINE
           END-IF.
           IF WS-RETIRE-RULES > 0
               MOVE WS-COMP-DEFER TO RT-DEFERRED
               MOVE WS-COMP-MATCH TO RT-MATCH
               MOVE WS-RET-COUNT  TO RT-COUNT
               WRITE REGISTER-RPT-RECORD FROM WS-RETIRE-TOTAL-LINE
           END-IF.
           IF WS-OFFCYCLE-MODE = "Y"
               PERFORM 0540-REPORT-UNPAID-EARNINGS
               WRITE REGISTER-RPT-RECORD FROM WS-OFFCYCLE-BANNER
               IF WS-TRIAL-MODE = "Y"
                   WRITE REGISTER-RPT-RECORD FROM WS-TRIAL-BANNER
               ELSE
                   PERFORM 0550-CONSUME-EARNINGS
               END-IF
           ELSE
               IF WS-TRIAL-MODE = "Y"
                   PERFORM 0500-COMPARE-PREVIOUS THRU 0500-EXIT
                   WRITE REGISTER-RPT-RECORD FROM WS-TRIAL-BANNER
               ELSE
                   PERFORM 0510-STORE-TOTALS
                   PERFORM 0520-CONSUME-ADJUSTMENTS
                   PERFORM 0530-CONSUME-CLEAN-HOURS
               END-IF
           END-IF.
           CLOSE REGISTER-RPT-FILE.
           IF WS-TRIAL-MODE NOT = "Y"
               CLOSE PAY-DETAIL-FILE
           END-IF.
           CLOSE PAY-ARREARS.
           IF WS-GARN-AVAILABLE = "Y"
               CLOSE GARNISHMENT-ORDER
           END-IF.
           IF WS-TRIAL-MODE NOT = "Y"
               CLOSE GARN-REMIT-FILE
           END-IF.
           IF WS-LOAN-AVAILABLE = "Y"
               CLOSE EMPLOYEE-LOAN
               IF WS-TRIAL-MODE NOT = "Y"
                   CLOSE LOAN-ACTIVITY
               END-IF
           END-IF.
           IF WS-RETIRE-AVAILABLE = "Y"
               CLOSE RETIRE-ACCOUNT
               CLOSE RETIRE-REMIT-FILE
           END-IF.
           IF WS-ENROLL-AVAILABLE = "Y"
               CLOSE BEN-ENROLL
           END-IF.
               DISPLAY "PAYROLL REGISTER COMPLETE. EMPLOYEES: "
                       WS-EMP-COUNT
           END-IF.
           IF WS-OFFCYCLE-MODE = "Y"
               DISPLAY "OFF-CYCLE RUN - PAY DATE " WS-PERIOD-END
                       "  ENTRIES NOT PAID: " WS-OE-UNPAID
               IF WS-OE-UNPAID > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       000-LOAD-PARMS.
               DISPLAY "ERROR: NO PER RECORD IN PAYROLL-PARMS"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF WS-OFFCYCLE-MODE = "Y"
               PERFORM 020-SET-OFFCYCLE-DATE
           END-IF.

       000-EXIT.
           EXIT.
                               "ARREARS WILL NOT BE WRITTEN"
                   END-IF
               WHEN "DED"
                   IF PA-DED-CODE = "GARN"
                       DISPLAY "DED RULE GARN REFUSED - GARNISHMENTS "
                               "COME FROM GARNISHMENT-ORDER"
                       ADD 1 TO WS-ERROR-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-DED-COUNT < WS-DED-MAX
                       ADD 1 TO WS-DED-COUNT
                       MOVE PA-DED-CODE
                           TO WS-DED-AMOUNT (WS-DED-COUNT)
                       MOVE "N" TO WS-DED-BENEFIT (WS-DED-COUNT)
                       MOVE 0 TO WS-DED-PLAN-COST (WS-DED-COUNT)
                       MOVE "N" TO WS-DED-RETIRE (WS-DED-COUNT)
                       MOVE 0 TO WS-DED-MATCH-PCT (WS-DED-COUNT)
                       MOVE 0 TO WS-DED-MATCH-LIM (WS-DED-COUNT)
                   ELSE
                       DISPLAY "DEDUCTION TABLE FULL - " PA-DED-CODE
                               " IGNORED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN "OFC"
                   MOVE "Y" TO WS-OFFCYCLE-MODE
                   MOVE PA-OFC-PAY-DATE TO WS-OFC-PAY-DATE
                   IF PA-OFC-SUPP-RATE IS NUMERIC
                       MOVE PA-OFC-SUPP-RATE TO WS-SUPP-RATE
                   END-IF
                   DISPLAY "OFF-CYCLE RUN - SUPPLEMENTAL EARNINGS "
                           "ONLY, PAY DATE " PA-OFC-PAY-DATE
               WHEN "ERN"
                   IF WS-ERN-COUNT < WS-ERN-MAX
                       ADD 1 TO WS-ERN-COUNT
                       MOVE PA-ERN-CODE
                           TO WS-ERN-CODE (WS-ERN-COUNT)
                       MOVE PA-ERN-DESC
                           TO WS-ERN-DESC (WS-ERN-COUNT)
                   ELSE
                       DISPLAY "EARNINGS TABLE FULL - " PA-ERN-CODE
                               " IGNORED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN "GRN"
                   IF PA-GRN-LIMIT-PCT IS NUMERIC
                      AND PA-GRN-LIMIT-PCT > 0
                      AND PA-GRN-LIMIT-PCT <= 100
                       MOVE PA-GRN-LIMIT-PCT TO WS-GARN-LIMIT-PCT
                   ELSE
                       DISPLAY "GRN LIMIT PERCENT NOT VALID: "
                               PA-REST (1:5)
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN "BRK"
                   IF WS-BRK-COUNT < WS-BRK-MAX
                       ADD 1 TO WS-BRK-COUNT
                               " IGNORED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN "PRM"
                   IF PA-PRM-HOLIDAY-MULT IS NUMERIC
                      AND PA-PRM-HOLIDAY-MULT > 0
                       MOVE PA-PRM-HOLIDAY-MULT TO WS-HOLIDAY-MULT
                   ELSE
                       DISPLAY "PRM HOLIDAY MULTIPLIER NOT VALID: "
                               PA-REST (1:3) " - RUN STOPPED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
                   IF PA-PRM-SHIFT-MULT IS NUMERIC
                      AND PA-PRM-SHIFT-MULT > 0
                       MOVE PA-PRM-SHIFT-MULT TO WS-SHIFT-MULT
                   ELSE
                       DISPLAY "PRM SHIFT MULTIPLIER NOT VALID: "
                               PA-REST (4:3) " - RUN STOPPED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
      *        THE FINAL PAY RUN'S LEAVE PAYOUT RATE - NOT USED HERE
               WHEN "FPY"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN PARM RECORD: " PA-RECORD-TYPE
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

      *****************************************************************
      *    AN OFF-CYCLE RUN POSTS UNDER ITS OWN PAY DATE. IT MAY NOT
      *    REUSE THE REGULAR PERIOD END: THE YTD UPDATE TREATS A
      *    PERIOD ALREADY ROLLED IN AS A RERUN AND WOULD SKIP IT.
      *****************************************************************
       020-SET-OFFCYCLE-DATE.
           IF WS-OFC-PAY-DATE IS NOT NUMERIC
              OR WS-OFC-PAY-DATE = 0
               DISPLAY "ERROR: OFC RECORD CARRIES NO PAY DATE"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-OFC-PAY-DATE = WS-PERIOD-END
               DISPLAY "ERROR: OFF-CYCLE PAY DATE " WS-OFC-PAY-DATE
                       " IS THE REGULAR PERIOD END - USE A DISTINCT "
                       "PAY DATE"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUPP-RATE = 0
               DISPLAY "WARNING: SUPPLEMENTAL RATE IS ZERO - NO TAX "
                       "WILL BE WITHHELD ON THIS RUN"
           END-IF.
           MOVE WS-OFC-PAY-DATE TO WS-PERIOD-END.

      *****************************************************************
      *    A DEDUCTION RULE WHOSE CODE IS ON THE BENEFIT-PLAN MASTER
      *    IS A BENEFIT DEDUCTION: IT CHARGES THE PLAN'S PER-PERIOD
                       MOVE "Y" TO WS-DED-BENEFIT (WS-DED-IDX)
                       MOVE BP-EMPLOYEE-COST
                           TO WS-DED-PLAN-COST (WS-DED-IDX)
                       IF BP-RETIREMENT-PLAN
                           MOVE "Y" TO WS-DED-RETIRE (WS-DED-IDX)
                           MOVE BP-MATCH-PCT
                               TO WS-DED-MATCH-PCT (WS-DED-IDX)
                           MOVE BP-MATCH-LIMIT-PCT
                               TO WS-DED-MATCH-LIM (WS-DED-IDX)
                           ADD 1 TO WS-RETIRE-RULES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BENEFIT-PLANS.
               MOVE TC-EMPLOYEE-ID TO WS-HRS-EMP-ID (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-REGULAR (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-OVERTIME (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-HOLIDAY (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-SHIFT (WS-HRS-IDX)
           END-IF.
           ADD TC-REGULAR-HOURS TO WS-HRS-REGULAR (WS-HRS-IDX).
           ADD TC-OVERTIME-HOURS TO WS-HRS-OVERTIME (WS-HRS-IDX).
           IF TC-HOLIDAY-HOURS IS NUMERIC
               ADD TC-HOLIDAY-HOURS TO WS-HRS-HOLIDAY (WS-HRS-IDX)
           END-IF.
           IF TC-SHIFT-HOURS IS NUMERIC
               ADD TC-SHIFT-HOURS TO WS-HRS-SHIFT (WS-HRS-IDX)
           END-IF.

      *****************************************************************
      *    SIGNED PRIOR-WEEK CORRECTIONS FROM THE TIMESHEET EDIT
               MOVE AJ-EMPLOYEE-ID TO WS-HRS-EMP-ID (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-REGULAR (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-OVERTIME (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-HOLIDAY (WS-HRS-IDX)
               MOVE 0 TO WS-HRS-SHIFT (WS-HRS-IDX)
           END-IF.
           ADD AJ-DELTA-REG TO WS-HRS-REGULAR (WS-HRS-IDX).
           ADD AJ-DELTA-OT TO WS-HRS-OVERTIME (WS-HRS-IDX).
      *    A CORRECTION RAISED BEFORE THE PREMIUM BUCKETS EXISTED
      *    CARRIES NO PREMIUM DELTAS.
           IF AJ-DELTA-HOL IS NUMERIC
               ADD AJ-DELTA-HOL TO WS-HRS-HOLIDAY (WS-HRS-IDX)
           END-IF.
           IF AJ-DELTA-SHF IS NUMERIC
               ADD AJ-DELTA-SHF TO WS-HRS-SHIFT (WS-HRS-IDX)
           END-IF.

      *****************************************************************
      *    NO GARNISHMENT-ORDER FILE MEANS NO ORDERS HAVE EVER BEEN
      *    SET UP, SO THE RUN CARRIES ON WITHOUT GARNISHMENTS; ANY
      *    OTHER OPEN FAILURE STOPS IT RATHER THAN MISS A COURT
      *    ORDER. A REAL RUN ALWAYS CUTS A FRESH GARN-REMITTANCE
      *    FILE, EMPTY WHEN NOTHING WAS WITHHELD.
      *****************************************************************
       090-OPEN-GARNISHMENTS.
           IF WS-TRIAL-MODE NOT = "Y"
               OPEN OUTPUT GARN-REMIT-FILE
               IF WS-GR-STATUS <> "00"
                   DISPLAY "ERROR: CANNOT OPEN GARN-REMITTANCE, "
                           "STATUS=" WS-GR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN I-O GARNISHMENT-ORDER.
           IF WS-GO-STATUS = "35"
               DISPLAY "GARNISHMENT-ORDER NOT AVAILABLE - NO "
                       "GARNISHMENTS TAKEN THIS RUN."
               GO TO 090-EXIT
           END-IF.
           IF WS-GO-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN GARNISHMENT-ORDER, STATUS="
                       WS-GO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-GARN-AVAILABLE.

       090-EXIT.
           EXIT.

      *****************************************************************
      *    NO EMPLOYEE-LOAN FILE MEANS NO LOANS HAVE BEEN SET UP, SO
      *    THE RUN CARRIES ON WITHOUT REPAYMENTS. A REAL RUN JOURNALS
      *    EACH REPAYMENT ON LOAN-ACTIVITY.
      *****************************************************************
       095-OPEN-LOANS.
           OPEN I-O EMPLOYEE-LOAN.
           IF WS-LN-STATUS = "35"
               DISPLAY "EMPLOYEE-LOAN NOT AVAILABLE - NO LOAN "
                       "REPAYMENTS TAKEN THIS RUN."
               GO TO 095-EXIT
           END-IF.
           IF WS-LN-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN EMPLOYEE-LOAN, STATUS="
                       WS-LN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRIAL-MODE NOT = "Y"
               OPEN EXTEND LOAN-ACTIVITY
               IF WS-LA-STATUS <> "00"
                   OPEN OUTPUT LOAN-ACTIVITY
               END-IF
           END-IF.
           MOVE "Y" TO WS-LOAN-AVAILABLE.

       095-EXIT.
           EXIT.

      *****************************************************************
      *    WITH A RETIREMENT PLAN AMONG THE DED RULES, A REAL RUN
      *    CUTS A FRESH RETIRE-REMITTANCE FILE (EMPTY WHEN NOBODY
      *    DEFERRED) AND OPENS RETIRE-ACCOUNT, CREATING IT THE FIRST
      *    TIME. A TRIAL RUN ONLY PRINTS THE CONTRIBUTIONS.
      *****************************************************************
       097-OPEN-RETIREMENT.
           IF WS-RETIRE-RULES = 0 OR WS-TRIAL-MODE = "Y"
               GO TO 097-EXIT
           END-IF.
           OPEN I-O RETIRE-ACCOUNT.
           IF WS-RA-STATUS = "35"
               OPEN OUTPUT RETIRE-ACCOUNT
               CLOSE RETIRE-ACCOUNT
               OPEN I-O RETIRE-ACCOUNT
           END-IF.
           IF WS-RA-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN RETIRE-ACCOUNT, STATUS="
                       WS-RA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RETIRE-REMIT-FILE.
           IF WS-RR-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN RETIRE-REMITTANCE, STATUS="
                       WS-RR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-RETIRE-AVAILABLE.

       097-EXIT.
           EXIT.

      *****************************************************************
      *    THE OFF-CYCLE RUN PAYS ONLY WHAT IS ON ONE-TIME-EARNINGS.
      *    ENTRIES ALREADY FLAGGED PAID ("C") ARE SKIPPED; THE OPEN
      *    ONES ARE HELD SO A REAL RUN CAN FLAG THEM PAID AFTERWARDS.
      *    A CODE NOT DEFINED BY AN ERN RULE IS HELD BUT NOT PAID
      *    (WHEN NO ERN RULES ARE LOADED EVERY CODE IS ACCEPTED). A
      *    MISSING FILE STOPS THE RUN - THERE IS NOTHING TO PAY.
      *****************************************************************
       100-LOAD-EARNINGS.
           OPEN INPUT EARNINGS-FILE.
           IF WS-OE-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN ONE-TIME-EARNINGS, STATUS="
                       WS-OE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               GO TO 100-EXIT
           END-IF.
           PERFORM 110-LOAD-ONE-EARNING UNTIL WS-OE-EOF = 1.
           CLOSE EARNINGS-FILE.
           IF WS-OE-COUNT = 0
               DISPLAY "ERROR: NO OPEN ENTRIES ON ONE-TIME-EARNINGS"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       100-EXIT.
           EXIT.

       110-LOAD-ONE-EARNING.
           READ EARNINGS-FILE
               AT END
                   MOVE 1 TO WS-OE-EOF
               NOT AT END
                   IF OE-STATUS NOT = "C"
                       PERFORM 120-HOLD-ONE-EARNING
                   END-IF
           END-READ.

       120-HOLD-ONE-EARNING.
           IF WS-OE-COUNT >= WS-OE-MAX
               DISPLAY "EARNINGS TABLE FULL - EMPLOYEE "
                       OE-EMPLOYEE-ID " " OE-EARN-CODE " NOT PAID"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OE-COUNT.
           MOVE OE-EMPLOYEE-ID TO WS-OE-EMP-ID (WS-OE-COUNT).
           MOVE OE-EARN-CODE TO WS-OE-CODE (WS-OE-COUNT).
           IF OE-AMOUNT IS NUMERIC
               MOVE OE-AMOUNT TO WS-OE-AMOUNT (WS-OE-COUNT)
           ELSE
               MOVE 0 TO WS-OE-AMOUNT (WS-OE-COUNT)
           END-IF.
           MOVE "N" TO WS-OE-PAID (WS-OE-COUNT).
           IF WS-ERN-COUNT > 0
               MOVE "U" TO WS-OE-PAID (WS-OE-COUNT)
               PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                       UNTIL WS-ERN-IDX > WS-ERN-COUNT
                   IF WS-ERN-CODE (WS-ERN-IDX) = OE-EARN-CODE
                       MOVE "N" TO WS-OE-PAID (WS-OE-COUNT)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       0300-BUILD-REGISTER.
           MOVE "N" TO WS-SORT-EOF.
           END-IF.

       0310-PAY-ONE-EMPLOYEE.
           IF WS-OFFCYCLE-MODE = "Y"
               PERFORM 0317-GROSS-FROM-EARNINGS
               IF WS-OE-FOUND = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-FIRST-RECORD = "Y"
               MOVE SD-DEPARTMENT-CODE TO WS-CURRENT-DEPT
               MOVE "N" TO WS-FIRST-RECORD
               MOVE SD-DEPARTMENT-CODE TO WS-CURRENT-DEPT
               MOVE 0 TO WS-DEPT-GROSS WS-DEPT-NET WS-DEPT-EMPS
           END-IF.
           MOVE "N" TO WS-PREMIUM-PAY.
           EVALUATE TRUE
               WHEN WS-OFFCYCLE-MODE = "Y"
                   CONTINUE
               WHEN SD-PAY-TYPE = "H"
                   PERFORM 0315-GROSS-FROM-HOURS
               WHEN OTHER
                   COMPUTE WS-GROSS ROUNDED =
                       SD-SALARY / WS-PERIODS-YEAR
           END-EVALUATE.
           MOVE 0 TO WS-DED-TOTAL.
           MOVE 0 TO WS-ARR-ACCRUED WS-ARR-RECOVERED.
           PERFORM 0320-APPLY-DEDUCTIONS.
               MOVE WS-GROSS TO WS-DED-TOTAL
               MOVE 0 TO WS-NET
           ELSE
               IF WS-OFFCYCLE-MODE NOT = "Y"
                   PERFORM 0327-RECOVER-ARREARS
                   COMPUTE WS-NET = WS-GROSS - WS-DED-TOTAL
               END-IF
           END-IF.
           PERFORM 0370-TAKE-LOANS THRU 0370-EXIT.
           COMPUTE WS-NET = WS-GROSS - WS-DED-TOTAL.
           IF WS-RETIRE-RULES > 0
               PERFORM 0380-PRICE-RETIREMENT
           END-IF.
           PERFORM 0330-WRITE-REGISTER-LINE.
           IF WS-OFFCYCLE-MODE = "Y"
               PERFORM 0336-WRITE-EARNINGS-LINES
           END-IF.
           IF WS-PREMIUM-PAY = "Y"
               PERFORM 0339-WRITE-HOURS-PAY-LINES
           END-IF.
           PERFORM 0335-WRITE-ARREARS-LINES.
           PERFORM 0338-WRITE-GARNISHMENT-LINES.
           PERFORM 0375-WRITE-LOAN-LINES.
           IF WS-RETIRE-RULES > 0
               PERFORM 0385-WRITE-RETIREMENT-LINES
           END-IF.
           IF WS-TRIAL-MODE NOT = "Y"
               PERFORM 0340-WRITE-PAY-DETAIL
           END-IF.

      *    AN HOURLY GROSS IS THE PERIOD'S VALIDATED HOURS AT THE
      *    DERIVED RATE, OVERTIME AT TIME AND A HALF. NO TABLE ENTRY
      *    MEANS NO VALIDATED TIMESHEET ARRIVED - GROSS ZERO. WITH
      *    HOLIDAY OR SHIFT HOURS IN THE PERIOD, EACH KIND OF HOUR IS
      *    PRICED SEPARATELY AND GROSS IS THE SUM OF THE FOUR.
       0315-GROSS-FROM-HOURS.
           COMPUTE WS-HOURLY-RATE ROUNDED =
               SD-SALARY / WS-ANNUAL-HOURS.
           MOVE 0 TO WS-GROSS.
           MOVE "N" TO WS-PREMIUM-PAY.
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
                   UNTIL WS-HRS-IDX > WS-HRS-COUNT
               IF WS-HRS-EMP-ID (WS-HRS-IDX) = SD-EMPLOYEE-ID
                   IF WS-HRS-HOLIDAY (WS-HRS-IDX) NOT = 0
                      OR WS-HRS-SHIFT (WS-HRS-IDX) NOT = 0
                       PERFORM 0316-PRICE-PREMIUM-HOURS
                   ELSE
                       COMPUTE WS-GROSS ROUNDED =
                           (WS-HRS-REGULAR (WS-HRS-IDX)
                               * WS-HOURLY-RATE)
                           + (WS-HRS-OVERTIME (WS-HRS-IDX)
                               * WS-HOURLY-RATE * WS-OT-PREMIUM)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    THE HOLIDAY AND SHIFT HOURS ARE PART OF THE REGULAR HOURS,
      *    SO ONLY THE REMAINDER IS PAID AT STRAIGHT TIME.
       0316-PRICE-PREMIUM-HOURS.
           MOVE "Y" TO WS-PREMIUM-PAY.
           COMPUTE WS-STRAIGHT-HOURS =
               WS-HRS-REGULAR (WS-HRS-IDX)
               - WS-HRS-HOLIDAY (WS-HRS-IDX)
               - WS-HRS-SHIFT (WS-HRS-IDX).
           MOVE "HREG" TO WS-HPAY-CODE (1).
           COMPUTE WS-HPAY-AMOUNT (1) ROUNDED =
               WS-STRAIGHT-HOURS * WS-HOURLY-RATE.
           MOVE "HOVT" TO WS-HPAY-CODE (2).
           COMPUTE WS-HPAY-AMOUNT (2) ROUNDED =
               WS-HRS-OVERTIME (WS-HRS-IDX)
               * WS-HOURLY-RATE * WS-OT-PREMIUM.
           MOVE "HHOL" TO WS-HPAY-CODE (3).
           COMPUTE WS-HPAY-AMOUNT (3) ROUNDED =
               WS-HRS-HOLIDAY (WS-HRS-IDX)
               * WS-HOURLY-RATE * WS-HOLIDAY-MULT.
           MOVE "HSHF" TO WS-HPAY-CODE (4).
           COMPUTE WS-HPAY-AMOUNT (4) ROUNDED =
               WS-HRS-SHIFT (WS-HRS-IDX)
               * WS-HOURLY-RATE * WS-SHIFT-MULT.
           COMPUTE WS-GROSS = WS-HPAY-AMOUNT (1) + WS-HPAY-AMOUNT (2)
               + WS-HPAY-AMOUNT (3) + WS-HPAY-AMOUNT (4).

      *    AN OFF-CYCLE GROSS IS THE SUM OF THE EMPLOYEE'S PAYABLE
      *    ONE-TIME EARNINGS. NO ENTRY MEANS THE EMPLOYEE IS NOT
      *    PART OF THIS RUN AND DOES NOT PRINT.
       0317-GROSS-FROM-EARNINGS.
           MOVE "N" TO WS-OE-FOUND.
           MOVE 0 TO WS-GROSS.
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
                   UNTIL WS-OE-IDX > WS-OE-COUNT
               IF WS-OE-EMP-ID (WS-OE-IDX) = SD-EMPLOYEE-ID
                  AND WS-OE-PAID (WS-OE-IDX) = "N"
                   MOVE "Y" TO WS-OE-FOUND
                   ADD WS-OE-AMOUNT (WS-OE-IDX) TO WS-GROSS
               END-IF
           END-PERFORM.

      *    EACH RULE'S AMOUNT IS KEPT IN WS-DED-CALC SO THE
      *    PAY-DETAIL RECORDS CARRY EXACTLY WHAT THE REGISTER
      *    TOTALLED. THE TAX RULES ARE ALSO TOTALLED ON THEIR OWN SO
      *    THE GARNISHMENTS CAN WORK FROM DISPOSABLE EARNINGS.
       0320-APPLY-DEDUCTIONS.
           MOVE 0 TO WS-GARN-TAXES.
           INITIALIZE WS-RET-AMOUNTS.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               EVALUATE TRUE
                   WHEN WS-OFFCYCLE-MODE = "Y"
                       PERFORM 0324-OFFCYCLE-DEDUCTION
                   WHEN WS-DED-BENEFIT (WS-DED-IDX) = "Y"
                       PERFORM 0321-BENEFIT-DEDUCTION
                   WHEN WS-DED-TYPE (WS-DED-IDX) = "P"
                       COMPUTE WS-DED-THIS ROUNDED =
                           WS-GROSS
                           * WS-DED-AMOUNT (WS-DED-IDX) / 100
                   WHEN WS-DED-TYPE (WS-DED-IDX) = "B"
                       PERFORM 0322-COMPUTE-BRACKET-DED
                   WHEN OTHER
                       MOVE WS-DED-AMOUNT (WS-DED-IDX)
                           TO WS-DED-THIS
               END-EVALUATE
               MOVE WS-DED-THIS TO WS-DED-CALC (WS-DED-IDX)
               ADD WS-DED-THIS TO WS-DED-TOTAL
               IF WS-DED-BENEFIT (WS-DED-IDX) NOT = "Y"
                  AND (WS-DED-TYPE (WS-DED-IDX) = "P"
                       OR WS-DED-TYPE (WS-DED-IDX) = "B")
                   ADD WS-DED-THIS TO WS-GARN-TAXES
               END-IF
           END-PERFORM.
           PERFORM 0360-APPLY-GARNISHMENTS THRU 0360-EXIT.
           ADD WS-GARN-TOTAL TO WS-DED-TOTAL.

      *    A BENEFIT DEDUCTION CHARGES THE PLAN COST ONLY WHEN THE
      *    EMPLOYEE IS ENROLLED AS OF THE PERIOD END; OTHERWISE IT
                   END-IF
           END-READ.
           IF WS-ENROLLED = "Y"
               IF WS-DED-RETIRE (WS-DED-IDX) = "Y"
                   MOVE BE-DEFER-PCT TO WS-RET-DEFER-PCT (WS-DED-IDX)
                   COMPUTE WS-DED-THIS ROUNDED =
                       WS-GROSS * BE-DEFER-PCT / 100
               ELSE
                   MOVE WS-DED-PLAN-COST (WS-DED-IDX) TO WS-DED-THIS
               END-IF
           END-IF.

      *****************************************************************
      *    OFF-CYCLE WITHHOLDING: SUPPLEMENTAL EARNINGS ARE TAXED AT
      *    THE FLAT RATE ON THE OFC RECORD IN PLACE OF THE BRACKET
      *    TIERS; PERCENTAGE RULES STILL TAKE THEIR PERCENTAGE. FLAT
      *    PER-PERIOD AMOUNTS AND BENEFIT PLAN COSTS WERE ALREADY
      *    TAKEN IN THE REGULAR RUN AND ARE NOT TAKEN AGAIN.
      *****************************************************************
       0324-OFFCYCLE-DEDUCTION.
           MOVE 0 TO WS-DED-THIS.
           IF WS-DED-BENEFIT (WS-DED-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-DED-TYPE (WS-DED-IDX)
               WHEN "P"
                   COMPUTE WS-DED-THIS ROUNDED =
                       WS-GROSS * WS-DED-AMOUNT (WS-DED-IDX) / 100
               WHEN "B"
                   COMPUTE WS-DED-THIS ROUNDED =
                       WS-GROSS * WS-SUPP-RATE / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *    A BRACKETED RULE TAXES THE ANNUALIZED GROSS MARGINALLY:
           END-PERFORM.

       0326-BANK-ONE-SHORTFALL.
           IF WS-DED-RETIRE (WS-DED-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0328-FETCH-ARREARS.
           IF WS-ARR-FOUND = "N"
               MOVE SD-EMPLOYEE-ID TO AR-EMPLOYEE-ID
               WRITE REGISTER-RPT-RECORD FROM WS-ARREARS-LINE
           END-IF.

      *    EACH ONE-TIME EARNING PRINTS UNDER THE DETAIL LINE WITH
      *    ITS DESCRIPTION FROM THE ERN RULES, AND IS FLAGGED PAID
      *    FOR THE PAY-DETAIL WRITE AND THE CONSUME STEP.
       0336-WRITE-EARNINGS-LINES.
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
                   UNTIL WS-OE-IDX > WS-OE-COUNT
               IF WS-OE-EMP-ID (WS-OE-IDX) = SD-EMPLOYEE-ID
                  AND WS-OE-PAID (WS-OE-IDX) = "N"
                   MOVE WS-OE-CODE (WS-OE-IDX) TO EL-CODE
                   PERFORM 0337-DESCRIBE-EARNING
                   MOVE WS-OE-AMOUNT (WS-OE-IDX) TO EL-AMOUNT
                   WRITE REGISTER-RPT-RECORD FROM WS-EARNINGS-LINE
                   MOVE "Y" TO WS-OE-PAID (WS-OE-IDX)
               END-IF
           END-PERFORM.

      *    EACH GARNISHMENT TAKEN PRINTS UNDER THE DETAIL LINE WITH
      *    ITS CASE AND AGENCY, FLAGGED WHEN IT PAID THE ORDER OFF.
       0338-WRITE-GARNISHMENT-LINES.
           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               IF WS-GRN-TAKEN (WS-GRN-IDX) > 0
                   MOVE WS-GRN-CASE (WS-GRN-IDX) TO GN-CASE
                   MOVE WS-GRN-AGENCY (WS-GRN-IDX) TO GN-AGENCY
                   MOVE WS-GRN-TAKEN (WS-GRN-IDX) TO GN-AMOUNT
                   MOVE SPACES TO GN-NOTE
                   IF WS-GRN-PAID-OFF (WS-GRN-IDX) = "Y"
                       MOVE "PAID OFF" TO GN-NOTE
                       ADD 1 TO WS-GARN-CLOSED
                   END-IF
                   WRITE REGISTER-RPT-RECORD FROM WS-GARN-LINE
                   ADD 1 TO WS-GARN-COUNT
                   ADD WS-GRN-TAKEN (WS-GRN-IDX) TO WS-COMP-GARN
               END-IF
           END-PERFORM.

      *    A PREMIUM-HOURS EMPLOYEE'S GROSS PRINTS BROKEN DOWN BY
      *    KIND OF HOUR UNDER THE DETAIL LINE. A KIND WITH NO PAY IS
      *    LEFT OFF.
       0339-WRITE-HOURS-PAY-LINES.
           PERFORM VARYING WS-HPAY-IDX FROM 1 BY 1
                   UNTIL WS-HPAY-IDX > 4
               IF WS-HPAY-AMOUNT (WS-HPAY-IDX) NOT = 0
                   MOVE WS-HPAY-CODE (WS-HPAY-IDX) TO EL-CODE
                   PERFORM 0337-DESCRIBE-EARNING
                   MOVE WS-HPAY-AMOUNT (WS-HPAY-IDX) TO EL-AMOUNT
                   WRITE REGISTER-RPT-RECORD FROM WS-EARNINGS-LINE
               END-IF
           END-PERFORM.

       0337-DESCRIBE-EARNING.
           EVALUATE EL-CODE
               WHEN "HREG"
                   MOVE "REGULAR HOURS" TO EL-DESC
               WHEN "HOVT"
                   MOVE "OVERTIME" TO EL-DESC
               WHEN "HHOL"
                   MOVE "HOLIDAY PREMIUM" TO EL-DESC
               WHEN "HSHF"
                   MOVE "SHIFT DIFFERENTIAL" TO EL-DESC
               WHEN OTHER
                   MOVE EL-CODE TO EL-DESC
           END-EVALUATE.
           PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                   UNTIL WS-ERN-IDX > WS-ERN-COUNT
               IF WS-ERN-CODE (WS-ERN-IDX) = EL-CODE
                   MOVE WS-ERN-DESC (WS-ERN-IDX) TO EL-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    THE PAY-DETAIL FILE CARRIES ONE GRS RECORD, ONE DED
      *    RECORD PER RULE, AND ONE NET RECORD PER EMPLOYEE. AN
      *    OFF-CYCLE RUN ADDS ONE ERN RECORD PER EARNING BEHIND THE
      *    GRS RECORD (GRS STAYS THE TOTAL), AS DOES AN HOURLY
      *    EMPLOYEE PAID HOLIDAY OR SHIFT PREMIUM HOURS.
       0340-WRITE-PAY-DETAIL.
           MOVE SPACES TO PAY-DETAIL-RECORD.
           MOVE SD-EMPLOYEE-ID TO PD-EMPLOYEE-ID.
           MOVE SPACES TO PD-CODE.
           MOVE WS-GROSS TO PD-AMOUNT.
           WRITE PAY-DETAIL-RECORD.
           IF WS-OFFCYCLE-MODE = "Y"
               PERFORM 0345-WRITE-EARNINGS-DETAIL
           END-IF.
           IF WS-PREMIUM-PAY = "Y"
               PERFORM 0346-WRITE-HOURS-PAY-DETAIL
           END-IF.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               MOVE SPACES TO PAY-DETAIL-RECORD
               MOVE WS-DED-CALC (WS-DED-IDX) TO PD-AMOUNT
               WRITE PAY-DETAIL-RECORD
           END-PERFORM.
           PERFORM 0347-POST-GARNISHMENTS.
           PERFORM 0376-POST-LOANS.
           IF WS-RETIRE-AVAILABLE = "Y"
               PERFORM 0386-POST-RETIREMENT
           END-IF.
           MOVE SPACES TO PAY-DETAIL-RECORD.
           MOVE SD-EMPLOYEE-ID TO PD-EMPLOYEE-ID.
           MOVE WS-PERIOD-END TO PD-PERIOD-END.
           MOVE WS-NET TO PD-AMOUNT.
           WRITE PAY-DETAIL-RECORD.

       0345-WRITE-EARNINGS-DETAIL.
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
                   UNTIL WS-OE-IDX > WS-OE-COUNT
               IF WS-OE-EMP-ID (WS-OE-IDX) = SD-EMPLOYEE-ID
                  AND WS-OE-PAID (WS-OE-IDX) = "Y"
                   MOVE SPACES TO PAY-DETAIL-RECORD
                   MOVE SD-EMPLOYEE-ID TO PD-EMPLOYEE-ID
                   MOVE WS-PERIOD-END TO PD-PERIOD-END
                   MOVE "ERN" TO PD-RECORD-TYPE
                   MOVE WS-OE-CODE (WS-OE-IDX) TO PD-CODE
                   MOVE WS-OE-AMOUNT (WS-OE-IDX) TO PD-AMOUNT
                   WRITE PAY-DETAIL-RECORD
               END-IF
           END-PERFORM.

       0346-WRITE-HOURS-PAY-DETAIL.
           PERFORM VARYING WS-HPAY-IDX FROM 1 BY 1
                   UNTIL WS-HPAY-IDX > 4
               IF WS-HPAY-AMOUNT (WS-HPAY-IDX) NOT = 0
                   MOVE SPACES TO PAY-DETAIL-RECORD
                   MOVE SD-EMPLOYEE-ID TO PD-EMPLOYEE-ID
                   MOVE WS-PERIOD-END TO PD-PERIOD-END
                   MOVE "ERN" TO PD-RECORD-TYPE
                   MOVE WS-HPAY-CODE (WS-HPAY-IDX) TO PD-CODE
                   MOVE WS-HPAY-AMOUNT (WS-HPAY-IDX) TO PD-AMOUNT
                   WRITE PAY-DETAIL-RECORD
               END-IF
           END-PERFORM.

      *****************************************************************
      *    EACH GARNISHMENT TAKEN GOES TO PAY-DETAIL AS A DED "GARN"
      *    RECORD AND TO GARN-REMITTANCE FOR THE AGENCY CHECK, AND
      *    ITS ORDER IS RE-READ AND UPDATED - WITHHELD TO DATE, THE
      *    REMAINING BALANCE, THE PERIOD AND AMOUNT TAKEN, AND CLOSED
      *    WHEN THE BALANCE IS PAID. AN ORDER ALREADY UPDATED FOR THIS
      *    PERIOD (A REPEATED RUN) IS REMITTED AGAIN BUT NOT UPDATED.
      *****************************************************************
       0347-POST-GARNISHMENTS.
           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               IF WS-GRN-TAKEN (WS-GRN-IDX) > 0
                   MOVE SPACES TO PAY-DETAIL-RECORD
                   MOVE SD-EMPLOYEE-ID TO PD-EMPLOYEE-ID
                   MOVE WS-PERIOD-END TO PD-PERIOD-END
                   MOVE "DED" TO PD-RECORD-TYPE
                   MOVE "GARN" TO PD-CODE
                   MOVE WS-GRN-TAKEN (WS-GRN-IDX) TO PD-AMOUNT
                   WRITE PAY-DETAIL-RECORD
                   PERFORM 0348-WRITE-REMITTANCE
                   IF WS-GRN-RERUN (WS-GRN-IDX) NOT = "Y"
                       PERFORM 0349-UPDATE-ORDER
                   END-IF
               END-IF
           END-PERFORM.

       0348-WRITE-REMITTANCE.
           MOVE SPACES TO GARN-REMIT-RECORD.
           MOVE WS-GRN-AGENCY (WS-GRN-IDX) TO GR-AGENCY-CODE.
           MOVE WS-GRN-AGY-NAME (WS-GRN-IDX) TO GR-AGENCY-NAME.
           MOVE WS-GRN-CASE (WS-GRN-IDX) TO GR-CASE-NUMBER.
           MOVE SD-EMPLOYEE-ID TO GR-EMPLOYEE-ID.
           MOVE WS-PERIOD-END TO GR-PAY-DATE.
           MOVE WS-GRN-TAKEN (WS-GRN-IDX) TO GR-AMOUNT.
           MOVE WS-GRN-BALANCE (WS-GRN-IDX) TO GR-BALANCE.
           MOVE WS-GRN-PAID-OFF (WS-GRN-IDX) TO GR-PAID-OFF.
           WRITE GARN-REMIT-RECORD.

       0349-UPDATE-ORDER.
           MOVE SD-EMPLOYEE-ID TO GO-EMPLOYEE-ID.
           MOVE WS-GRN-CASE (WS-GRN-IDX) TO GO-CASE-NUMBER.
           READ GARNISHMENT-ORDER
               KEY IS GO-KEY
               INVALID KEY
                   DISPLAY "GARNISHMENT-ORDER READ FAILED FOR "
                           GO-EMPLOYEE-ID " " GO-CASE-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-GRN-TAKEN (WS-GRN-IDX) TO GO-WITHHELD-TOTAL.
           MOVE WS-GRN-BALANCE (WS-GRN-IDX) TO GO-BALANCE.
           MOVE WS-PERIOD-END TO GO-LAST-ACTIVITY.
           MOVE WS-GRN-TAKEN (WS-GRN-IDX) TO GO-LAST-AMOUNT.
           IF WS-GRN-PAID-OFF (WS-GRN-IDX) = "Y"
               MOVE "C" TO GO-STATUS
               MOVE WS-PERIOD-END TO GO-CLOSE-DATE
           END-IF.
           REWRITE GARNISHMENT-ORDER-RECORD
               INVALID KEY
                   DISPLAY "GARNISHMENT-ORDER REWRITE FAILED FOR "
                           GO-EMPLOYEE-ID " " GO-CASE-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

       0350-DEPT-TOTALS.
           MOVE WS-CURRENT-DEPT TO DT-DEPT.
           MOVE WS-DEPT-EMPS TO DT-EMPS.
           MOVE WS-DEPT-NET TO DT-NET.
           WRITE REGISTER-RPT-RECORD FROM WS-DEPT-TOTAL-LINE.

      *****************************************************************
      *    GARNISHMENTS COME OUT OF DISPOSABLE EARNINGS - GROSS LESS
      *    THE TAX RULES - AFTER TAXES AND AHEAD OF ANY VOLUNTARY
      *    DEDUCTION (THOSE ARE THE ONES TRIMMED IF NET GOES SHORT).
      *    ALL OF THE EMPLOYEE'S ORDERS TOGETHER MAY NOT EXCEED THE
      *    GRN LIMIT PERCENT OF DISPOSABLE; WITHIN THAT THE ORDERS
      *    ARE SATISFIED IN PRIORITY ORDER, EACH HELD TO ITS OWN
      *    CAP AND TO ITS REMAINING PAYOFF BALANCE, SO A JUNIOR
      *    ORDER ONLY GETS WHAT THE SENIOR ONES LEAVE.
      *****************************************************************
       0360-APPLY-GARNISHMENTS.
           MOVE 0 TO WS-GRN-COUNT.
           MOVE 0 TO WS-GARN-TOTAL.
           IF WS-GARN-AVAILABLE NOT = "Y"
               GO TO 0360-EXIT
           END-IF.
           PERFORM 0361-LOAD-EMPLOYEE-ORDERS.
           IF WS-GRN-COUNT = 0
               GO TO 0360-EXIT
           END-IF.
           COMPUTE WS-DISPOSABLE = WS-GROSS - WS-GARN-TAXES.
           IF WS-DISPOSABLE <= 0
               GO TO 0360-EXIT
           END-IF.
           COMPUTE WS-GARN-ROOM ROUNDED =
               WS-DISPOSABLE * WS-GARN-LIMIT-PCT / 100.
           PERFORM 0365-TAKE-NEXT-ORDER WS-GRN-COUNT TIMES.

       0360-EXIT.
           EXIT.

      *    THE EMPLOYEE'S ORDERS ARE CONTIGUOUS ON THE FILE; ONLY
      *    ACTIVE ORDERS ALREADY IN FORCE AT THE PERIOD END ARE HELD,
      *    PLUS ANY ORDER ALREADY TAKEN FOR THIS PERIOD END BY AN
      *    EARLIER RUN - WHATEVER ITS STATUS NOW, SINCE THAT RUN MAY
      *    HAVE PAID IT OFF.
       0361-LOAD-EMPLOYEE-ORDERS.
           MOVE SD-EMPLOYEE-ID TO GO-EMPLOYEE-ID.
           MOVE LOW-VALUES TO GO-CASE-NUMBER.
           MOVE 0 TO WS-GARN-EOF.
           START GARNISHMENT-ORDER KEY IS >= GO-KEY
               INVALID KEY
                   MOVE 1 TO WS-GARN-EOF
           END-START.
           PERFORM 0362-READ-ONE-ORDER UNTIL WS-GARN-EOF = 1.

       0362-READ-ONE-ORDER.
           READ GARNISHMENT-ORDER NEXT RECORD
               AT END
                   MOVE 1 TO WS-GARN-EOF
               NOT AT END
                   IF GO-EMPLOYEE-ID NOT = SD-EMPLOYEE-ID
                       MOVE 1 TO WS-GARN-EOF
                   ELSE
                       IF GO-LAST-ACTIVITY = WS-PERIOD-END
                          AND GO-LAST-AMOUNT > 0
                           PERFORM 0363-HOLD-ONE-ORDER
                       ELSE
                           IF GO-STATUS = "A"
                              AND GO-START-DATE <= WS-PERIOD-END
                               PERFORM 0363-HOLD-ONE-ORDER
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0363-HOLD-ONE-ORDER.
           IF WS-GRN-COUNT >= WS-GRN-MAX
               DISPLAY "GARNISHMENT TABLE FULL - EMPLOYEE "
                       GO-EMPLOYEE-ID " CASE " GO-CASE-NUMBER
                       " NOT TAKEN"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GRN-COUNT.
           MOVE GO-CASE-NUMBER TO WS-GRN-CASE (WS-GRN-COUNT).
           MOVE GO-AGENCY-CODE TO WS-GRN-AGENCY (WS-GRN-COUNT).
           MOVE GO-AGENCY-NAME TO WS-GRN-AGY-NAME (WS-GRN-COUNT).
           MOVE GO-PRIORITY TO WS-GRN-PRIORITY (WS-GRN-COUNT).
           MOVE GO-CALC-TYPE TO WS-GRN-CALC-TYPE (WS-GRN-COUNT).
           MOVE GO-RATE TO WS-GRN-RATE (WS-GRN-COUNT).
           MOVE GO-FLAT-AMOUNT TO WS-GRN-FLAT (WS-GRN-COUNT).
           MOVE GO-CAP-PCT TO WS-GRN-CAP-PCT (WS-GRN-COUNT).
           MOVE GO-ORDER-TOTAL TO WS-GRN-ORDER-TOT (WS-GRN-COUNT).
           MOVE GO-BALANCE TO WS-GRN-BALANCE (WS-GRN-COUNT).
           MOVE 0 TO WS-GRN-TAKEN (WS-GRN-COUNT).
           MOVE "N" TO WS-GRN-DONE (WS-GRN-COUNT).
           MOVE "N" TO WS-GRN-PAID-OFF (WS-GRN-COUNT).
           MOVE "N" TO WS-GRN-RERUN (WS-GRN-COUNT).
           MOVE 0 TO WS-GRN-LAST-AMT (WS-GRN-COUNT).
           IF GO-LAST-ACTIVITY = WS-PERIOD-END
              AND GO-LAST-AMOUNT > 0
               MOVE "Y" TO WS-GRN-RERUN (WS-GRN-COUNT)
               MOVE GO-LAST-AMOUNT TO WS-GRN-LAST-AMT (WS-GRN-COUNT)
               IF GO-STATUS = "C"
                   MOVE "Y" TO WS-GRN-PAID-OFF (WS-GRN-COUNT)
               END-IF
           END-IF.

      *    EACH PASS PICKS THE MOST SENIOR ORDER NOT YET TAKEN (THE
      *    LOWEST PRIORITY NUMBER; TIES GO IN CASE-NUMBER ORDER). AN
      *    ORDER ALREADY TAKEN FOR THIS PERIOD TAKES EXACTLY WHAT THE
      *    EARLIER RUN TOOK; ITS BALANCE ON FILE IS ALREADY NET OF IT.
       0365-TAKE-NEXT-ORDER.
           MOVE 0 TO WS-GRN-NEXT.
           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               IF WS-GRN-DONE (WS-GRN-IDX) = "N"
                   IF WS-GRN-NEXT = 0
                       MOVE WS-GRN-IDX TO WS-GRN-NEXT
                   ELSE
                       IF WS-GRN-PRIORITY (WS-GRN-IDX)
                               < WS-GRN-PRIORITY (WS-GRN-NEXT)
                           MOVE WS-GRN-IDX TO WS-GRN-NEXT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-GRN-NEXT TO WS-GRN-IDX.
           MOVE "Y" TO WS-GRN-DONE (WS-GRN-IDX).
           IF WS-GRN-RERUN (WS-GRN-IDX) = "Y"
               MOVE WS-GRN-LAST-AMT (WS-GRN-IDX) TO WS-GARN-THIS
               MOVE WS-GARN-THIS TO WS-GRN-TAKEN (WS-GRN-IDX)
               SUBTRACT WS-GARN-THIS FROM WS-GARN-ROOM
               ADD WS-GARN-THIS TO WS-GARN-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRN-CALC-TYPE (WS-GRN-IDX) = "P"
               COMPUTE WS-GARN-THIS ROUNDED =
                   WS-DISPOSABLE * WS-GRN-RATE (WS-GRN-IDX) / 100
           ELSE
               MOVE WS-GRN-FLAT (WS-GRN-IDX) TO WS-GARN-THIS
           END-IF.
           IF WS-GRN-CAP-PCT (WS-GRN-IDX) > 0
               COMPUTE WS-GARN-CAP ROUNDED =
                   WS-DISPOSABLE * WS-GRN-CAP-PCT (WS-GRN-IDX) / 100
               IF WS-GARN-THIS > WS-GARN-CAP
                   MOVE WS-GARN-CAP TO WS-GARN-THIS
               END-IF
           END-IF.
           IF WS-GARN-THIS > WS-GARN-ROOM
               MOVE WS-GARN-ROOM TO WS-GARN-THIS
           END-IF.
           IF WS-GRN-ORDER-TOT (WS-GRN-IDX) > 0
              AND WS-GARN-THIS > WS-GRN-BALANCE (WS-GRN-IDX)
               MOVE WS-GRN-BALANCE (WS-GRN-IDX) TO WS-GARN-THIS
           END-IF.
           IF WS-GARN-THIS < 0
               MOVE 0 TO WS-GARN-THIS
           END-IF.
           MOVE WS-GARN-THIS TO WS-GRN-TAKEN (WS-GRN-IDX).
           SUBTRACT WS-GARN-THIS FROM WS-GARN-ROOM.
           ADD WS-GARN-THIS TO WS-GARN-TOTAL.
           IF WS-GRN-ORDER-TOT (WS-GRN-IDX) > 0
               SUBTRACT WS-GARN-THIS FROM WS-GRN-BALANCE (WS-GRN-IDX)
               IF WS-GRN-BALANCE (WS-GRN-IDX) <= 0
                   MOVE "Y" TO WS-GRN-PAID-OFF (WS-GRN-IDX)
               END-IF
           END-IF.

      *****************************************************************
      *    LOAN REPAYMENTS COME OUT OF WHAT IS LEFT OF NET PAY, LOAN
      *    BY LOAN IN LOAN-NUMBER ORDER. A LOAN ALREADY REPAID FOR
      *    THIS PERIOD (A REPEATED RUN) DEDUCTS THE INSTALLMENT THAT
      *    RUN TOOK, BUT ITS BALANCE IS NOT REDUCED AGAIN.
      *****************************************************************
       0370-TAKE-LOANS.
           MOVE 0 TO WS-LNT-COUNT.
           IF WS-LOAN-AVAILABLE NOT = "Y"
               GO TO 0370-EXIT
           END-IF.
           COMPUTE WS-LOAN-ROOM = WS-GROSS - WS-DED-TOTAL.
           IF WS-LOAN-ROOM <= 0
               GO TO 0370-EXIT
           END-IF.
           MOVE SD-EMPLOYEE-ID TO LN-EMPLOYEE-ID.
           MOVE 0 TO LN-LOAN-NUMBER.
           MOVE 0 TO WS-LOAN-EOF.
           START EMPLOYEE-LOAN KEY IS >= LN-KEY
               INVALID KEY
                   GO TO 0370-EXIT
           END-START.
           PERFORM 0371-READ-ONE-LOAN UNTIL WS-LOAN-EOF = 1.

       0370-EXIT.
           EXIT.

       0371-READ-ONE-LOAN.
           READ EMPLOYEE-LOAN NEXT RECORD
               AT END
                   MOVE 1 TO WS-LOAN-EOF
               NOT AT END
                   IF LN-EMPLOYEE-ID NOT = SD-EMPLOYEE-ID
                       MOVE 1 TO WS-LOAN-EOF
                   ELSE
                       IF LN-LAST-PERIOD = WS-PERIOD-END
                          AND LN-LAST-AMOUNT > 0
                          AND (LN-STATUS = "A" OR LN-STATUS = "P")
                           PERFORM 0373-RETAKE-ONE-LOAN
                       ELSE
                           IF LN-STATUS = "A"
                              AND LN-BALANCE > 0
                              AND LN-START-PERIOD <= WS-PERIOD-END
                              AND LN-LAST-PERIOD < WS-PERIOD-END
                               PERFORM 0372-TAKE-ONE-LOAN
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       0372-TAKE-ONE-LOAN.
           IF WS-LOAN-ROOM <= 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LNT-COUNT >= WS-LNT-MAX
               DISPLAY "LOAN TABLE FULL - EMPLOYEE " LN-EMPLOYEE-ID
                       " LOAN " LN-LOAN-NUMBER " NOT TAKEN"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-INSTALLMENT TO WS-LOAN-THIS.
           IF WS-LOAN-THIS > LN-BALANCE
               MOVE LN-BALANCE TO WS-LOAN-THIS
           END-IF.
           IF WS-LOAN-THIS > WS-LOAN-ROOM
               MOVE WS-LOAN-ROOM TO WS-LOAN-THIS
           END-IF.
           ADD 1 TO WS-LNT-COUNT.
           MOVE LN-LOAN-NUMBER TO WS-LNT-NUMBER (WS-LNT-COUNT).
           MOVE WS-LOAN-THIS TO WS-LNT-TAKEN (WS-LNT-COUNT).
           COMPUTE WS-LNT-BALANCE (WS-LNT-COUNT) =
               LN-BALANCE - WS-LOAN-THIS.
           MOVE "N" TO WS-LNT-PAID-OFF (WS-LNT-COUNT).
           IF WS-LNT-BALANCE (WS-LNT-COUNT) <= 0
               MOVE "Y" TO WS-LNT-PAID-OFF (WS-LNT-COUNT)
           END-IF.
           MOVE "N" TO WS-LNT-RERUN (WS-LNT-COUNT).
           SUBTRACT WS-LOAN-THIS FROM WS-LOAN-ROOM.
           ADD WS-LOAN-THIS TO WS-DED-TOTAL.

      *    THE EARLIER RUN OF THIS PERIOD ALREADY TOOK LN-LAST-AMOUNT
      *    AND LEFT LN-BALANCE NET OF IT (PAID OFF IF IT CLOSED THE
      *    LOAN), SO THE SAME DEDUCTION IS SHOWN AND NOTHING MOVES.
       0373-RETAKE-ONE-LOAN.
           IF WS-LNT-COUNT >= WS-LNT-MAX
               DISPLAY "LOAN TABLE FULL - EMPLOYEE " LN-EMPLOYEE-ID
                       " LOAN " LN-LOAN-NUMBER " NOT TAKEN"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-LAST-AMOUNT TO WS-LOAN-THIS.
           ADD 1 TO WS-LNT-COUNT.
           MOVE LN-LOAN-NUMBER TO WS-LNT-NUMBER (WS-LNT-COUNT).
           MOVE WS-LOAN-THIS TO WS-LNT-TAKEN (WS-LNT-COUNT).
           MOVE LN-BALANCE TO WS-LNT-BALANCE (WS-LNT-COUNT).
           MOVE "N" TO WS-LNT-PAID-OFF (WS-LNT-COUNT).
           IF LN-STATUS = "P"
               MOVE "Y" TO WS-LNT-PAID-OFF (WS-LNT-COUNT)
           END-IF.
           MOVE "Y" TO WS-LNT-RERUN (WS-LNT-COUNT).
           SUBTRACT WS-LOAN-THIS FROM WS-LOAN-ROOM.
           ADD WS-LOAN-THIS TO WS-DED-TOTAL.

      *    EACH REPAYMENT PRINTS UNDER THE DETAIL LINE WITH THE
      *    BALANCE LEFT, FLAGGED WHEN IT PAID THE LOAN OFF.
       0375-WRITE-LOAN-LINES.
           PERFORM VARYING WS-LNT-IDX FROM 1 BY 1
                   UNTIL WS-LNT-IDX > WS-LNT-COUNT
               MOVE WS-LNT-NUMBER (WS-LNT-IDX) TO LL-NUMBER
               MOVE WS-LNT-BALANCE (WS-LNT-IDX) TO LL-BALANCE
               MOVE WS-LNT-TAKEN (WS-LNT-IDX) TO LL-AMOUNT
               MOVE SPACES TO LL-NOTE
               IF WS-LNT-PAID-OFF (WS-LNT-IDX) = "Y"
                   MOVE "PAID OFF" TO LL-NOTE
                   ADD 1 TO WS-LOAN-CLOSED
               END-IF
               WRITE REGISTER-RPT-RECORD FROM WS-LOAN-LINE
               ADD 1 TO WS-LOAN-COUNT
               ADD WS-LNT-TAKEN (WS-LNT-IDX) TO WS-COMP-LOAN
           END-PERFORM.

      *    A REAL RUN WRITES EACH REPAYMENT TO PAY-DETAIL AS A DED
      *    "LOAN" RECORD, JOURNALS IT, AND RE-READS AND UPDATES THE
      *    LOAN - BALANCE, REPAID TO DATE, THE PERIOD AND AMOUNT
      *    TAKEN, AND PAID OFF WHEN THE BALANCE REACHES ZERO. A LOAN
      *    ALREADY UPDATED FOR THIS PERIOD IS NOT TOUCHED AGAIN.
       0376-POST-LOANS.
           PERFORM VARYING WS-LNT-IDX FROM 1 BY 1
                   UNTIL WS-LNT-IDX > WS-LNT-COUNT
               MOVE SPACES TO PAY-DETAIL-RECORD
               MOVE SD-EMPLOYEE-ID TO PD-EMPLOYEE-ID
               MOVE WS-PERIOD-END TO PD-PERIOD-END
               MOVE "DED" TO PD-RECORD-TYPE
               MOVE "LOAN" TO PD-CODE
               MOVE WS-LNT-TAKEN (WS-LNT-IDX) TO PD-AMOUNT
               WRITE PAY-DETAIL-RECORD
               IF WS-LNT-RERUN (WS-LNT-IDX) NOT = "Y"
                   PERFORM 0377-UPDATE-LOAN
               END-IF
           END-PERFORM.

       0377-UPDATE-LOAN.
           MOVE SD-EMPLOYEE-ID TO LN-EMPLOYEE-ID.
           MOVE WS-LNT-NUMBER (WS-LNT-IDX) TO LN-LOAN-NUMBER.
           READ EMPLOYEE-LOAN
               KEY IS LN-KEY
               INVALID KEY
                   DISPLAY "EMPLOYEE-LOAN READ FAILED FOR "
                           LN-EMPLOYEE-ID " " LN-LOAN-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-LNT-TAKEN (WS-LNT-IDX) TO LN-REPAID-TOTAL.
           MOVE WS-LNT-BALANCE (WS-LNT-IDX) TO LN-BALANCE.
           MOVE WS-PERIOD-END TO LN-LAST-PERIOD.
           MOVE WS-LNT-TAKEN (WS-LNT-IDX) TO LN-LAST-AMOUNT.
           IF WS-LNT-PAID-OFF (WS-LNT-IDX) = "Y"
               MOVE "P" TO LN-STATUS
               MOVE WS-PERIOD-END TO LN-CLOSE-DATE
           END-IF.
           REWRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "EMPLOYEE-LOAN REWRITE FAILED FOR "
                           LN-EMPLOYEE-ID " " LN-LOAN-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE LN-EMPLOYEE-ID TO LA-EMPLOYEE-ID.
           MOVE LN-LOAN-NUMBER TO LA-LOAN-NUMBER.
           MOVE WS-PERIOD-END TO LA-DATE.
           MOVE "REP" TO LA-ACTIVITY.
           MOVE WS-LNT-TAKEN (WS-LNT-IDX) TO LA-AMOUNT.
           MOVE LN-BALANCE TO LA-BALANCE-AFTER.
           WRITE LOAN-ACTIVITY-RECORD.

      *****************************************************************
      *    THE EMPLOYER MATCH IS WORKED FROM THE DEFERRAL ACTUALLY
      *    TAKEN (AFTER ANY TRIM), COUNTING IT ONLY UP TO THE PLAN'S
      *    MATCH LIMIT PERCENT OF GROSS.
      *****************************************************************
       0380-PRICE-RETIREMENT.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-RETIRE (WS-DED-IDX) = "Y"
                  AND WS-DED-CALC (WS-DED-IDX) > 0
                   COMPUTE WS-RET-MATCHABLE ROUNDED = WS-GROSS
                       * WS-DED-MATCH-LIM (WS-DED-IDX) / 100
                   IF WS-DED-CALC (WS-DED-IDX) < WS-RET-MATCHABLE
                       MOVE WS-DED-CALC (WS-DED-IDX)
                           TO WS-RET-MATCHABLE
                   END-IF
                   COMPUTE WS-RET-MATCH (WS-DED-IDX) ROUNDED =
                       WS-RET-MATCHABLE
                       * WS-DED-MATCH-PCT (WS-DED-IDX) / 100
               END-IF
           END-PERFORM.

       0385-WRITE-RETIREMENT-LINES.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-RETIRE (WS-DED-IDX) = "Y"
                  AND WS-DED-CALC (WS-DED-IDX) > 0
                   MOVE WS-DED-CODE (WS-DED-IDX) TO RL-PLAN
                   MOVE WS-RET-DEFER-PCT (WS-DED-IDX) TO RL-PCT
                   MOVE WS-DED-CALC (WS-DED-IDX) TO RL-DEFERRAL
                   MOVE WS-RET-MATCH (WS-DED-IDX) TO RL-MATCH
                   WRITE REGISTER-RPT-RECORD FROM WS-RETIRE-LINE
                   ADD WS-DED-CALC (WS-DED-IDX) TO WS-COMP-DEFER
                   ADD WS-RET-MATCH (WS-DED-IDX) TO WS-COMP-MATCH
                   ADD 1 TO WS-RET-COUNT
               END-IF
           END-PERFORM.

      *    A REAL RUN REMITS EACH CONTRIBUTION AND ADDS IT TO THE
      *    EMPLOYEE'S RETIREMENT ACCOUNT (THE DEFERRAL ITSELF IS IN
      *    PAY-DETAIL AS THE RULE'S DED RECORD ALREADY).
       0386-POST-RETIREMENT.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-RETIRE (WS-DED-IDX) = "Y"
                  AND WS-DED-CALC (WS-DED-IDX) > 0
                   MOVE SPACES TO RETIRE-REMIT-RECORD
                   MOVE WS-DED-CODE (WS-DED-IDX) TO RR-PLAN-CODE
                   MOVE SD-EMPLOYEE-ID TO RR-EMPLOYEE-ID
                   MOVE WS-PERIOD-END TO RR-PERIOD-END
                   MOVE WS-GROSS TO RR-GROSS
                   MOVE WS-RET-DEFER-PCT (WS-DED-IDX) TO RR-DEFER-PCT
                   MOVE WS-DED-CALC (WS-DED-IDX) TO RR-EMPLOYEE-AMT
                   MOVE WS-RET-MATCH (WS-DED-IDX) TO RR-EMPLOYER-AMT
                   WRITE RETIRE-REMIT-RECORD
                   PERFORM 0387-UPDATE-RETIRE-ACCOUNT
               END-IF
           END-PERFORM.

      *    A PERIOD ALREADY ADDED TO THE ACCOUNT (A RERUN) IS NOT
      *    ADDED AGAIN.
       0387-UPDATE-RETIRE-ACCOUNT.
           MOVE SD-EMPLOYEE-ID TO RA-EMPLOYEE-ID.
           MOVE WS-DED-CODE (WS-DED-IDX) TO RA-PLAN-CODE.
           READ RETIRE-ACCOUNT
               KEY IS RA-KEY
               INVALID KEY
                   MOVE 0 TO RA-EMPLOYEE-TOTAL RA-EMPLOYER-TOTAL
                   MOVE 0 TO RA-FORFEITED RA-VESTED-PCT
                   MOVE WS-PERIOD-END TO RA-FIRST-PERIOD
                   MOVE WS-DED-CALC (WS-DED-IDX) TO RA-EMPLOYEE-TOTAL
                   MOVE WS-RET-MATCH (WS-DED-IDX) TO RA-EMPLOYER-TOTAL
                   MOVE WS-PERIOD-END TO RA-LAST-PERIOD
                   MOVE "A" TO RA-STATUS
                   MOVE 0 TO RA-TERM-DATE
                   WRITE RETIRE-ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "RETIRE-ACCOUNT WRITE FAILED FOR "
                                   RA-EMPLOYEE-ID " " RA-PLAN-CODE
                           ADD 1 TO WS-ERROR-COUNT
                   END-WRITE
                   EXIT PARAGRAPH
           END-READ.
           IF RA-LAST-PERIOD >= WS-PERIOD-END
               EXIT PARAGRAPH
           END-IF.
           ADD WS-DED-CALC (WS-DED-IDX) TO RA-EMPLOYEE-TOTAL.
           ADD WS-RET-MATCH (WS-DED-IDX) TO RA-EMPLOYER-TOTAL.
           MOVE WS-PERIOD-END TO RA-LAST-PERIOD.
           MOVE "A" TO RA-STATUS.
           MOVE 0 TO RA-TERM-DATE.
           REWRITE RETIRE-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "RETIRE-ACCOUNT REWRITE FAILED FOR "
                           RA-EMPLOYEE-ID " " RA-PLAN-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

      *****************************************************************
      *    A TRIAL RUN PRINTS THE LAST REAL RUN'S COMPANY TOTALS
      *    (KEPT ON PAYROLL-TOTALS-CTL) AND THE MOVEMENT AGAINST
               OPEN OUTPUT TS-CLEAN-FILE
               CLOSE TS-CLEAN-FILE
           END-IF.

      *****************************************************************
      *    AN OFF-CYCLE ENTRY THAT DID NOT PAY - EMPLOYEE NOT ON THE
      *    MASTER, OR AN UNDEFINED EARNINGS CODE - IS LISTED AT THE
      *    FOOT OF THE REGISTER AND STAYS OPEN ON THE FILE FOR A
      *    LATER RUN ONCE IT IS CORRECTED.
      *****************************************************************
       0540-REPORT-UNPAID-EARNINGS.
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
                   UNTIL WS-OE-IDX > WS-OE-COUNT
               IF WS-OE-PAID (WS-OE-IDX) = "U"
                   MOVE "EARNINGS CODE NOT DEFINED" TO UL-REASON
                   PERFORM 0545-WRITE-UNPAID-LINE
               END-IF
               IF WS-OE-PAID (WS-OE-IDX) = "N"
                   MOVE "EMPLOYEE NOT ON MASTER" TO UL-REASON
                   PERFORM 0545-WRITE-UNPAID-LINE
               END-IF
           END-PERFORM.

       0545-WRITE-UNPAID-LINE.
           MOVE WS-OE-EMP-ID (WS-OE-IDX) TO UL-EMP-ID.
           MOVE WS-OE-CODE (WS-OE-IDX) TO UL-CODE.
           MOVE WS-OE-AMOUNT (WS-OE-IDX) TO UL-AMOUNT.
           WRITE REGISTER-RPT-RECORD FROM WS-UNPAID-LINE.
           ADD 1 TO WS-OE-UNPAID.

      *****************************************************************
      *    A REAL OFF-CYCLE RUN REWRITES ONE-TIME-EARNINGS WITH EVERY
      *    ENTRY IT HELD: PAID ONES FLAGGED "C" SO A REPEATED RUN
      *    CANNOT PAY THE SAME BONUS TWICE, UNPAID ONES LEFT OPEN.
      *****************************************************************
       0550-CONSUME-EARNINGS.
           OPEN OUTPUT EARNINGS-FILE.
           IF WS-OE-STATUS <> "00"
               DISPLAY "CANNOT REWRITE ONE-TIME-EARNINGS, STATUS="
                       WS-OE-STATUS
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-OE-IDX FROM 1 BY 1
                   UNTIL WS-OE-IDX > WS-OE-COUNT
               MOVE SPACES TO ONE-TIME-EARNING-RECORD
               MOVE WS-OE-EMP-ID (WS-OE-IDX) TO OE-EMPLOYEE-ID
               MOVE WS-OE-CODE (WS-OE-IDX) TO OE-EARN-CODE
               MOVE WS-OE-AMOUNT (WS-OE-IDX) TO OE-AMOUNT
               IF WS-OE-PAID (WS-OE-IDX) = "Y"
                   MOVE "C" TO OE-STATUS
               END-IF
               WRITE ONE-TIME-EARNING-RECORD
           END-PERFORM.
           CLOSE EARNINGS-FILE.
