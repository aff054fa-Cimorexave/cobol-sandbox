      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  payroll_final_pay.
      *****************************************************************
      *    FINAL PAY SETTLEMENT ON TERMINATION. EVERY TERM THE APPLY
      *    RUN (OR AN INTERACTIVE DELETE) PUTS THROUGH IS QUEUED ON
      *    FINAL-PAY-DUE (fpdue.cpy); THIS RUN SETTLES EACH ONE FROM
      *    THE EMPLOYEE'S TERM-ARCHIVE IMAGE:
      *      - FINAL PERIOD PAY ("FNLP") FROM THE DAY AFTER THE LAST
      *        REGULAR PERIOD THE REGISTER PAID (PAYROLL-TOTALS-CTL)
      *        THROUGH THE TERM DATE - SALARIED STAFF AT THE ANNUAL
      *        SALARY OVER 365 DAYS, HOURLY STAFF FROM THEIR
      *        VALIDATED TS-CLEAN-HOURS NOT YET PAID, HOLIDAY AND
      *        SHIFT HOURS AT THE REGISTER'S "PRM" MULTIPLIERS;
      *      - LEAVE PAYOUT ("LVPO") OF THE REMAINING LB-BALANCE-
      *        HOURS AT THE HOURLY RATE (SALARY OVER 2080 HOURS),
      *        AFTER WHICH THE LEAVE BALANCE IS ZEROED;
      *      - TAXES BY THE PAYROLL-PARMS DED RULES: PERCENTAGE
      *        RULES ON THE WHOLE SETTLEMENT, BRACKETED RULES ON THE
      *        FINAL PERIOD PAY THROUGH THE TIERS PLUS THE LEAVE
      *        PAYOUT AT THE SUPPLEMENTAL RATE ON AN OPTIONAL "FPY"
      *        SUPP-RATE 9(3)V99 RECORD (WITH NO FPY RECORD THE
      *        PAYOUT GOES THROUGH THE TIERS WITH THE FINAL PERIOD
      *        PAY). FLAT AND BENEFIT DEDUCTIONS ARE NOT TAKEN -
      *        COVERAGE ENDS WITH THE TERM;
      *      - ACTIVE GARNISHMENT-ORDER ORDERS ARE WITHHELD FROM THE
      *        SETTLEMENT THE WAY THE REGISTER WITHHOLDS THEM - OUT OF
      *        DISPOSABLE PAY (GROSS LESS TAX), TOGETHER NO MORE THAN
      *        THE "GRN" LIMIT PERCENT, IN PRIORITY ORDER, EACH HELD
      *        TO ITS OWN CAP AND PAYOFF BALANCE - AND WRITTEN TO
      *        GARN-REMITTANCE FOR THE AGENCY CHECKS. THE TERM DOES
      *        NOT CLOSE AN ORDER; THE AGENCY RELEASES IT;
      *      - OPEN PAY-ARREARS BALANCES ARE RECOVERED OUT OF WHAT IS
      *        LEFT AFTER TAX AND GARNISHMENTS; WHATEVER CANNOT BE
      *        RECOVERED IS WRITTEN OFF (BALANCE ZEROED) AND LISTED ON
      *        THE ARREARS-WRITEOFF-RPT FOR HR;
      *      - EVERY OPEN STAFF LOAN OR ADVANCE ON EMPLOYEE-LOAN IS
      *        FLAGGED FOR FINAL-PAY RECOVERY AND REPAID OUT OF WHAT
      *        IS STILL LEFT; A LOAN NOT FULLY RECOVERED STAYS
      *        FLAGGED WITH ITS BALANCE FOR HR TO COLLECT;
      *      - EVERY OPEN BEN-ENROLL ROW IS END-DATED AT THE TERM;
      *      - EACH ACTIVE RETIRE-ACCOUNT IS CLOSED OUT: THE VESTED
      *        PERCENT FOR THE COMPLETED YEARS OF SERVICE FROM
      *        DATE-OF-HIRE TO THE TERM DATE IS TAKEN FROM THE PLAN'S
      *        VESTING SCHEDULE, AND THE UNVESTED PART OF THE
      *        EMPLOYER MATCH IS FORFEITED.
      *    EACH SETTLEMENT PRINTS ON THE FINAL-PAY-STMT AND IS
      *    WRITTEN TO PAY-DETAIL THE WAY AN OFF-CYCLE RUN WRITES IT
      *    (GRS, ONE ERN PER EARNING, DED, NET) UNDER THE PAY DATE -
      *    YYYYMMDD ON THE COMMAND LINE, OR THE BUSINESS DATE - SO
      *    THE YTD, PAYMENT AND GL STEPS TAKE IT LIKE ANY OTHER RUN.
      *    RUN IT AFTER THE APPLY AND BEFORE THE NEXT REGULAR
      *    REGISTER, WHICH EMPTIES TS-CLEAN-HOURS. A TERM NOT ON THE
      *    ARCHIVE, OR ALREADY PAID UNDER THIS PAY DATE, IS HELD ON
      *    THE QUEUE FOR A LATER RUN (RETURN CODE 4); SETTLED TERMS
      *    LEAVE THE QUEUE. AN EMPTY QUEUE LEAVES PAY-DETAIL ALONE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINAL-PAY-DUE ASSIGN TO "FINAL-PAY-DUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-STATUS.
           SELECT PARM-FILE ASSIGN TO "PAYROLL-PARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TOTALS-CTL ASSIGN TO "PAYROLL-TOTALS-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           SELECT BENEFIT-PLANS ASSIGN TO "BENEFIT-PLANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS WS-BP-STATUS.
           SELECT TS-CLEAN-FILE ASSIGN TO "TS-CLEAN-HOURS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEAN-STATUS.
           SELECT TERM-ARCHIVE ASSIGN TO "TERM-ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-EMPLOYEE-ID
               FILE STATUS IS WS-TA-STATUS.
           SELECT PAY-YTD-FILE ASSIGN TO "PAY-YTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-EMPLOYEE-ID
               FILE STATUS IS WS-PY-STATUS.
           SELECT LEAVE-BALANCE ASSIGN TO "LEAVE-BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMPLOYEE-ID
               FILE STATUS IS WS-LB-STATUS.
           SELECT PAY-ARREARS ASSIGN TO "PAY-ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT BEN-ENROLL ASSIGN TO "BEN-ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-BE-STATUS.
           SELECT PAY-DETAIL-FILE ASSIGN TO "PAY-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT STMT-FILE ASSIGN TO "FINAL-PAY-STMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
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
           SELECT WRITEOFF-FILE ASSIGN TO "ARREARS-WRITEOFF-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT GARNISHMENT-ORDER ASSIGN TO "GARNISHMENT-ORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GO-STATUS.
           SELECT GARN-REMIT-FILE ASSIGN TO "GARN-REMITTANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FINAL-PAY-DUE.
           COPY "fpdue.cpy".

       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PA-RECORD-TYPE    PIC X(3).
           05 PA-REST           PIC X(40).
           05 PA-PERIOD REDEFINES PA-REST.
              10 PA-PERIOD-END      PIC 9(8).
              10 PA-PERIODS-YEAR    PIC 9(2).
              10 FILLER             PIC X(30).
           05 PA-DEDUCT REDEFINES PA-REST.
              10 PA-DED-CODE        PIC X(4).
              10 PA-DED-DESC        PIC X(20).
              10 PA-DED-TYPE        PIC X.
              10 PA-DED-AMOUNT      PIC 9(5)V99.
              10 FILLER             PIC X(8).
           05 PA-BRACKET REDEFINES PA-REST.
              10 PA-BRK-CODE        PIC X(4).
              10 PA-BRK-EFFECTIVE   PIC 9(8).
              10 PA-BRK-THRESHOLD   PIC 9(7)V99.
              10 PA-BRK-RATE        PIC 9(3)V99.
              10 FILLER             PIC X(14).
           05 PA-EARNING REDEFINES PA-REST.
              10 PA-ERN-CODE        PIC X(4).
              10 PA-ERN-DESC        PIC X(20).
              10 FILLER             PIC X(16).
           05 PA-FINAL-PAY REDEFINES PA-REST.
              10 PA-FPY-SUPP-RATE   PIC 9(3)V99.
              10 FILLER             PIC X(35).
           05 PA-PREMIUM REDEFINES PA-REST.
              10 PA-PRM-HOLIDAY-MULT PIC 9(1)V99.
              10 PA-PRM-SHIFT-MULT  PIC 9(1)V99.
              10 FILLER             PIC X(34).
           05 PA-GARN-LIMIT REDEFINES PA-REST.
              10 PA-GRN-LIMIT-PCT   PIC 9(3)V99.
              10 FILLER             PIC X(35).

       FD  TOTALS-CTL.
       01  TOTALS-CTL-RECORD.
           05 PT-PERIOD-END     PIC 9(8).
           05 PT-EMPS           PIC 9(5).
           05 PT-GROSS          PIC 9(11)V99.
           05 PT-DED            PIC 9(11)V99.
           05 PT-NET            PIC 9(11)V99.

       FD  BENEFIT-PLANS.
           COPY "benplan.cpy".

       FD  TS-CLEAN-FILE.
           COPY "tsclean.cpy".

       FD  TERM-ARCHIVE.
           COPY "termarch.cpy".

       FD  PAY-YTD-FILE.
           COPY "payytd.cpy".

       FD  LEAVE-BALANCE.
           COPY "leavebal.cpy".

       FD  PAY-ARREARS.
           COPY "payarr.cpy".

       FD  BEN-ENROLL.
           COPY "benenrl.cpy".

       FD  PAY-DETAIL-FILE.
       01  PAY-DETAIL-RECORD.
           05 PD-EMPLOYEE-ID    PIC 9(7).
           05 PD-PERIOD-END     PIC 9(8).
           05 PD-RECORD-TYPE    PIC X(3).
           05 PD-CODE           PIC X(4).
           05 PD-AMOUNT         PIC S9(7)V99.

       FD  EMPLOYEE-LOAN.
           COPY "emploan.cpy".

       FD  LOAN-ACTIVITY.
           COPY "loanact.cpy".

       FD  RETIRE-ACCOUNT.
           COPY "retacct.cpy".

       FD  STMT-FILE.
       01  STMT-RECORD          PIC X(80).

       FD  WRITEOFF-FILE.
       01  WRITEOFF-RECORD      PIC X(80).

       FD  GARNISHMENT-ORDER.
           COPY "garnord.cpy".

       FD  GARN-REMIT-FILE.
           COPY "garnremit.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FP-STATUS        PIC XX.
       01 WS-PARM-STATUS      PIC XX.
       01 WS-PT-STATUS        PIC XX.
       01 WS-BP-STATUS        PIC XX.
       01 WS-CLEAN-STATUS     PIC XX.
       01 WS-TA-STATUS        PIC XX.
       01 WS-PY-STATUS        PIC XX.
       01 WS-LB-STATUS        PIC XX.
       01 WS-AR-STATUS        PIC XX.
       01 WS-BE-STATUS        PIC XX.
       01 WS-PD-STATUS        PIC XX.
       01 WS-STMT-STATUS      PIC XX.
       01 WS-WO-STATUS        PIC XX.
       01 WS-LN-STATUS        PIC XX.
       01 WS-LA-STATUS        PIC XX.
       01 WS-LOAN-AVAILABLE   PIC X VALUE "N".
       01 WS-RA-STATUS        PIC XX.
       01 WS-RETIRE-AVAILABLE PIC X VALUE "N".
       01 WS-GO-STATUS        PIC XX.
       01 WS-GR-STATUS        PIC XX.
       01 WS-GARN-AVAILABLE   PIC X VALUE "N".
       01 WS-FP-EOF           PIC 9(1) VALUE 0.
       01 WS-PARM-EOF         PIC 9(1) VALUE 0.
       01 WS-CLEAN-EOF        PIC 9(1) VALUE 0.
       01 WS-SCAN-EOF         PIC 9(1).
       01 WS-ERROR-COUNT      PIC 9(3) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-PAY-DATE         PIC 9(8).
       01 WS-LAST-PAID        PIC 9(8) VALUE 0.
       01 WS-PERIODS-YEAR     PIC 9(2) VALUE 24.
       01 WS-SUPP-RATE        PIC 9(3)V99 VALUE 0.
       01 WS-FPY-FOUND        PIC X VALUE "N".
       01 WS-YTD-AVAILABLE    PIC X VALUE "N".
       01 WS-LEAVE-AVAILABLE  PIC X VALUE "N".
       01 WS-ENROLL-AVAILABLE PIC X VALUE "N".
       01 WS-ANNUAL-HOURS     PIC 9(4) VALUE 2080.
       01 WS-DAYS-IN-YEAR     PIC 9(3) VALUE 365.
       01 WS-OT-PREMIUM       PIC 9(1)V9 VALUE 1.5.
       01 WS-HOLIDAY-MULT     PIC 9(1)V99 VALUE 1.00.
       01 WS-SHIFT-MULT       PIC 9(1)V99 VALUE 1.00.

       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-1           PIC 9(8).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).

       01 WS-DUE-MAX          PIC 9(3) VALUE 200.
       01 WS-DUE-COUNT        PIC 9(3) VALUE 0.
       01 WS-DUE-IDX          PIC 9(3).
       01 WS-DUE-SCAN         PIC 9(3).
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 200 TIMES.
              10 WS-DUE-EMP-ID    PIC 9(7).
              10 WS-DUE-TERM-DATE PIC 9(8).
              10 WS-DUE-QUEUED    PIC 9(8).
              10 WS-DUE-STATE     PIC X.
              10 WS-DUE-REASON    PIC X(30).

       01 WS-DED-MAX          PIC 9(2) VALUE 10.
       01 WS-DED-COUNT        PIC 9(2) VALUE 0.
       01 WS-DED-IDX          PIC 9(2).
       01 WS-DED-TABLE.
           05 WS-DED-ENTRY OCCURS 10 TIMES.
              10 WS-DED-CODE      PIC X(4).
              10 WS-DED-DESC      PIC X(20).
              10 WS-DED-TYPE      PIC X.
              10 WS-DED-AMOUNT    PIC 9(5)V99.
              10 WS-DED-BENEFIT   PIC X.
              10 WS-DED-CALC      PIC S9(7)V99.
       01 WS-BRK-MAX          PIC 9(2) VALUE 40.
       01 WS-BRK-COUNT        PIC 9(2) VALUE 0.
       01 WS-BRK-IDX          PIC 9(2).
       01 WS-BRK-SCAN         PIC 9(2).
       01 WS-BRK-EFF-USE      PIC 9(8).
       01 WS-BRK-TABLE.
           05 WS-BRK-ENTRY OCCURS 40 TIMES.
              10 WS-BRK-CODE      PIC X(4).
              10 WS-BRK-EFFECTIVE PIC 9(8).
              10 WS-BRK-THRESHOLD PIC 9(7)V99.
              10 WS-BRK-RATE      PIC 9(3)V99.
       01 WS-FNLP-DESC        PIC X(20) VALUE "FINAL PERIOD PAY".
       01 WS-LVPO-DESC        PIC X(20) VALUE "LEAVE PAYOUT".

       01 WS-HRS-MAX          PIC 9(4) VALUE 500.
       01 WS-HRS-COUNT        PIC 9(4) VALUE 0.
       01 WS-HRS-IDX          PIC 9(4).
       01 WS-HRS-FOUND        PIC X.
       01 WS-HOURS-TABLE.
           05 WS-HRS-ENTRY OCCURS 500 TIMES.
              10 WS-HRS-EMP-ID    PIC 9(7).
              10 WS-HRS-REGULAR   PIC S9(4)V9.
              10 WS-HRS-OVERTIME  PIC S9(4)V9.
              10 WS-HRS-HOLIDAY   PIC S9(4)V9.
              10 WS-HRS-SHIFT     PIC S9(4)V9.

       01 WS-ARR-MAX          PIC 9(2) VALUE 10.
       01 WS-ARR-COUNT        PIC 9(2) VALUE 0.
       01 WS-ARR-IDX          PIC 9(2).
       01 WS-ARR-TABLE.
           05 WS-ARR-ENTRY OCCURS 10 TIMES.
              10 WS-ARR-CODE      PIC X(4).
              10 WS-ARR-RECOVERED PIC S9(7)V99.
              10 WS-ARR-WRITTEN   PIC S9(7)V99.

       01 WS-FLN-MAX          PIC 9(2) VALUE 10.
       01 WS-FLN-COUNT        PIC 9(2) VALUE 0.
       01 WS-FLN-IDX          PIC 9(2).
       01 WS-FLN-TABLE.
           05 WS-FLN-ENTRY OCCURS 10 TIMES.
              10 WS-FLN-NUMBER    PIC 9(3).
              10 WS-FLN-RECOVERED PIC S9(7)V99.
              10 WS-FLN-LEFT      PIC S9(7)V99.
       01 WS-LOAN-RECOVER     PIC S9(7)V99.
       01 WS-LOAN-OPEN-COUNT  PIC 9(5) VALUE 0.
       01 WS-LOAN-NOTE        PIC X(20).

       01 WS-GARN-LIMIT-PCT   PIC 9(3)V99 VALUE 25.00.
       01 WS-DISPOSABLE       PIC S9(7)V99.
       01 WS-GARN-ROOM        PIC S9(7)V99.
       01 WS-GARN-CAP         PIC S9(7)V99.
       01 WS-GARN-THIS        PIC S9(7)V99.
       01 WS-GARN-TOTAL       PIC S9(7)V99.
       01 WS-GARN-COUNT       PIC 9(5) VALUE 0.
       01 WS-GARN-CLOSED      PIC 9(5) VALUE 0.
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

       01 WS-RFT-MAX          PIC 9(2) VALUE 5.
       01 WS-RFT-COUNT        PIC 9(2) VALUE 0.
       01 WS-RFT-IDX          PIC 9(2).
       01 WS-RFT-TABLE.
           05 WS-RFT-ENTRY OCCURS 5 TIMES.
              10 WS-RFT-PLAN      PIC X(4).
              10 WS-RFT-VESTED    PIC 9(3).
              10 WS-RFT-FORFEIT   PIC S9(9)V99.
       01 WS-FORFEIT-COUNT    PIC 9(5) VALUE 0.
       01 WS-FORFEIT-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-FORFEIT-THIS     PIC S9(9)V99.
       01 WS-VEST-IDX         PIC 9(1).
       01 WS-SVC-FROM         PIC 9(8).
       01 WS-SVC-FROM-GROUP REDEFINES WS-SVC-FROM.
           05 WS-SVC-FROM-YEAR  PIC 9(4).
           05 WS-SVC-FROM-MONTH PIC 9(2).
           05 WS-SVC-FROM-DAY   PIC 9(2).
       01 WS-SVC-TO           PIC 9(8).
       01 WS-SVC-TO-GROUP REDEFINES WS-SVC-TO.
           05 WS-SVC-TO-YEAR    PIC 9(4).
           05 WS-SVC-TO-MONTH   PIC 9(2).
           05 WS-SVC-TO-DAY     PIC 9(2).
       01 WS-SVC-MONTHS       PIC S9(5).
       01 WS-SVC-YEARS        PIC S9(3).
       01 WS-SVC-REM          PIC S9(2).

       01 WS-PERIOD-FROM      PIC 9(8).
       01 WS-DAYS-OWED        PIC S9(7).
       01 WS-HOURLY-RATE      PIC S9(5)V9999.
       01 WS-FINAL-HOURS      PIC S9(4)V9.
       01 WS-FINAL-OT-HOURS   PIC S9(4)V9.
       01 WS-FINAL-HOL-HOURS  PIC S9(4)V9.
       01 WS-FINAL-SHF-HOURS  PIC S9(4)V9.
       01 WS-FINAL-PAY        PIC S9(7)V99.
       01 WS-PAYOUT-HOURS     PIC S9(4)V9.
       01 WS-PAYOUT           PIC S9(7)V99.
       01 WS-GROSS            PIC S9(7)V99.
       01 WS-BRACKET-BASE     PIC S9(7)V99.
       01 WS-DED-THIS         PIC S9(7)V99.
       01 WS-DED-TOTAL        PIC S9(7)V99.
       01 WS-NET              PIC S9(7)V99.
       01 WS-ARR-AVAILABLE    PIC S9(7)V99.
       01 WS-ARR-RECOVER      PIC S9(7)V99.
       01 WS-ANNUAL-GROSS     PIC S9(9)V99.
       01 WS-ANNUAL-TAX       PIC S9(9)V99.
       01 WS-TIER-TOP         PIC S9(9)V99.
       01 WS-TIER-TAXABLE     PIC S9(9)V99.
       01 WS-BENEFITS-ENDED   PIC 9(2).
       01 WS-DAYS-EDIT        PIC ZZZ9.
       01 WS-HOURS-EDIT       PIC ZZZ9.9.

       01 WS-SETTLED-COUNT    PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT       PIC 9(5) VALUE 0.
       01 WS-TOTAL-GROSS      PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-NET        PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-WRITEOFF   PIC S9(9)V99 VALUE 0.
       01 WS-WRITEOFF-COUNT   PIC 9(5) VALUE 0.

           COPY "employee.cpy".

       01 WS-STMT-TITLE.
           05 FILLER PIC X(31) VALUE "FINAL PAY SETTLEMENT STATEMENT".
           05 FILLER PIC X(10) VALUE "PAY DATE ".
           05 ST-PAY-DATE       PIC 9(4)/99/99.

       01 WS-STMT-EMP-LINE.
           05 FILLER            PIC X(9)  VALUE "EMPLOYEE ".
           05 SE-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SE-NAME           PIC X(31).
           05 FILLER            PIC X(6)  VALUE "DEPT ".
           05 SE-DEPT           PIC X(4).

       01 WS-STMT-DATES-LINE.
           05 FILLER            PIC X(6)  VALUE "HIRED ".
           05 SD-HIRED          PIC 9(4)/99/99.
           05 FILLER            PIC X(14) VALUE "   TERMINATED ".
           05 SD-TERMED         PIC 9(4)/99/99.
           05 FILLER            PIC X(11) VALUE "   PAY TYPE".
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SD-PAY-TYPE       PIC X(8).

       01 WS-STMT-PERIOD-LINE.
           05 FILLER            PIC X(13) VALUE "FINAL PERIOD ".
           05 SP-FROM           PIC 9(4)/99/99.
           05 FILLER            PIC X(3)  VALUE " - ".
           05 SP-TO             PIC 9(4)/99/99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SP-BASIS          PIC X(30).

       01 WS-STMT-AMOUNT-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SA-TYPE           PIC X(9).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SA-CODE           PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SA-DESC           PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 SA-NOTE           PIC X(15).
           05 SA-AMOUNT         PIC -(7)9.99.

       01 WS-STMT-BENEFIT-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(26) VALUE
              "BENEFIT ENROLLMENT ENDED: ".
           05 SB-PLAN           PIC X(4).
           05 FILLER            PIC X(9)  VALUE "  EFF TO ".
           05 SB-END            PIC 9(4)/99/99.

       01 WS-STMT-HELD-LINE.
           05 FILLER            PIC X(13) VALUE "HELD: EMP ".
           05 SH-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(7)  VALUE "  TERM ".
           05 SH-TERM-DATE      PIC 9(4)/99/99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SH-REASON         PIC X(30).

       01 WS-STMT-TOTAL-LINE.
           05 FILLER            PIC X(9)  VALUE "SETTLED: ".
           05 STT-SETTLED       PIC ZZZZ9.
           05 FILLER            PIC X(8)  VALUE "  HELD: ".
           05 STT-HELD          PIC ZZZZ9.
           05 FILLER            PIC X(9)  VALUE "  GROSS: ".
           05 STT-GROSS         PIC -(8)9.99.
           05 FILLER            PIC X(7)  VALUE "  NET: ".
           05 STT-NET           PIC -(8)9.99.

       01 WS-RULE-LINE          PIC X(80) VALUE ALL "-".

       01 WS-WO-TITLE.
           05 FILLER PIC X(40) VALUE
              "PAYROLL ARREARS WRITTEN OFF AT FINAL PAY".
           05 FILLER PIC X(11) VALUE "  PAY DATE ".
           05 WT-PAY-DATE       PIC 9(4)/99/99.

       01 WS-WO-COLS.
           05 FILLER PIC X(9)  VALUE "EMP ID".
           05 FILLER PIC X(31) VALUE "NAME".
           05 FILLER PIC X(12) VALUE "TERMINATED".
           05 FILLER PIC X(6)  VALUE "CODE".
           05 FILLER PIC X(11) VALUE "WRITTEN OFF".

       01 WS-WO-DETAIL.
           05 WD-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WD-NAME           PIC X(31).
           05 WD-TERM-DATE      PIC 9(4)/99/99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WD-CODE           PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WD-AMOUNT         PIC -(7)9.99.

       01 WS-WO-TOTAL-LINE.
           05 FILLER            PIC X(17) VALUE "BALANCES WRITTEN ".
           05 FILLER            PIC X(5)  VALUE "OFF: ".
           05 WTT-COUNT         PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE "  AMOUNT: ".
           05 WTT-AMOUNT        PIC -(8)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 0100-LOAD-DUE THRU 0100-EXIT.
           IF WS-DUE-COUNT = 0
               DISPLAY "NO TERMINATIONS AWAITING FINAL PAY."
               STOP RUN
           END-IF.
           PERFORM 0150-LOAD-PARMS THRU 0150-EXIT.
           PERFORM 0170-READ-LAST-PERIOD THRU 0170-EXIT.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0180-MARK-BENEFIT-RULES THRU 0180-EXIT.
           PERFORM 0190-LOAD-CLEAN-HOURS THRU 0190-EXIT.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:8) IS NUMERIC
               MOVE WS-PARAM (1:8) TO WS-PAY-DATE
           ELSE
               CALL "bizdate" USING WS-PAY-DATE
           END-IF.
           PERFORM 0200-OPEN-FILES THRU 0200-EXIT.
           PERFORM 0300-SETTLE-ONE THRU 0300-EXIT
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT.
           PERFORM 0700-FINISH-REPORTS.
           PERFORM 0800-REQUEUE-HELD THRU 0800-EXIT.
           CLOSE TERM-ARCHIVE.
           CLOSE PAY-ARREARS.
           CLOSE PAY-DETAIL-FILE.
           CLOSE STMT-FILE.
           CLOSE WRITEOFF-FILE.
           IF WS-YTD-AVAILABLE = "Y"
               CLOSE PAY-YTD-FILE
           END-IF.
           IF WS-LEAVE-AVAILABLE = "Y"
               CLOSE LEAVE-BALANCE
           END-IF.
           IF WS-ENROLL-AVAILABLE = "Y"
               CLOSE BEN-ENROLL
           END-IF.
           IF WS-LOAN-AVAILABLE = "Y"
               CLOSE EMPLOYEE-LOAN
               CLOSE LOAN-ACTIVITY
           END-IF.
           IF WS-RETIRE-AVAILABLE = "Y"
               CLOSE RETIRE-ACCOUNT
               CLOSE BENEFIT-PLANS
           END-IF.
           IF WS-GARN-AVAILABLE = "Y"
               CLOSE GARNISHMENT-ORDER
           END-IF.
           CLOSE GARN-REMIT-FILE.
           DISPLAY "FINAL PAY COMPLETE - PAY DATE " WS-PAY-DATE
                   "  SETTLED: " WS-SETTLED-COUNT
                   "  HELD: " WS-HELD-COUNT.
           IF WS-WRITEOFF-COUNT > 0
               DISPLAY "ARREARS WRITTEN OFF: " WS-WRITEOFF-COUNT
                       " - SEE ARREARS-WRITEOFF-RPT"
           END-IF.
           IF WS-GARN-COUNT > 0
               DISPLAY "GARNISHMENTS WITHHELD: " WS-GARN-COUNT
                       "  ORDERS PAID OFF: " WS-GARN-CLOSED
                       " - SEE GARN-REMITTANCE"
           END-IF.
           IF WS-LOAN-OPEN-COUNT > 0
               DISPLAY "LOANS LEFT OPEN FOR HR RECOVERY: "
                       WS-LOAN-OPEN-COUNT " - SEE FINAL-PAY-STMT"
           END-IF.
           IF WS-FORFEIT-COUNT > 0
               DISPLAY "RETIREMENT ACCOUNTS CLOSED OUT: "
                       WS-FORFEIT-COUNT "  MATCH FORFEITED: "
                       WS-FORFEIT-TOTAL
           END-IF.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *****************************************************************
      *    THE WHOLE QUEUE IS HELD IN STORAGE SO IT CAN BE REWRITTEN
      *    WITH JUST THE HELD ENTRIES ONCE THE RUN HAS POSTED.
      *****************************************************************
       0100-LOAD-DUE.
           OPEN INPUT FINAL-PAY-DUE.
           IF WS-FP-STATUS <> "00"
               GO TO 0100-EXIT
           END-IF.
           PERFORM UNTIL WS-FP-EOF = 1
               READ FINAL-PAY-DUE
                   AT END
                       MOVE 1 TO WS-FP-EOF
                   NOT AT END
                       PERFORM 0110-HOLD-ONE-DUE
               END-READ
           END-PERFORM.
           CLOSE FINAL-PAY-DUE.

       0100-EXIT.
           EXIT.

       0110-HOLD-ONE-DUE.
           IF WS-DUE-COUNT >= WS-DUE-MAX
               DISPLAY "FINAL PAY QUEUE TABLE FULL - EMPLOYEE "
                       FP-EMPLOYEE-ID " LEFT FOR THE NEXT RUN"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           MOVE FP-EMPLOYEE-ID TO WS-DUE-EMP-ID (WS-DUE-COUNT).
           MOVE FP-TERM-DATE TO WS-DUE-TERM-DATE (WS-DUE-COUNT).
           MOVE FP-QUEUED-DATE TO WS-DUE-QUEUED (WS-DUE-COUNT).
           MOVE "N" TO WS-DUE-STATE (WS-DUE-COUNT).
           MOVE SPACES TO WS-DUE-REASON (WS-DUE-COUNT).

       0150-LOAD-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PAYROLL-PARMS, STATUS="
                       WS-PARM-STATUS
               ADD 1 TO WS-ERROR-COUNT
               GO TO 0150-EXIT
           END-IF.
           PERFORM UNTIL WS-PARM-EOF = 1
               READ PARM-FILE
                   AT END
                       MOVE 1 TO WS-PARM-EOF
                   NOT AT END
                       PERFORM 0160-STORE-ONE-PARM
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.
           IF WS-FPY-FOUND = "N"
               DISPLAY "NO FPY RECORD - LEAVE PAYOUT IS TAXED "
                       "THROUGH THE TIERS WITH THE FINAL PERIOD PAY"
           END-IF.

       0150-EXIT.
           EXIT.

      *    ONLY THE RECORDS A SETTLEMENT NEEDS ARE TAKEN; THE REST
      *    BELONG TO THE REGISTER AND ARE PASSED OVER.
       0160-STORE-ONE-PARM.
           EVALUATE PA-RECORD-TYPE
               WHEN "PER"
                   IF PA-PERIODS-YEAR IS NUMERIC
                      AND PA-PERIODS-YEAR > 0
                       MOVE PA-PERIODS-YEAR TO WS-PERIODS-YEAR
                   END-IF
               WHEN "DED"
                   IF WS-DED-COUNT < WS-DED-MAX
                       ADD 1 TO WS-DED-COUNT
                       MOVE PA-DED-CODE
                           TO WS-DED-CODE (WS-DED-COUNT)
                       MOVE PA-DED-DESC
                           TO WS-DED-DESC (WS-DED-COUNT)
                       MOVE PA-DED-TYPE
                           TO WS-DED-TYPE (WS-DED-COUNT)
                       MOVE PA-DED-AMOUNT
                           TO WS-DED-AMOUNT (WS-DED-COUNT)
                       MOVE "N" TO WS-DED-BENEFIT (WS-DED-COUNT)
                   ELSE
                       DISPLAY "DEDUCTION TABLE FULL - " PA-DED-CODE
                               " IGNORED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN "BRK"
                   IF WS-BRK-COUNT < WS-BRK-MAX
                       ADD 1 TO WS-BRK-COUNT
                       MOVE PA-BRK-CODE
                           TO WS-BRK-CODE (WS-BRK-COUNT)
                       MOVE PA-BRK-EFFECTIVE
                           TO WS-BRK-EFFECTIVE (WS-BRK-COUNT)
                       MOVE PA-BRK-THRESHOLD
                           TO WS-BRK-THRESHOLD (WS-BRK-COUNT)
                       MOVE PA-BRK-RATE
                           TO WS-BRK-RATE (WS-BRK-COUNT)
                   ELSE
                       DISPLAY "BRACKET TABLE FULL - " PA-BRK-CODE
                               " IGNORED"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN "ERN"
                   IF PA-ERN-CODE = "FNLP"
                       MOVE PA-ERN-DESC TO WS-FNLP-DESC
                   END-IF
                   IF PA-ERN-CODE = "LVPO"
                       MOVE PA-ERN-DESC TO WS-LVPO-DESC
                   END-IF
               WHEN "FPY"
                   IF PA-FPY-SUPP-RATE IS NUMERIC
                       MOVE PA-FPY-SUPP-RATE TO WS-SUPP-RATE
                       MOVE "Y" TO WS-FPY-FOUND
                   ELSE
                       DISPLAY "FPY SUPPLEMENTAL RATE NOT VALID: "
                               PA-REST (1:5)
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
      *        SAME HOLIDAY AND SHIFT MULTIPLIERS AS THE REGISTER
               WHEN "PRM"
                   IF PA-PRM-HOLIDAY-MULT IS NUMERIC
                      AND PA-PRM-HOLIDAY-MULT > 0
                       MOVE PA-PRM-HOLIDAY-MULT TO WS-HOLIDAY-MULT
                   END-IF
                   IF PA-PRM-SHIFT-MULT IS NUMERIC
                      AND PA-PRM-SHIFT-MULT > 0
                       MOVE PA-PRM-SHIFT-MULT TO WS-SHIFT-MULT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *    THE REGISTER RECORDS THE LAST REGULAR PERIOD IT ACTUALLY
      *    POSTED ON PAYROLL-TOTALS-CTL; THE FINAL PERIOD STARTS THE
      *    DAY AFTER. WITHOUT IT THERE IS NO SAFE START DATE, SO THE
      *    RUN STOPS RATHER THAN PAY A PERIOD TWICE.
      *****************************************************************
       0170-READ-LAST-PERIOD.
           OPEN INPUT TOTALS-CTL.
           IF WS-PT-STATUS <> "00"
               DISPLAY "ERROR: PAYROLL-TOTALS-CTL NOT AVAILABLE - "
                       "LAST PAID PERIOD UNKNOWN"
               ADD 1 TO WS-ERROR-COUNT
               GO TO 0170-EXIT
           END-IF.
           READ TOTALS-CTL
               AT END
                   DISPLAY "ERROR: PAYROLL-TOTALS-CTL IS EMPTY - "
                           "LAST PAID PERIOD UNKNOWN"
                   ADD 1 TO WS-ERROR-COUNT
               NOT AT END
                   MOVE PT-PERIOD-END TO WS-LAST-PAID
           END-READ.
           CLOSE TOTALS-CTL.

       0170-EXIT.
           EXIT.

      *    A DED RULE WHOSE CODE IS A BENEFIT PLAN IS A BENEFIT
      *    DEDUCTION AND IS NOT TAKEN FROM A SETTLEMENT.
       0180-MARK-BENEFIT-RULES.
           OPEN INPUT BENEFIT-PLANS.
           IF WS-BP-STATUS <> "00"
               GO TO 0180-EXIT
           END-IF.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               MOVE WS-DED-CODE (WS-DED-IDX) TO BP-PLAN-CODE
               READ BENEFIT-PLANS
                   KEY IS BP-PLAN-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DED-BENEFIT (WS-DED-IDX)
               END-READ
           END-PERFORM.
           CLOSE BENEFIT-PLANS.

       0180-EXIT.
           EXIT.

      *    EVERYTHING STILL ON TS-CLEAN-HOURS IS UNPAID - THE
      *    REGISTER EMPTIES THE FILE AFTER EVERY REAL RUN.
       0190-LOAD-CLEAN-HOURS.
           OPEN INPUT TS-CLEAN-FILE.
           IF WS-CLEAN-STATUS <> "00"
               DISPLAY "TS-CLEAN-HOURS NOT AVAILABLE - HOURLY "
                       "FINAL PERIODS PAY NO HOURS THIS RUN."
               GO TO 0190-EXIT
           END-IF.
           PERFORM UNTIL WS-CLEAN-EOF = 1
               READ TS-CLEAN-FILE
                   AT END
                       MOVE 1 TO WS-CLEAN-EOF
                   NOT AT END
                       PERFORM 0195-POST-WEEK-TO-TABLE
               END-READ
           END-PERFORM.
           CLOSE TS-CLEAN-FILE.

       0190-EXIT.
           EXIT.

       0195-POST-WEEK-TO-TABLE.
           MOVE "N" TO WS-HRS-FOUND.
           PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
                   UNTIL WS-HRS-IDX > WS-HRS-COUNT
               IF WS-HRS-EMP-ID (WS-HRS-IDX) = TC-EMPLOYEE-ID
                   MOVE "Y" TO WS-HRS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HRS-FOUND = "N"
               IF WS-HRS-COUNT >= WS-HRS-MAX
                   DISPLAY "HOURS TABLE FULL - EMPLOYEE "
                           TC-EMPLOYEE-ID " HOURS DROPPED"
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-HRS-COUNT
               MOVE WS-HRS-COUNT TO WS-HRS-IDX
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
      *    TERM-ARCHIVE AND PAY-ARREARS ARE REQUIRED. PAY-YTD,
      *    LEAVE-BALANCE AND BEN-ENROLL ARE TAKEN WHEN THEY EXIST -
      *    NO LEAVE FILE SIMPLY MEANS NO PAYOUT.
      *****************************************************************
       0200-OPEN-FILES.
           OPEN INPUT TERM-ARCHIVE.
           IF WS-TA-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN TERM-ARCHIVE, STATUS="
                       WS-TA-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PAY-ARREARS.
           IF WS-AR-STATUS = "35"
               OPEN OUTPUT PAY-ARREARS
               CLOSE PAY-ARREARS
               OPEN I-O PAY-ARREARS
           END-IF.
           IF WS-AR-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PAY-ARREARS, STATUS="
                       WS-AR-STATUS
               CLOSE TERM-ARCHIVE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAY-YTD-FILE.
           IF WS-PY-STATUS = "00"
               MOVE "Y" TO WS-YTD-AVAILABLE
           END-IF.
           OPEN I-O LEAVE-BALANCE.
           IF WS-LB-STATUS = "00"
               MOVE "Y" TO WS-LEAVE-AVAILABLE
           ELSE
               DISPLAY "LEAVE-BALANCE NOT AVAILABLE - NO LEAVE "
                       "PAYOUTS THIS RUN."
           END-IF.
           OPEN I-O BEN-ENROLL.
           IF WS-BE-STATUS = "00"
               MOVE "Y" TO WS-ENROLL-AVAILABLE
           ELSE
               DISPLAY "BEN-ENROLL NOT AVAILABLE - ENROLLMENTS NOT "
                       "END-DATED THIS RUN."
           END-IF.
           OPEN I-O EMPLOYEE-LOAN.
           IF WS-LN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-AVAILABLE
               OPEN EXTEND LOAN-ACTIVITY
               IF WS-LA-STATUS <> "00"
                   OPEN OUTPUT LOAN-ACTIVITY
               END-IF
           ELSE
               DISPLAY "EMPLOYEE-LOAN NOT AVAILABLE - NO LOANS "
                       "RECOVERED THIS RUN."
           END-IF.
      *    NO GARNISHMENT-ORDER FILE MEANS NO ORDERS HAVE EVER BEEN
      *    SET UP; ANY OTHER OPEN FAILURE STOPS THE RUN RATHER THAN
      *    MISS A COURT ORDER. LIKE THE REGISTER, THE RUN CUTS A FRESH
      *    GARN-REMITTANCE, EMPTY WHEN NOTHING WAS WITHHELD.
           OPEN OUTPUT GARN-REMIT-FILE.
           IF WS-GR-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN GARN-REMITTANCE, STATUS="
                       WS-GR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GARNISHMENT-ORDER.
           IF WS-GO-STATUS = "00"
               MOVE "Y" TO WS-GARN-AVAILABLE
           ELSE
               IF WS-GO-STATUS = "35"
                   DISPLAY "GARNISHMENT-ORDER NOT AVAILABLE - NO "
                           "GARNISHMENTS TAKEN THIS RUN."
               ELSE
                   DISPLAY "ERROR: CANNOT OPEN GARNISHMENT-ORDER, "
                           "STATUS=" WS-GO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *    NO RETIRE-ACCOUNT FILE MEANS NOBODY HAS CONTRIBUTED YET.
      *    THE VESTING SCHEDULES COME FROM THE PLAN MASTER.
           OPEN I-O RETIRE-ACCOUNT.
           IF WS-RA-STATUS = "00"
               OPEN INPUT BENEFIT-PLANS
               IF WS-BP-STATUS = "00"
                   MOVE "Y" TO WS-RETIRE-AVAILABLE
               ELSE
                   DISPLAY "BENEFIT-PLANS NOT AVAILABLE - RETIREMENT "
                           "ACCOUNTS NOT CLOSED OUT THIS RUN."
                   CLOSE RETIRE-ACCOUNT
               END-IF
           END-IF.
           OPEN OUTPUT PAY-DETAIL-FILE.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT WRITEOFF-FILE.
           MOVE WS-PAY-DATE TO ST-PAY-DATE WT-PAY-DATE.
           WRITE WRITEOFF-RECORD FROM WS-WO-TITLE.
           WRITE WRITEOFF-RECORD FROM WS-WO-COLS.

       0200-EXIT.
           EXIT.

      *****************************************************************
      *    ONE QUEUED TERM. A LATER ENTRY FOR THE SAME EMPLOYEE IN
      *    THIS QUEUE SUPERSEDES AN EARLIER ONE (A REHIRE TERMED
      *    AGAIN); THE EARLIER ONE IS DROPPED.
      *****************************************************************
       0300-SETTLE-ONE.
           PERFORM VARYING WS-DUE-SCAN FROM WS-DUE-IDX BY 1
                   UNTIL WS-DUE-SCAN >= WS-DUE-COUNT
               IF WS-DUE-EMP-ID (WS-DUE-SCAN + 1)
                       = WS-DUE-EMP-ID (WS-DUE-IDX)
                   MOVE "D" TO WS-DUE-STATE (WS-DUE-IDX)
                   GO TO 0300-EXIT
               END-IF
           END-PERFORM.
           MOVE WS-DUE-EMP-ID (WS-DUE-IDX) TO TA-EMPLOYEE-ID.
           READ TERM-ARCHIVE
               KEY IS TA-EMPLOYEE-ID
               INVALID KEY
                   MOVE "NOT ON TERM-ARCHIVE"
                       TO WS-DUE-REASON (WS-DUE-IDX)
                   PERFORM 0390-HOLD-ENTRY
                   GO TO 0300-EXIT
           END-READ.
           MOVE TA-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD.
           IF WS-YTD-AVAILABLE = "Y"
               MOVE EMPLOYEE-ID TO PY-EMPLOYEE-ID
               READ PAY-YTD-FILE
                   KEY IS PY-EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PY-LAST-PERIOD = WS-PAY-DATE
                           MOVE "ALREADY PAID ON THIS PAY DATE"
                               TO WS-DUE-REASON (WS-DUE-IDX)
                           PERFORM 0390-HOLD-ENTRY
                           GO TO 0300-EXIT
                       END-IF
               END-READ
           END-IF.
           PERFORM 0310-FINAL-PERIOD-PAY THRU 0310-EXIT.
           PERFORM 0320-LEAVE-PAYOUT THRU 0320-EXIT.
           COMPUTE WS-GROSS = WS-FINAL-PAY + WS-PAYOUT.
           MOVE 0 TO WS-DED-TOTAL.
           PERFORM 0330-APPLY-DEDUCTIONS.
           PERFORM 0335-APPLY-GARNISHMENTS THRU 0335-EXIT.
           COMPUTE WS-NET = WS-GROSS - WS-DED-TOTAL.
           PERFORM 0340-SETTLE-ARREARS THRU 0340-EXIT.
           COMPUTE WS-NET = WS-GROSS - WS-DED-TOTAL.
           PERFORM 0370-SETTLE-LOANS THRU 0370-EXIT.
           COMPUTE WS-NET = WS-GROSS - WS-DED-TOTAL.
           PERFORM 0380-CLOSE-RETIREMENT THRU 0380-EXIT.
           PERFORM 0600-PRINT-STATEMENT.
           PERFORM 0350-END-BENEFITS THRU 0350-EXIT.
           IF WS-GROSS > 0
               PERFORM 0360-WRITE-PAY-DETAIL
           END-IF.
           WRITE STMT-RECORD FROM WS-RULE-LINE.
           MOVE "S" TO WS-DUE-STATE (WS-DUE-IDX).
           ADD 1 TO WS-SETTLED-COUNT.
           ADD WS-GROSS TO WS-TOTAL-GROSS.
           ADD WS-NET TO WS-TOTAL-NET.

       0300-EXIT.
           EXIT.

      *****************************************************************
      *    THE FINAL PERIOD RUNS FROM THE DAY AFTER THE LAST PAID
      *    PERIOD END (OR THE HIRE DATE, IF LATER) TO THE TERM DATE.
      *    A TERM ON OR BEFORE THE LAST PAID PERIOD END OWES NOTHING
      *    FOR TIME WORKED. HOURLY STAFF ARE PAID THE CLEAN HOURS ON
      *    HAND INSTEAD OF CALENDAR DAYS.
      *****************************************************************
       0310-FINAL-PERIOD-PAY.
           MOVE 0 TO WS-FINAL-PAY WS-DAYS-OWED.
           MOVE 0 TO WS-FINAL-HOURS WS-FINAL-OT-HOURS.
           MOVE 0 TO WS-FINAL-HOL-HOURS WS-FINAL-SHF-HOURS.
           COMPUTE WS-HOURLY-RATE ROUNDED =
               SALARY / WS-ANNUAL-HOURS.
           MOVE WS-LAST-PAID TO WS-DATE-1.
           MOVE 1 TO WS-DATE-DAYS.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           MOVE WS-DATE-2 TO WS-PERIOD-FROM.
           IF DATE-OF-HIRE IS NUMERIC
              AND DATE-OF-HIRE > WS-PERIOD-FROM
               MOVE DATE-OF-HIRE TO WS-PERIOD-FROM
           END-IF.
           IF PAY-TYPE = "H"
               PERFORM VARYING WS-HRS-IDX FROM 1 BY 1
                       UNTIL WS-HRS-IDX > WS-HRS-COUNT
                   IF WS-HRS-EMP-ID (WS-HRS-IDX) = EMPLOYEE-ID
                       MOVE WS-HRS-REGULAR (WS-HRS-IDX)
                           TO WS-FINAL-HOURS
                       MOVE WS-HRS-OVERTIME (WS-HRS-IDX)
                           TO WS-FINAL-OT-HOURS
                       MOVE WS-HRS-HOLIDAY (WS-HRS-IDX)
                           TO WS-FINAL-HOL-HOURS
                       MOVE WS-HRS-SHIFT (WS-HRS-IDX)
                           TO WS-FINAL-SHF-HOURS
      *                PREMIUM HOURS ARE PART OF THE REGULAR HOURS
                       COMPUTE WS-FINAL-PAY ROUNDED =
                           ((WS-FINAL-HOURS - WS-FINAL-HOL-HOURS
                               - WS-FINAL-SHF-HOURS)
                               * WS-HOURLY-RATE)
                           + (WS-FINAL-OT-HOURS
                               * WS-HOURLY-RATE * WS-OT-PREMIUM)
                           + (WS-FINAL-HOL-HOURS
                               * WS-HOURLY-RATE * WS-HOLIDAY-MULT)
                           + (WS-FINAL-SHF-HOURS
                               * WS-HOURLY-RATE * WS-SHIFT-MULT)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               GO TO 0310-EXIT
           END-IF.
           IF WS-DUE-TERM-DATE (WS-DUE-IDX) < WS-PERIOD-FROM
               GO TO 0310-EXIT
           END-IF.
           MOVE WS-PERIOD-FROM TO WS-DATE-1.
           MOVE WS-DUE-TERM-DATE (WS-DUE-IDX) TO WS-DATE-2.
           MOVE "DAYS" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "TERM DATE NOT A DATE FOR " EMPLOYEE-ID
                       " - NO FINAL PERIOD PAY"
               GO TO 0310-EXIT
           END-IF.
           COMPUTE WS-DAYS-OWED = WS-DATE-DAYS + 1.
           COMPUTE WS-FINAL-PAY ROUNDED =
               SALARY * WS-DAYS-OWED / WS-DAYS-IN-YEAR.

       0310-EXIT.
           EXIT.

      *    THE REMAINING BALANCE IS PAID AT THE HOURLY RATE AND THE
      *    BALANCE ZEROED, SO A SECOND SETTLEMENT CANNOT PAY IT AGAIN.
       0320-LEAVE-PAYOUT.
           MOVE 0 TO WS-PAYOUT WS-PAYOUT-HOURS.
           IF WS-LEAVE-AVAILABLE <> "Y"
               GO TO 0320-EXIT
           END-IF.
           MOVE EMPLOYEE-ID TO LB-EMPLOYEE-ID.
           READ LEAVE-BALANCE
               KEY IS LB-EMPLOYEE-ID
               INVALID KEY
                   GO TO 0320-EXIT
           END-READ.
           IF LB-BALANCE-HOURS NOT > 0
               GO TO 0320-EXIT
           END-IF.
           MOVE LB-BALANCE-HOURS TO WS-PAYOUT-HOURS.
           COMPUTE WS-PAYOUT ROUNDED =
               WS-PAYOUT-HOURS * WS-HOURLY-RATE.
           MOVE 0 TO LB-BALANCE-HOURS.
           MOVE WS-PAY-DATE TO LB-LAST-ACTIVITY.
           REWRITE LEAVE-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "LEAVE-BALANCE REWRITE FAILED FOR "
                           LB-EMPLOYEE-ID
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

       0320-EXIT.
           EXIT.

      *****************************************************************
      *    TAXES ONLY. NO RULE MAY TAKE MORE THAN IS LEFT OF GROSS,
      *    SO A SMALL SETTLEMENT NEVER GOES NEGATIVE.
      *****************************************************************
       0330-APPLY-DEDUCTIONS.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               MOVE 0 TO WS-DED-THIS
               EVALUATE TRUE
                   WHEN WS-DED-BENEFIT (WS-DED-IDX) = "Y"
                       CONTINUE
                   WHEN WS-DED-TYPE (WS-DED-IDX) = "P"
                       COMPUTE WS-DED-THIS ROUNDED =
                           WS-GROSS
                           * WS-DED-AMOUNT (WS-DED-IDX) / 100
                   WHEN WS-DED-TYPE (WS-DED-IDX) = "B"
                       PERFORM 0332-COMPUTE-BRACKET-DED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-DED-THIS > WS-GROSS - WS-DED-TOTAL
                   COMPUTE WS-DED-THIS = WS-GROSS - WS-DED-TOTAL
               END-IF
               MOVE WS-DED-THIS TO WS-DED-CALC (WS-DED-IDX)
               ADD WS-DED-THIS TO WS-DED-TOTAL
           END-PERFORM.

      *    THE FINAL PERIOD PAY IS TAXED THROUGH THE TIERS THE WAY
      *    THE REGISTER TAXES A PERIOD; THE LEAVE PAYOUT IS TAXED AT
      *    THE FPY SUPPLEMENTAL RATE WHEN ONE IS SET.
       0332-COMPUTE-BRACKET-DED.
           MOVE WS-FINAL-PAY TO WS-BRACKET-BASE.
           IF WS-FPY-FOUND = "N"
               ADD WS-PAYOUT TO WS-BRACKET-BASE
           END-IF.
           COMPUTE WS-ANNUAL-GROSS = WS-BRACKET-BASE * WS-PERIODS-YEAR.
           MOVE 0 TO WS-BRK-EFF-USE.
           PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                   UNTIL WS-BRK-IDX > WS-BRK-COUNT
               IF WS-BRK-CODE (WS-BRK-IDX)
                       = WS-DED-CODE (WS-DED-IDX)
                  AND WS-BRK-EFFECTIVE (WS-BRK-IDX) <= WS-PAY-DATE
                  AND WS-BRK-EFFECTIVE (WS-BRK-IDX) > WS-BRK-EFF-USE
                   MOVE WS-BRK-EFFECTIVE (WS-BRK-IDX)
                       TO WS-BRK-EFF-USE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ANNUAL-TAX.
           IF WS-BRK-EFF-USE = 0
               DISPLAY "NO EFFECTIVE BRACKET SET FOR "
                       WS-DED-CODE (WS-DED-IDX)
                       " - TIERS SKIPPED FOR " EMPLOYEE-ID
           ELSE
               PERFORM VARYING WS-BRK-IDX FROM 1 BY 1
                       UNTIL WS-BRK-IDX > WS-BRK-COUNT
                   IF WS-BRK-CODE (WS-BRK-IDX)
                           = WS-DED-CODE (WS-DED-IDX)
                      AND WS-BRK-EFFECTIVE (WS-BRK-IDX)
                           = WS-BRK-EFF-USE
                      AND WS-ANNUAL-GROSS
                           > WS-BRK-THRESHOLD (WS-BRK-IDX)
                       PERFORM 0333-TAX-ONE-TIER
                   END-IF
               END-PERFORM
           END-IF.
           COMPUTE WS-DED-THIS ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS-YEAR.
           IF WS-FPY-FOUND = "Y"
               COMPUTE WS-DED-THIS ROUNDED = WS-DED-THIS
                   + (WS-PAYOUT * WS-SUPP-RATE / 100)
           END-IF.

       0333-TAX-ONE-TIER.
           MOVE WS-ANNUAL-GROSS TO WS-TIER-TOP.
           PERFORM VARYING WS-BRK-SCAN FROM 1 BY 1
                   UNTIL WS-BRK-SCAN > WS-BRK-COUNT
               IF WS-BRK-SCAN > WS-BRK-IDX
                  AND WS-BRK-CODE (WS-BRK-SCAN)
                       = WS-DED-CODE (WS-DED-IDX)
                  AND WS-BRK-EFFECTIVE (WS-BRK-SCAN) = WS-BRK-EFF-USE
                   IF WS-BRK-THRESHOLD (WS-BRK-SCAN) < WS-TIER-TOP
                       MOVE WS-BRK-THRESHOLD (WS-BRK-SCAN)
                           TO WS-TIER-TOP
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-TIER-TAXABLE =
               WS-TIER-TOP - WS-BRK-THRESHOLD (WS-BRK-IDX).
           IF WS-TIER-TAXABLE > 0
               COMPUTE WS-ANNUAL-TAX ROUNDED = WS-ANNUAL-TAX
                   + (WS-TIER-TAXABLE
                       * WS-BRK-RATE (WS-BRK-IDX) / 100)
           END-IF.

      *****************************************************************
      *    GARNISHMENTS COME OUT OF DISPOSABLE PAY - THE SETTLEMENT
      *    LESS TAX - BEFORE ANY ARREARS OR LOAN IS RECOVERED, ON THE
      *    REGISTER'S RULES: ALL ORDERS TOGETHER NO MORE THAN THE GRN
      *    LIMIT PERCENT OF DISPOSABLE, SATISFIED IN PRIORITY ORDER,
      *    EACH HELD TO ITS OWN CAP AND REMAINING PAYOFF BALANCE. EACH
      *    WITHHOLDING IS REMITTED AND ITS ORDER UPDATED AT ONCE, THE
      *    WAY THE ARREARS AND LOANS ARE.
      *****************************************************************
       0335-APPLY-GARNISHMENTS.
           MOVE 0 TO WS-GRN-COUNT.
           MOVE 0 TO WS-GARN-TOTAL.
           IF WS-GARN-AVAILABLE NOT = "Y"
               GO TO 0335-EXIT
           END-IF.
           MOVE EMPLOYEE-ID TO GO-EMPLOYEE-ID.
           MOVE LOW-VALUES TO GO-CASE-NUMBER.
           MOVE 0 TO WS-SCAN-EOF.
           START GARNISHMENT-ORDER KEY IS >= GO-KEY
               INVALID KEY
                   GO TO 0335-EXIT
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ GARNISHMENT-ORDER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF GO-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE 1 TO WS-SCAN-EOF
                       ELSE
                           IF GO-STATUS = "A"
                              AND GO-START-DATE <= WS-PAY-DATE
                               PERFORM 0336-HOLD-ONE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GRN-COUNT = 0
               GO TO 0335-EXIT
           END-IF.
           COMPUTE WS-DISPOSABLE = WS-GROSS - WS-DED-TOTAL.
           IF WS-DISPOSABLE <= 0
               GO TO 0335-EXIT
           END-IF.
           COMPUTE WS-GARN-ROOM ROUNDED =
               WS-DISPOSABLE * WS-GARN-LIMIT-PCT / 100.
           PERFORM 0337-TAKE-NEXT-ORDER WS-GRN-COUNT TIMES.
           ADD WS-GARN-TOTAL TO WS-DED-TOTAL.
           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               IF WS-GRN-TAKEN (WS-GRN-IDX) > 0
                   PERFORM 0338-REMIT-ONE-ORDER
                   PERFORM 0339-UPDATE-ORDER
               END-IF
           END-PERFORM.

       0335-EXIT.
           EXIT.

       0336-HOLD-ONE-ORDER.
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

      *    EACH PASS PICKS THE MOST SENIOR ORDER NOT YET TAKEN (THE
      *    LOWEST PRIORITY NUMBER; TIES GO IN CASE-NUMBER ORDER).
       0337-TAKE-NEXT-ORDER.
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

       0338-REMIT-ONE-ORDER.
           MOVE SPACES TO GARN-REMIT-RECORD.
           MOVE WS-GRN-AGENCY (WS-GRN-IDX) TO GR-AGENCY-CODE.
           MOVE WS-GRN-AGY-NAME (WS-GRN-IDX) TO GR-AGENCY-NAME.
           MOVE WS-GRN-CASE (WS-GRN-IDX) TO GR-CASE-NUMBER.
           MOVE EMPLOYEE-ID TO GR-EMPLOYEE-ID.
           MOVE WS-PAY-DATE TO GR-PAY-DATE.
           MOVE WS-GRN-TAKEN (WS-GRN-IDX) TO GR-AMOUNT.
           MOVE WS-GRN-BALANCE (WS-GRN-IDX) TO GR-BALANCE.
           MOVE WS-GRN-PAID-OFF (WS-GRN-IDX) TO GR-PAID-OFF.
           WRITE GARN-REMIT-RECORD.
           ADD 1 TO WS-GARN-COUNT.

       0339-UPDATE-ORDER.
           MOVE EMPLOYEE-ID TO GO-EMPLOYEE-ID.
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
           MOVE WS-PAY-DATE TO GO-LAST-ACTIVITY.
           MOVE WS-GRN-TAKEN (WS-GRN-IDX) TO GO-LAST-AMOUNT.
           IF WS-GRN-PAID-OFF (WS-GRN-IDX) = "Y"
               MOVE "C" TO GO-STATUS
               MOVE WS-PAY-DATE TO GO-CLOSE-DATE
               ADD 1 TO WS-GARN-CLOSED
           END-IF.
           REWRITE GARNISHMENT-ORDER-RECORD
               INVALID KEY
                   DISPLAY "GARNISHMENT-ORDER REWRITE FAILED FOR "
                           GO-EMPLOYEE-ID " " GO-CASE-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

      *****************************************************************
      *    EVERY OPEN ARREARS BALANCE IS RECOVERED OUT OF WHAT IS
      *    LEFT AFTER TAX AND GARNISHMENTS, IN DEDUCTION-CODE ORDER.
      *    THERE IS NO LATER PERIOD TO CARRY THE REST TO, SO WHAT
      *    CANNOT BE RECOVERED IS WRITTEN OFF: THE BALANCE IS ZEROED
      *    (THE RECORD IS KEPT FOR AUDIT) AND THE AMOUNT LISTED FOR HR.
      *****************************************************************
       0340-SETTLE-ARREARS.
           MOVE 0 TO WS-ARR-COUNT.
           COMPUTE WS-ARR-AVAILABLE = WS-GROSS - WS-DED-TOTAL.
           MOVE EMPLOYEE-ID TO AR-EMPLOYEE-ID.
           MOVE LOW-VALUES TO AR-DED-CODE.
           MOVE 0 TO WS-SCAN-EOF.
           START PAY-ARREARS KEY IS >= AR-KEY
               INVALID KEY
                   GO TO 0340-EXIT
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ PAY-ARREARS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF AR-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE 1 TO WS-SCAN-EOF
                       ELSE
                           IF AR-BALANCE > 0
                               PERFORM 0345-SETTLE-ONE-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0340-EXIT.
           EXIT.

       0345-SETTLE-ONE-BALANCE.
           IF WS-ARR-COUNT >= WS-ARR-MAX
               DISPLAY "ARREARS TABLE FULL - " AR-EMPLOYEE-ID " "
                       AR-DED-CODE " LEFT OPEN"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF AR-BALANCE > WS-ARR-AVAILABLE
               MOVE WS-ARR-AVAILABLE TO WS-ARR-RECOVER
           ELSE
               MOVE AR-BALANCE TO WS-ARR-RECOVER
           END-IF.
           ADD 1 TO WS-ARR-COUNT.
           MOVE AR-DED-CODE TO WS-ARR-CODE (WS-ARR-COUNT).
           MOVE WS-ARR-RECOVER TO WS-ARR-RECOVERED (WS-ARR-COUNT).
           COMPUTE WS-ARR-WRITTEN (WS-ARR-COUNT) =
               AR-BALANCE - WS-ARR-RECOVER.
           SUBTRACT WS-ARR-RECOVER FROM WS-ARR-AVAILABLE.
           ADD WS-ARR-RECOVER TO WS-DED-TOTAL.
           IF WS-ARR-WRITTEN (WS-ARR-COUNT) > 0
               PERFORM 0346-WRITE-OFF-LINE
           END-IF.
           MOVE 0 TO AR-BALANCE.
           MOVE WS-PAY-DATE TO AR-LAST-ACTIVITY.
           REWRITE PAY-ARREARS-RECORD
               INVALID KEY
                   DISPLAY "PAY-ARREARS REWRITE FAILED FOR "
                           AR-EMPLOYEE-ID " " AR-DED-CODE
                   ADD 1 TO WS-ERROR-COUNT
           END-REWRITE.

       0346-WRITE-OFF-LINE.
           MOVE EMPLOYEE-ID TO WD-EMP-ID.
           PERFORM 0610-FORMAT-NAME.
           MOVE SE-NAME TO WD-NAME.
           MOVE WS-DUE-TERM-DATE (WS-DUE-IDX) TO WD-TERM-DATE.
           MOVE AR-DED-CODE TO WD-CODE.
           MOVE WS-ARR-WRITTEN (WS-ARR-COUNT) TO WD-AMOUNT.
           WRITE WRITEOFF-RECORD FROM WS-WO-DETAIL.
           ADD 1 TO WS-WRITEOFF-COUNT.
           ADD WS-ARR-WRITTEN (WS-ARR-COUNT) TO WS-TOTAL-WRITEOFF.

      *****************************************************************
      *    EVERY LOAN STILL OPEN IS FLAGGED FOR FINAL-PAY RECOVERY
      *    ("T") AND REPAID OUT OF WHAT IS LEFT AFTER TAX, GARNISHMENTS
      *    AND ARREARS, IN LOAN-NUMBER ORDER. A LOAN FULLY RECOVERED
      *    IS PAID OFF; ANY OTHER STAYS FLAGGED WITH ITS BALANCE - IT
      *    IS NOT WRITTEN OFF HERE - AND SHOWS ON THE STATEMENT FOR HR.
      *****************************************************************
       0370-SETTLE-LOANS.
           MOVE 0 TO WS-FLN-COUNT.
           IF WS-LOAN-AVAILABLE NOT = "Y"
               GO TO 0370-EXIT
           END-IF.
           COMPUTE WS-ARR-AVAILABLE = WS-GROSS - WS-DED-TOTAL.
           MOVE EMPLOYEE-ID TO LN-EMPLOYEE-ID.
           MOVE 0 TO LN-LOAN-NUMBER.
           MOVE 0 TO WS-SCAN-EOF.
           START EMPLOYEE-LOAN KEY IS >= LN-KEY
               INVALID KEY
                   GO TO 0370-EXIT
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ EMPLOYEE-LOAN NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF LN-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE 1 TO WS-SCAN-EOF
                       ELSE
                           IF (LN-STATUS = "A" OR LN-STATUS = "T")
                              AND LN-BALANCE > 0
                               PERFORM 0375-SETTLE-ONE-LOAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0370-EXIT.
           EXIT.

       0375-SETTLE-ONE-LOAN.
           IF WS-FLN-COUNT >= WS-FLN-MAX
               DISPLAY "LOAN TABLE FULL - " LN-EMPLOYEE-ID " LOAN "
                       LN-LOAN-NUMBER " LEFT OPEN"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LOAN-RECOVER.
           IF WS-ARR-AVAILABLE > 0
               IF LN-BALANCE > WS-ARR-AVAILABLE
                   MOVE WS-ARR-AVAILABLE TO WS-LOAN-RECOVER
               ELSE
                   MOVE LN-BALANCE TO WS-LOAN-RECOVER
               END-IF
           END-IF.
           SUBTRACT WS-LOAN-RECOVER FROM WS-ARR-AVAILABLE.
           ADD WS-LOAN-RECOVER TO WS-DED-TOTAL.
           SUBTRACT WS-LOAN-RECOVER FROM LN-BALANCE.
           ADD WS-LOAN-RECOVER TO LN-REPAID-TOTAL.
           ADD 1 TO WS-FLN-COUNT.
           MOVE LN-LOAN-NUMBER TO WS-FLN-NUMBER (WS-FLN-COUNT).
           MOVE WS-LOAN-RECOVER TO WS-FLN-RECOVERED (WS-FLN-COUNT).
           MOVE LN-BALANCE TO WS-FLN-LEFT (WS-FLN-COUNT).
           IF LN-BALANCE > 0
               MOVE "T" TO LN-STATUS
               ADD 1 TO WS-LOAN-OPEN-COUNT
           ELSE
               MOVE "P" TO LN-STATUS
               MOVE WS-PAY-DATE TO LN-CLOSE-DATE
           END-IF.
           IF WS-LOAN-RECOVER > 0
               MOVE WS-PAY-DATE TO LN-LAST-PERIOD
               MOVE WS-LOAN-RECOVER TO LN-LAST-AMOUNT
           END-IF.
           REWRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "EMPLOYEE-LOAN REWRITE FAILED FOR "
                           LN-EMPLOYEE-ID " " LN-LOAN-NUMBER
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE.
           IF WS-LOAN-RECOVER > 0
               MOVE LN-EMPLOYEE-ID TO LA-EMPLOYEE-ID
               MOVE LN-LOAN-NUMBER TO LA-LOAN-NUMBER
               MOVE WS-PAY-DATE TO LA-DATE
               MOVE "FPR" TO LA-ACTIVITY
               MOVE WS-LOAN-RECOVER TO LA-AMOUNT
               MOVE LN-BALANCE TO LA-BALANCE-AFTER
               WRITE LOAN-ACTIVITY-RECORD
           END-IF.

      *****************************************************************
      *    SERVICE IS COUNTED IN COMPLETED YEARS FROM DATE-OF-HIRE TO
      *    THE TERM DATE, THE WAY THE ANNIVERSARY REPORT COUNTS IT;
      *    SIX OR MORE YEARS TAKE THE LAST STEP OF THE SCHEDULE. THE
      *    EMPLOYEE'S OWN DEFERRALS ARE ALWAYS FULLY VESTED - ONLY
      *    THE EMPLOYER MATCH CAN BE FORFEITED.
      *****************************************************************
       0380-CLOSE-RETIREMENT.
           MOVE 0 TO WS-RFT-COUNT.
           IF WS-RETIRE-AVAILABLE NOT = "Y"
               GO TO 0380-EXIT
           END-IF.
           MOVE DATE-OF-HIRE TO WS-SVC-FROM.
           MOVE WS-DUE-TERM-DATE (WS-DUE-IDX) TO WS-SVC-TO.
           MOVE 0 TO WS-SVC-YEARS.
           IF WS-SVC-FROM IS NUMERIC AND WS-SVC-FROM > 0
               COMPUTE WS-SVC-MONTHS =
                   (WS-SVC-TO-YEAR * 12 + WS-SVC-TO-MONTH)
                   - (WS-SVC-FROM-YEAR * 12 + WS-SVC-FROM-MONTH)
               IF WS-SVC-TO-DAY < WS-SVC-FROM-DAY
                   SUBTRACT 1 FROM WS-SVC-MONTHS
               END-IF
               IF WS-SVC-MONTHS < 0
                   MOVE 0 TO WS-SVC-MONTHS
               END-IF
               DIVIDE WS-SVC-MONTHS BY 12
                   GIVING WS-SVC-YEARS
                   REMAINDER WS-SVC-REM
           END-IF.
           IF WS-SVC-YEARS > 6
               MOVE 7 TO WS-VEST-IDX
           ELSE
               COMPUTE WS-VEST-IDX = WS-SVC-YEARS + 1
           END-IF.
           MOVE EMPLOYEE-ID TO RA-EMPLOYEE-ID.
           MOVE SPACES TO RA-PLAN-CODE.
           MOVE 0 TO WS-SCAN-EOF.
           START RETIRE-ACCOUNT KEY IS >= RA-KEY
               INVALID KEY
                   GO TO 0380-EXIT
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ RETIRE-ACCOUNT NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF RA-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE 1 TO WS-SCAN-EOF
                       ELSE
                           IF RA-ACTIVE
                               PERFORM 0385-CLOSE-ONE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0380-EXIT.
           EXIT.

      *    A PLAN NO LONGER ON THE MASTER LEAVES THE ACCOUNT OPEN FOR
      *    THE PLAN ADMINISTRATOR TO SETTLE BY HAND.
       0385-CLOSE-ONE-ACCOUNT.
           IF WS-RFT-COUNT >= WS-RFT-MAX
               DISPLAY "RETIREMENT TABLE FULL - " RA-EMPLOYEE-ID
                       " PLAN " RA-PLAN-CODE " LEFT OPEN"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE RA-PLAN-CODE TO BP-PLAN-CODE.
           READ BENEFIT-PLANS
               KEY IS BP-PLAN-CODE
               INVALID KEY
                   DISPLAY "PLAN " RA-PLAN-CODE " NOT ON BENEFIT-"
                           "PLANS - RETIREMENT ACCOUNT FOR "
                           RA-EMPLOYEE-ID " LEFT OPEN"
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-READ.
           MOVE BP-VEST-PCT (WS-VEST-IDX) TO RA-VESTED-PCT.
           COMPUTE WS-FORFEIT-THIS ROUNDED = RA-EMPLOYER-TOTAL
               * (100 - RA-VESTED-PCT) / 100.
           ADD WS-FORFEIT-THIS TO RA-FORFEITED.
           MOVE "T" TO RA-STATUS.
           MOVE WS-DUE-TERM-DATE (WS-DUE-IDX) TO RA-TERM-DATE.
           REWRITE RETIRE-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "RETIRE-ACCOUNT REWRITE FAILED FOR "
                           RA-EMPLOYEE-ID " " RA-PLAN-CODE
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-RFT-COUNT.
           MOVE RA-PLAN-CODE TO WS-RFT-PLAN (WS-RFT-COUNT).
           MOVE RA-VESTED-PCT TO WS-RFT-VESTED (WS-RFT-COUNT).
           MOVE WS-FORFEIT-THIS TO WS-RFT-FORFEIT (WS-RFT-COUNT).
           ADD 1 TO WS-FORFEIT-COUNT.
           ADD WS-FORFEIT-THIS TO WS-FORFEIT-TOTAL.

      *    EVERY ENROLLMENT STILL OPEN PAST THE TERM DATE ENDS ON IT,
      *    SO THE REGISTER AND THE CARRIERS STOP CHARGING FOR IT.
       0350-END-BENEFITS.
           MOVE 0 TO WS-BENEFITS-ENDED.
           IF WS-ENROLL-AVAILABLE <> "Y"
               GO TO 0350-EXIT
           END-IF.
           MOVE EMPLOYEE-ID TO BE-EMPLOYEE-ID.
           MOVE LOW-VALUES TO BE-PLAN-CODE.
           MOVE 0 TO WS-SCAN-EOF.
           START BEN-ENROLL KEY IS >= BE-KEY
               INVALID KEY
                   GO TO 0350-EXIT
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ BEN-ENROLL NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF BE-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           MOVE 1 TO WS-SCAN-EOF
                       ELSE
                           IF BE-END-DATE = 0
                              OR BE-END-DATE
                                  > WS-DUE-TERM-DATE (WS-DUE-IDX)
                               PERFORM 0355-END-ONE-ENROLLMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0350-EXIT.
           EXIT.

       0355-END-ONE-ENROLLMENT.
           MOVE WS-DUE-TERM-DATE (WS-DUE-IDX) TO BE-END-DATE.
           REWRITE BEN-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "BEN-ENROLL REWRITE FAILED FOR "
                           BE-EMPLOYEE-ID " " BE-PLAN-CODE
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE BE-PLAN-CODE TO SB-PLAN
                   MOVE BE-END-DATE TO SB-END
                   WRITE STMT-RECORD FROM WS-STMT-BENEFIT-LINE
                   ADD 1 TO WS-BENEFITS-ENDED
           END-REWRITE.

      *    THE SETTLEMENT GOES TO PAY-DETAIL IN THE OFF-CYCLE SHAPE:
      *    GRS, ONE ERN PER EARNING, ONE DED PER RULE, PER ORDER
      *    GARNISHED ("GARN"), PER ARREARS RECOVERY AND PER LOAN
      *    RECOVERY, THEN NET.
       0360-WRITE-PAY-DETAIL.
           MOVE "GRS" TO PD-RECORD-TYPE.
           MOVE SPACES TO PD-CODE.
           MOVE WS-GROSS TO PD-AMOUNT.
           PERFORM 0365-WRITE-ONE-DETAIL.
           IF WS-FINAL-PAY NOT = 0
               MOVE "ERN" TO PD-RECORD-TYPE
               MOVE "FNLP" TO PD-CODE
               MOVE WS-FINAL-PAY TO PD-AMOUNT
               PERFORM 0365-WRITE-ONE-DETAIL
           END-IF.
           IF WS-PAYOUT NOT = 0
               MOVE "ERN" TO PD-RECORD-TYPE
               MOVE "LVPO" TO PD-CODE
               MOVE WS-PAYOUT TO PD-AMOUNT
               PERFORM 0365-WRITE-ONE-DETAIL
           END-IF.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               MOVE "DED" TO PD-RECORD-TYPE
               MOVE WS-DED-CODE (WS-DED-IDX) TO PD-CODE
               MOVE WS-DED-CALC (WS-DED-IDX) TO PD-AMOUNT
               PERFORM 0365-WRITE-ONE-DETAIL
           END-PERFORM.
           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               IF WS-GRN-TAKEN (WS-GRN-IDX) > 0
                   MOVE "DED" TO PD-RECORD-TYPE
                   MOVE "GARN" TO PD-CODE
                   MOVE WS-GRN-TAKEN (WS-GRN-IDX) TO PD-AMOUNT
                   PERFORM 0365-WRITE-ONE-DETAIL
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-RECOVERED (WS-ARR-IDX) > 0
                   MOVE "DED" TO PD-RECORD-TYPE
                   MOVE WS-ARR-CODE (WS-ARR-IDX) TO PD-CODE
                   MOVE WS-ARR-RECOVERED (WS-ARR-IDX) TO PD-AMOUNT
                   PERFORM 0365-WRITE-ONE-DETAIL
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FLN-IDX FROM 1 BY 1
                   UNTIL WS-FLN-IDX > WS-FLN-COUNT
               IF WS-FLN-RECOVERED (WS-FLN-IDX) > 0
                   MOVE "DED" TO PD-RECORD-TYPE
                   MOVE "LOAN" TO PD-CODE
                   MOVE WS-FLN-RECOVERED (WS-FLN-IDX) TO PD-AMOUNT
                   PERFORM 0365-WRITE-ONE-DETAIL
               END-IF
           END-PERFORM.
           MOVE "NET" TO PD-RECORD-TYPE.
           MOVE SPACES TO PD-CODE.
           MOVE WS-NET TO PD-AMOUNT.
           PERFORM 0365-WRITE-ONE-DETAIL.

       0365-WRITE-ONE-DETAIL.
           MOVE EMPLOYEE-ID TO PD-EMPLOYEE-ID.
           MOVE WS-PAY-DATE TO PD-PERIOD-END.
           WRITE PAY-DETAIL-RECORD.

       0390-HOLD-ENTRY.
           MOVE "H" TO WS-DUE-STATE (WS-DUE-IDX).
           ADD 1 TO WS-HELD-COUNT.

      *****************************************************************
      *    THE SETTLEMENT STATEMENT: WHO, THE DATES, EACH EARNING,
      *    EACH DEDUCTION AND RECOVERY, NET, AND ANY WRITE-OFF. THE
      *    BENEFIT LINES FOLLOW AS THE ENROLLMENTS ARE END-DATED.
      *****************************************************************
       0600-PRINT-STATEMENT.
           WRITE STMT-RECORD FROM WS-STMT-TITLE.
           MOVE EMPLOYEE-ID TO SE-EMP-ID.
           PERFORM 0610-FORMAT-NAME.
           MOVE DEPARTMENT-CODE TO SE-DEPT.
           WRITE STMT-RECORD FROM WS-STMT-EMP-LINE.
           MOVE DATE-OF-HIRE TO SD-HIRED.
           MOVE WS-DUE-TERM-DATE (WS-DUE-IDX) TO SD-TERMED.
           IF PAY-TYPE = "H"
               MOVE "HOURLY" TO SD-PAY-TYPE
           ELSE
               MOVE "SALARIED" TO SD-PAY-TYPE
           END-IF.
           WRITE STMT-RECORD FROM WS-STMT-DATES-LINE.
           MOVE WS-PERIOD-FROM TO SP-FROM.
           MOVE WS-DUE-TERM-DATE (WS-DUE-IDX) TO SP-TO.
           MOVE SPACES TO SP-BASIS.
           IF PAY-TYPE = "H"
               MOVE "VALIDATED HOURS ON HAND" TO SP-BASIS
           ELSE
               IF WS-DAYS-OWED > 0
                   MOVE WS-DAYS-OWED TO WS-DAYS-EDIT
                   STRING WS-DAYS-EDIT DELIMITED BY SIZE
                          " CALENDAR DAYS" DELIMITED BY SIZE
                          INTO SP-BASIS
                   END-STRING
               ELSE
                   MOVE "PAID THROUGH TERM DATE" TO SP-BASIS
               END-IF
           END-IF.
           WRITE STMT-RECORD FROM WS-STMT-PERIOD-LINE.
           IF WS-FINAL-PAY NOT = 0
               MOVE "EARNING" TO SA-TYPE
               MOVE "FNLP" TO SA-CODE
               MOVE WS-FNLP-DESC TO SA-DESC
               MOVE SPACES TO SA-NOTE
               MOVE WS-FINAL-PAY TO SA-AMOUNT
               WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE
           END-IF.
           IF WS-PAYOUT NOT = 0
               MOVE "EARNING" TO SA-TYPE
               MOVE "LVPO" TO SA-CODE
               MOVE WS-LVPO-DESC TO SA-DESC
               MOVE SPACES TO SA-NOTE
               MOVE WS-PAYOUT-HOURS TO WS-HOURS-EDIT
               STRING WS-HOURS-EDIT DELIMITED BY SIZE
                      " HOURS" DELIMITED BY SIZE
                      INTO SA-NOTE
               END-STRING
               MOVE WS-PAYOUT TO SA-AMOUNT
               WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE
           END-IF.
           MOVE "GROSS" TO SA-TYPE.
           MOVE SPACES TO SA-CODE SA-DESC SA-NOTE.
           MOVE WS-GROSS TO SA-AMOUNT.
           WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-CALC (WS-DED-IDX) NOT = 0
                   MOVE "DEDUCTION" TO SA-TYPE
                   MOVE WS-DED-CODE (WS-DED-IDX) TO SA-CODE
                   MOVE WS-DED-DESC (WS-DED-IDX) TO SA-DESC
                   MOVE SPACES TO SA-NOTE
                   MOVE WS-DED-CALC (WS-DED-IDX) TO SA-AMOUNT
                   WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GRN-IDX FROM 1 BY 1
                   UNTIL WS-GRN-IDX > WS-GRN-COUNT
               IF WS-GRN-TAKEN (WS-GRN-IDX) > 0
                   MOVE "DEDUCTION" TO SA-TYPE
                   MOVE "GARN" TO SA-CODE
                   MOVE "GARNISHMENT" TO SA-DESC
                   MOVE WS-GRN-CASE (WS-GRN-IDX) TO SA-NOTE
                   MOVE WS-GRN-TAKEN (WS-GRN-IDX) TO SA-AMOUNT
                   WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-RECOVERED (WS-ARR-IDX) > 0
                   MOVE "DEDUCTION" TO SA-TYPE
                   MOVE WS-ARR-CODE (WS-ARR-IDX) TO SA-CODE
                   MOVE "ARREARS RECOVERED" TO SA-DESC
                   MOVE SPACES TO SA-NOTE
                   MOVE WS-ARR-RECOVERED (WS-ARR-IDX) TO SA-AMOUNT
                   WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FLN-IDX FROM 1 BY 1
                   UNTIL WS-FLN-IDX > WS-FLN-COUNT
               IF WS-FLN-RECOVERED (WS-FLN-IDX) > 0
                   MOVE "DEDUCTION" TO SA-TYPE
                   MOVE "LOAN" TO SA-CODE
                   PERFORM 0620-FORMAT-LOAN-NOTE
                   MOVE "LOAN RECOVERED" TO SA-DESC
                   MOVE WS-FLN-RECOVERED (WS-FLN-IDX) TO SA-AMOUNT
                   WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE
               END-IF
           END-PERFORM.
           MOVE "NET PAY" TO SA-TYPE.
           MOVE SPACES TO SA-CODE SA-DESC SA-NOTE.
           MOVE WS-NET TO SA-AMOUNT.
           WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-WRITTEN (WS-ARR-IDX) > 0
                   MOVE "WRITE-OFF" TO SA-TYPE
                   MOVE WS-ARR-CODE (WS-ARR-IDX) TO SA-CODE
                   MOVE "ARREARS NOT RECOVERED" TO SA-DESC
                   MOVE SPACES TO SA-NOTE
                   MOVE WS-ARR-WRITTEN (WS-ARR-IDX) TO SA-AMOUNT
                   WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FLN-IDX FROM 1 BY 1
                   UNTIL WS-FLN-IDX > WS-FLN-COUNT
               IF WS-FLN-LEFT (WS-FLN-IDX) > 0
                   MOVE "LOAN OPEN" TO SA-TYPE
                   MOVE "LOAN" TO SA-CODE
                   PERFORM 0620-FORMAT-LOAN-NOTE
                   MOVE "LEFT FOR HR RECOVERY" TO SA-DESC
                   MOVE WS-FLN-LEFT (WS-FLN-IDX) TO SA-AMOUNT
                   WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RFT-IDX FROM 1 BY 1
                   UNTIL WS-RFT-IDX > WS-RFT-COUNT
               MOVE "RETIRE" TO SA-TYPE
               MOVE WS-RFT-PLAN (WS-RFT-IDX) TO SA-CODE
               MOVE "MATCH FORFEITED" TO SA-DESC
               MOVE SPACES TO SA-NOTE
               STRING "VESTED " DELIMITED BY SIZE
                      WS-RFT-VESTED (WS-RFT-IDX) DELIMITED BY SIZE
                      " PCT" DELIMITED BY SIZE
                      INTO SA-NOTE
               END-STRING
               MOVE WS-RFT-FORFEIT (WS-RFT-IDX) TO SA-AMOUNT
               WRITE STMT-RECORD FROM WS-STMT-AMOUNT-LINE
           END-PERFORM.

       0620-FORMAT-LOAN-NOTE.
           MOVE SPACES TO SA-NOTE.
           STRING "LOAN NO " DELIMITED BY SIZE
                  WS-FLN-NUMBER (WS-FLN-IDX) DELIMITED BY SIZE
                  INTO SA-NOTE
           END-STRING.

       0610-FORMAT-NAME.
           MOVE SPACES TO SE-NAME.
           STRING LAST-NAME DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  FIRST-NAME DELIMITED BY "  "
                  INTO SE-NAME
           END-STRING.

      *    HELD TERMS ARE LISTED AT THE FOOT OF THE STATEMENT FILE,
      *    THEN THE RUN TOTALS; THE WRITE-OFF REPORT GETS ITS TOTAL.
       0700-FINISH-REPORTS.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-STATE (WS-DUE-IDX) = "H"
                   MOVE WS-DUE-EMP-ID (WS-DUE-IDX) TO SH-EMP-ID
                   MOVE WS-DUE-TERM-DATE (WS-DUE-IDX) TO SH-TERM-DATE
                   MOVE WS-DUE-REASON (WS-DUE-IDX) TO SH-REASON
                   WRITE STMT-RECORD FROM WS-STMT-HELD-LINE
               END-IF
           END-PERFORM.
           MOVE WS-SETTLED-COUNT TO STT-SETTLED.
           MOVE WS-HELD-COUNT TO STT-HELD.
           MOVE WS-TOTAL-GROSS TO STT-GROSS.
           MOVE WS-TOTAL-NET TO STT-NET.
           WRITE STMT-RECORD FROM WS-STMT-TOTAL-LINE.
           MOVE WS-WRITEOFF-COUNT TO WTT-COUNT.
           MOVE WS-TOTAL-WRITEOFF TO WTT-AMOUNT.
           WRITE WRITEOFF-RECORD FROM WS-WO-TOTAL-LINE.

      *    THE QUEUE IS REWRITTEN WITH ONLY THE HELD TERMS; SETTLED
      *    AND SUPERSEDED ENTRIES LEAVE IT.
       0800-REQUEUE-HELD.
           OPEN OUTPUT FINAL-PAY-DUE.
           IF WS-FP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT REWRITE FINAL-PAY-DUE, STATUS="
                       WS-FP-STATUS
               ADD 1 TO WS-ERROR-COUNT
               GO TO 0800-EXIT
           END-IF.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-STATE (WS-DUE-IDX) = "H"
                   MOVE WS-DUE-EMP-ID (WS-DUE-IDX) TO FP-EMPLOYEE-ID
                   MOVE WS-DUE-TERM-DATE (WS-DUE-IDX) TO FP-TERM-DATE
                   MOVE WS-DUE-QUEUED (WS-DUE-IDX) TO FP-QUEUED-DATE
                   WRITE FINAL-PAY-DUE-RECORD
               END-IF
           END-PERFORM.
           CLOSE FINAL-PAY-DUE.

       0800-EXIT.
           EXIT.
