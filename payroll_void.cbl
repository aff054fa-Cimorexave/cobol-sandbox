      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. payroll_void.
      *****************************************************************
      *    PAYROLL PAYMENT VOID AND REISSUE. BACKS OUT ONE EMPLOYEE'S
      *    PAYMENT FOR ONE PERIOD AFTER THE RUN - A LOST OR STOLEN
      *    CHECK, A DEPOSIT TO THE WRONG ACCOUNT, A PAYMENT MADE IN
      *    ERROR. THE PAYMENT IS TAKEN FROM PAY-HISTORY (WHAT THE YTD
      *    UPDATE POSTED, NET OF ANY EARLIER VOID AND REISSUE), AND
      *    THE VOID:
      *      - APPENDS THE REVERSING DETAIL RECORDS (EVERY GRS, ERN,
      *        DED AND NET LINE AT THE OPPOSITE SIGN) TO PAY-HISTORY;
      *      - BACKS THE AMOUNTS OUT OF PAY-YTD;
      *      - WRITES BALANCED REVERSING JOURNAL ENTRIES TO
      *        PAYROLL-VOID-GL, WHICH payroll_gl_extract CARRIES
      *        ONTO THE NEXT PAYROLL-GL-INTERFACE;
      *      - MARKS A CHECK VOIDED ON CHECK-REGISTER AND STAGES A
      *        VOID RECORD FOR THE NEXT POSITIVE-PAY FILE, SO THE
      *        BANK REFUSES THE ITEM IF IT IS PRESENTED;
      *      - JOURNALS THE VOID TO PAY-VOIDS AND THE CHANGE-LOG
      *        WITH ITS REASON CODE.
      *    A REISSUE POSTS THE PAYMENT AGAIN (HISTORY, YTD AND GL AT
      *    THE ORIGINAL SIGN) AND QUEUES THE NET ON PAY-REISSUE FOR
      *    THE NEXT payment_extract - TO THE EMPLOYEE'S BANK ACCOUNT
      *    AS CORRECTED IN bank_maint, OR AS A PAPER CHECK.
      *
      *    A PAYMENT NOT YET ROLLED INTO PAY-YTD, ONE ALREADY VOIDED
      *    WITHOUT REISSUE, OR ONE FROM A YEAR PAY-YTD HAS ALREADY
      *    ROLLED PAST CANNOT BE VOIDED HERE. GARNISHMENT ORDER
      *    BALANCES ARE NOT TOUCHED: WHAT WAS REMITTED TO THE AGENCY
      *    STANDS AND IS SETTLED WITH THE AGENCY DIRECTLY. NOR ARE
      *    STAFF LOAN BALANCES; A "LOAN" REPAYMENT REVERSES AGAINST
      *    THE LOAN RECEIVABLE (PAYLOAN) AND HR PUTS IT BACK ON THE
      *    LOAN IN loan_maint WHEN THE PAYMENT IS NOT REISSUED.
      *    EACH POSTING CODE IS BOOKED TO THE LEDGER ACCOUNT AND
      *    COST CENTRE ITS POSTING RULE (SOURCE "PAY") NAMES,
      *    THROUGH glacct; A CODE WITH NO RULE GOES THROUGH AS THE
      *    ACCOUNT ITSELF.
      *    A REVERSAL DATED INTO A MONTH FINANCE HAS CLOSED FOR THE
      *    LEDGER (closectl) IS POSTED ON THE FIRST DAY OF THE NEXT
      *    OPEN MONTH INSTEAD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAY-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
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
           SELECT CHECK-REGISTER ASSIGN TO "CHECK-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CR-EMP-PERIOD
                   WITH DUPLICATES
               FILE STATUS IS WS-CR-STATUS.
           SELECT PAY-VOIDS-FILE ASSIGN TO "PAY-VOIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.
           SELECT PAY-REISSUE-FILE ASSIGN TO "PAY-REISSUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RI-STATUS.
           SELECT VOID-GL-FILE ASSIGN TO "PAYROLL-VOID-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT POSPAY-VOID-FILE ASSIGN TO "POSITIVE-PAY-VOIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05 PH-EMPLOYEE-ID    PIC 9(7).
           05 PH-PERIOD-END     PIC 9(8).
           05 PH-RECORD-TYPE    PIC X(3).
           05 PH-CODE           PIC X(4).
           05 PH-AMOUNT         PIC S9(7)V99.

       FD  PAY-YTD-FILE.
           COPY "payytd.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  CHECK-REGISTER.
           COPY "chkreg.cpy".

       FD  PAY-VOIDS-FILE.
           COPY "payvoid.cpy".

       FD  PAY-REISSUE-FILE.
           COPY "reissue.cpy".

       FD  VOID-GL-FILE.
           COPY "glintf.cpy".

       FD  POSPAY-VOID-FILE.
           COPY "posipay.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PH-STATUS        PIC XX.
       01 WS-PY-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-CR-STATUS        PIC XX.
       01 WS-PV-STATUS        PIC XX.
       01 WS-RI-STATUS        PIC XX.
       01 WS-GL-STATUS        PIC XX.
       01 WS-PP-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-CR-AVAILABLE     PIC X VALUE "N".
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-EOF              PIC 9(1).
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-EMPLOYEE-ID      PIC 9(7).
       01 WS-PERIOD-END       PIC 9(8).
       01 WS-PERIOD-YEAR      PIC 9(4).
       01 WS-REASON           PIC X(4).
       01 WS-REISSUE          PIC X.
       01 WS-CONFIRM          PIC X.
       01 WS-VALID            PIC X.
       01 WS-DEPT             PIC X(4).
       01 WS-CHECK-NUMBER     PIC 9(8).
       01 WS-LIVE-GROSS       PIC S9(7)V99.
       01 WS-LIVE-NET         PIC S9(7)V99.
       01 WS-DIRECTION        PIC S9(1).
       01 WS-GL-SIGNED        PIC S9(9)V99.
       01 WS-GL-NORMAL        PIC X(2).
       01 WS-GL-PREFIX        PIC X(8).
       01 WS-GL-QUALIFIER     PIC X(4).
       01 WS-GL-DEPT          PIC X(4).
       01 WS-GL-CLOSED-DATE   PIC 9(8) VALUE 0.
           COPY "glacct.cpy".
           COPY "perclose.cpy".
       01 WS-DED-IDX          PIC 9(2).
       01 WS-DED-FOUND        PIC X.
       01 WS-EDIT-AMOUNT      PIC -(7)9.99.
       01 WS-LIST-COUNT       PIC 9(5).

      *    THE PAYMENT STILL STANDING FOR THE EMPLOYEE AND PERIOD:
      *    PAY-HISTORY SUMMED BY RECORD TYPE AND CODE, SO AN EARLIER
      *    VOID AND REISSUE CANCEL OUT.
       01 WS-LIVE-IDX         PIC 9(2).
       01 WS-LIVE-COUNT       PIC 9(2).
       01 WS-LIVE-TABLE.
           05 WS-LIVE-ENTRY OCCURS 40 TIMES.
              10 WS-LIVE-TYPE     PIC X(3).
              10 WS-LIVE-CODE     PIC X(4).
              10 WS-LIVE-AMOUNT   PIC S9(7)V99.

       01 WS-REASON-VALUES.
           05 FILLER PIC X(29) VALUE "LOSTCHECK LOST               ".
           05 FILLER PIC X(29) VALUE "STOLCHECK STOLEN             ".
           05 FILLER PIC X(29) VALUE "DAMGCHECK DAMAGED OR UNUSABLE".
           05 FILLER PIC X(29) VALUE "WACTDEPOSIT TO WRONG ACCOUNT ".
           05 FILLER PIC X(29) VALUE "RTNDDEPOSIT RETURNED BY BANK ".
           05 FILLER PIC X(29) VALUE "ERRPPAID IN ERROR            ".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-REASON-ENTRY OCCURS 6 TIMES.
              10 WS-REASON-CODE   PIC X(4).
              10 WS-REASON-TEXT   PIC X(25).
       01 WS-REASON-IDX       PIC 9(1).
       01 WS-REASON-MAX       PIC 9(1) VALUE 6.

       01 WS-VOID-LIST-LINE.
           05 VL-DATE         PIC 9(4)/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 VL-PERIOD       PIC 9(4)/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 VL-REASON       PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 VL-NET          PIC -(6)9.99.
           05 FILLER          PIC X(7) VALUE " CHECK ".
           05 VL-CHECK        PIC 9(8).
           05 FILLER          PIC X(9) VALUE " REISSUE ".
           05 VL-REISSUE      PIC X.
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           PERFORM 0900-CLOSE-FILES.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O PAY-YTD-FILE.
           IF WS-PY-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PAY-YTD, STATUS="
                       WS-PY-STATUS " - NO VOIDS POSSIBLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-AVAILABLE
           ELSE
               DISPLAY "EMPLOYEE-MASTER NOT AVAILABLE - VOIDS POST "
                       "UNDER DEPARTMENT ????."
           END-IF.
           OPEN I-O CHECK-REGISTER.
           IF WS-CR-STATUS = "00"
               MOVE "Y" TO WS-CR-AVAILABLE
           END-IF.
           OPEN EXTEND PAY-VOIDS-FILE.
           IF WS-PV-STATUS <> "00"
               OPEN OUTPUT PAY-VOIDS-FILE
           END-IF.
           OPEN EXTEND PAY-REISSUE-FILE.
           IF WS-RI-STATUS <> "00"
               OPEN OUTPUT PAY-REISSUE-FILE
           END-IF.
           OPEN EXTEND VOID-GL-FILE.
           IF WS-GL-STATUS <> "00"
               OPEN OUTPUT VOID-GL-FILE
           END-IF.
           OPEN EXTEND POSPAY-VOID-FILE.
           IF WS-PP-STATUS <> "00"
               OPEN OUTPUT POSPAY-VOID-FILE
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "PAYROLL PAYMENT VOID / REISSUE".
           DISPLAY "1. VOID A PAYMENT".
           DISPLAY "2. LIST VOIDS FOR EMPLOYEE".
           DISPLAY "3. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-VOID-PAYMENT THRU 0300-EXIT
               WHEN 2
                   PERFORM 0700-LIST-VOIDS
               WHEN 3
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

      *****************************************************************
      *    VOID ONE EMPLOYEE'S PAYMENT FOR ONE PERIOD.
      *****************************************************************
       0300-VOID-PAYMENT.
           DISPLAY "EMPLOYEE ID (7 DIGITS): ".
           ACCEPT WS-EMPLOYEE-ID.
           DISPLAY "PERIOD END / PAY DATE (YYYYMMDD): ".
           ACCEPT WS-PERIOD-END.
           DISPLAY "REASON CODE (LOST STOL DAMG WACT RTND ERRP): ".
           ACCEPT WS-REASON.
           MOVE "N" TO WS-VALID.
           PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-MAX
               IF WS-REASON-CODE (WS-REASON-IDX) = WS-REASON
                   MOVE "Y" TO WS-VALID
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-VALID = "N"
               DISPLAY "UNKNOWN REASON CODE " WS-REASON
                       ". VOID REJECTED."
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0310-GATHER-PAYMENT.
           IF WS-LIVE-COUNT = 0
               DISPLAY "NO POSTED PAYMENT FOR " WS-EMPLOYEE-ID
                       " PERIOD " WS-PERIOD-END " ON PAY-HISTORY."
               DISPLAY "(A RUN NOT YET THROUGH THE YTD UPDATE CANNOT "
                       "BE VOIDED.) VOID REJECTED."
               GO TO 0300-EXIT
           END-IF.
           IF WS-LIVE-GROSS = 0 AND WS-LIVE-NET = 0
               DISPLAY "PAYMENT ALREADY VOIDED. VOID REJECTED."
               GO TO 0300-EXIT
           END-IF.
           MOVE WS-EMPLOYEE-ID TO PY-EMPLOYEE-ID.
           MOVE WS-PERIOD-END (1:4) TO WS-PERIOD-YEAR.
           READ PAY-YTD-FILE
               KEY IS PY-EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "NO PAY-YTD RECORD FOR " WS-EMPLOYEE-ID
                           ". VOID REJECTED."
                   GO TO 0300-EXIT
           END-READ.
           IF PY-YEAR NOT = WS-PERIOD-YEAR
               DISPLAY "PAY-YTD HAS ROLLED TO " PY-YEAR
                       " - A " WS-PERIOD-YEAR " PAYMENT CANNOT BE "
                       "VOIDED HERE. VOID REJECTED."
               GO TO 0300-EXIT
           END-IF.
           PERFORM 0320-FIND-CHECK.
           PERFORM 0330-FIND-DEPARTMENT.
           DISPLAY "REASON: " WS-REASON-TEXT (WS-REASON-IDX).
           MOVE WS-LIVE-GROSS TO WS-EDIT-AMOUNT.
           DISPLAY "GROSS: " WS-EDIT-AMOUNT.
           MOVE WS-LIVE-NET TO WS-EDIT-AMOUNT.
           DISPLAY "NET:   " WS-EDIT-AMOUNT.
           IF WS-CHECK-NUMBER > 0
               DISPLAY "PAID BY CHECK " WS-CHECK-NUMBER
           ELSE
               DISPLAY "PAID BY DEPOSIT"
           END-IF.
           DISPLAY "REISSUE? (N=NO, D=TO BANK ACCOUNT, C=BY CHECK): ".
           ACCEPT WS-REISSUE.
           IF WS-REISSUE NOT = "N" AND WS-REISSUE NOT = "D"
                   AND WS-REISSUE NOT = "C"
               DISPLAY "REISSUE MUST BE N, D OR C. VOID REJECTED."
               GO TO 0300-EXIT
           END-IF.
           IF WS-REISSUE NOT = "N" AND WS-LIVE-NET NOT > 0
               DISPLAY "NOTHING TO REISSUE ON A NET OF ZERO OR LESS. "
                       "VOID REJECTED."
               GO TO 0300-EXIT
           END-IF.
           DISPLAY "CONFIRM VOID (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "VOID CANCELLED."
               GO TO 0300-EXIT
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE -1 TO WS-DIRECTION.
           MOVE "VOID" TO WS-GL-PREFIX.
           PERFORM 0400-POST-PAYMENT.
           IF WS-CHECK-NUMBER > 0
               PERFORM 0450-VOID-CHECK
           END-IF.
           IF WS-REISSUE NOT = "N"
               MOVE 1 TO WS-DIRECTION
               MOVE "REISSUE" TO WS-GL-PREFIX
               PERFORM 0400-POST-PAYMENT
               PERFORM 0500-QUEUE-REISSUE
           END-IF.
           PERFORM 0600-JOURNAL-VOID.
           DISPLAY "PAYMENT VOIDED FOR " WS-EMPLOYEE-ID
                   " PERIOD " WS-PERIOD-END ".".
           IF WS-REISSUE NOT = "N"
               DISPLAY "REISSUE QUEUED FOR THE NEXT PAYMENT EXTRACT."
           END-IF.

       0300-EXIT.
           EXIT.

       0310-GATHER-PAYMENT.
           MOVE 0 TO WS-LIVE-COUNT.
           MOVE 0 TO WS-LIVE-GROSS.
           MOVE 0 TO WS-LIVE-NET.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-PH-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ PAY-HISTORY-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF PH-EMPLOYEE-ID = WS-EMPLOYEE-ID
                               AND PH-PERIOD-END = WS-PERIOD-END
                           PERFORM 0315-ADD-TO-LIVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.

       0315-ADD-TO-LIVE.
           EVALUATE PH-RECORD-TYPE
               WHEN "GRS"
                   ADD PH-AMOUNT TO WS-LIVE-GROSS
               WHEN "NET"
                   ADD PH-AMOUNT TO WS-LIVE-NET
           END-EVALUATE.
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
               IF WS-LIVE-TYPE (WS-LIVE-IDX) = PH-RECORD-TYPE
                       AND WS-LIVE-CODE (WS-LIVE-IDX) = PH-CODE
                   ADD PH-AMOUNT TO WS-LIVE-AMOUNT (WS-LIVE-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-LIVE-COUNT >= 40
               DISPLAY "MORE THAN 40 DETAIL LINES - "
                       PH-RECORD-TYPE " " PH-CODE " NOT REVERSED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIVE-COUNT.
           MOVE PH-RECORD-TYPE TO WS-LIVE-TYPE (WS-LIVE-COUNT).
           MOVE PH-CODE TO WS-LIVE-CODE (WS-LIVE-COUNT).
           MOVE PH-AMOUNT TO WS-LIVE-AMOUNT (WS-LIVE-COUNT).

      *    THE OUTSTANDING CHECK FOR THE EMPLOYEE AND PERIOD, IF THE
      *    PAYMENT WENT OUT ON PAPER.
       0320-FIND-CHECK.
           MOVE 0 TO WS-CHECK-NUMBER.
           IF WS-CR-AVAILABLE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
           MOVE WS-PERIOD-END TO CR-PERIOD-END.
           START CHECK-REGISTER KEY IS EQUAL TO CR-EMP-PERIOD
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CHECK-REGISTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CR-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
                               OR CR-PERIOD-END NOT = WS-PERIOD-END
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF CR-STATUS = "I"
                               MOVE CR-CHECK-NUMBER TO WS-CHECK-NUMBER
                               MOVE 1 TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0330-FIND-DEPARTMENT.
           MOVE "????" TO WS-DEPT.
           IF WS-EMP-AVAILABLE NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEPARTMENT-CODE TO WS-DEPT
           END-READ.

      *****************************************************************
      *    POST THE STANDING PAYMENT AT WS-DIRECTION: -1 REVERSES IT
      *    (THE VOID), +1 POSTS IT AGAIN (THE REISSUE). HISTORY, YTD
      *    AND GL ALL MOVE TOGETHER.
      *****************************************************************
       0400-POST-PAYMENT.
           OPEN EXTEND PAY-HISTORY-FILE.
           PERFORM VARYING WS-LIVE-IDX FROM 1 BY 1
                   UNTIL WS-LIVE-IDX > WS-LIVE-COUNT
               PERFORM 0410-POST-ONE-LINE
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.
           REWRITE PAY-YTD-RECORD
               INVALID KEY
                   DISPLAY "PAY-YTD REWRITE FAILED FOR "
                           PY-EMPLOYEE-ID " STATUS=" WS-PY-STATUS
           END-REWRITE.

       0410-POST-ONE-LINE.
           MOVE WS-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
           MOVE WS-PERIOD-END TO PH-PERIOD-END.
           MOVE WS-LIVE-TYPE (WS-LIVE-IDX) TO PH-RECORD-TYPE.
           MOVE WS-LIVE-CODE (WS-LIVE-IDX) TO PH-CODE.
           COMPUTE PH-AMOUNT =
               WS-LIVE-AMOUNT (WS-LIVE-IDX) * WS-DIRECTION.
           WRITE PAY-HISTORY-RECORD.
           MOVE SPACES TO GL-DESC.
           MOVE SPACES TO WS-GL-QUALIFIER.
           MOVE SPACES TO WS-GL-DEPT.
           MOVE PH-AMOUNT TO WS-GL-SIGNED.
           EVALUATE PH-RECORD-TYPE
               WHEN "GRS"
                   ADD PH-AMOUNT TO PY-GROSS-YTD
                   MOVE "PAYEXP" TO GL-ACCOUNT
                   MOVE WS-DEPT TO WS-GL-QUALIFIER
                   MOVE WS-DEPT TO WS-GL-DEPT
                   MOVE "DR" TO WS-GL-NORMAL
                   STRING WS-GL-PREFIX DELIMITED BY SPACE
                          " SAL EXP " DELIMITED BY SIZE
                          WS-DEPT DELIMITED BY SIZE
                          INTO GL-DESC
                   END-STRING
                   PERFORM 0420-WRITE-GL-ENTRY
               WHEN "NET"
                   ADD PH-AMOUNT TO PY-NET-YTD
                   MOVE "PAYCLR" TO GL-ACCOUNT
                   MOVE "CR" TO WS-GL-NORMAL
                   STRING WS-GL-PREFIX DELIMITED BY SPACE
                          " NET CLEARING" DELIMITED BY SIZE
                          INTO GL-DESC
                   END-STRING
                   PERFORM 0420-WRITE-GL-ENTRY
               WHEN "DED"
                   PERFORM 0415-POST-DED-TO-SLOT
                   MOVE "PAYDEDL" TO GL-ACCOUNT
                   MOVE PH-CODE TO WS-GL-QUALIFIER
                   IF PH-CODE = "LOAN"
                       MOVE "PAYLOAN" TO GL-ACCOUNT
                   END-IF
                   MOVE "CR" TO WS-GL-NORMAL
                   STRING WS-GL-PREFIX DELIMITED BY SPACE
                          " DEDN " DELIMITED BY SIZE
                          PH-CODE DELIMITED BY SIZE
                          INTO GL-DESC
                   END-STRING
                   PERFORM 0420-WRITE-GL-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0415-POST-DED-TO-SLOT.
           MOVE "N" TO WS-DED-FOUND.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > PY-DED-COUNT
               IF PY-DED-CODE (WS-DED-IDX) = PH-CODE
                   MOVE "Y" TO WS-DED-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DED-FOUND = "N"
               IF PY-DED-COUNT >= 10
                   DISPLAY "DEDUCTION SLOTS FULL FOR EMPLOYEE "
                           PY-EMPLOYEE-ID " - " PH-CODE " NOT POSTED"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PY-DED-COUNT
               MOVE PY-DED-COUNT TO WS-DED-IDX
               MOVE PH-CODE TO PY-DED-CODE (WS-DED-IDX)
               MOVE 0 TO PY-DED-YTD (WS-DED-IDX)
           END-IF.
           ADD PH-AMOUNT TO PY-DED-YTD (WS-DED-IDX).

      *    A NEGATIVE AMOUNT POSTS TO THE OPPOSITE SIDE OF THE
      *    ACCOUNT'S NORMAL BALANCE.
       0420-WRITE-GL-ENTRY.
           IF WS-GL-SIGNED = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-GL-SIGNED > 0
               MOVE WS-GL-NORMAL TO GL-DR-CR
               MOVE WS-GL-SIGNED TO GL-AMOUNT
           ELSE
               IF WS-GL-NORMAL = "DR"
                   MOVE "CR" TO GL-DR-CR
               ELSE
                   MOVE "DR" TO GL-DR-CR
               END-IF
               COMPUTE GL-AMOUNT = 0 - WS-GL-SIGNED
           END-IF.
           MOVE WS-TODAY TO GL-DATE.
           PERFORM 0424-CHECK-GL-PERIOD.
           PERFORM 0425-RESOLVE-GL-ACCOUNT.
           WRITE GL-INTERFACE-RECORD.

      *    A CLOSED LEDGER MONTH IS NEVER POSTED INTO AFTER IT HAS
      *    BEEN REPORTED; THE LEG MOVES TO THE NEXT OPEN MONTH.
       0424-CHECK-GL-PERIOD.
           MOVE "GL " TO PCK-SUBSYSTEM.
           MOVE GL-DATE TO PCK-DATE.
           CALL "closectl" USING PERIOD-CLOSE-CHECK.
           IF PCK-RESULT = "N"
               IF PCK-DATE NOT = WS-GL-CLOSED-DATE
                   MOVE PCK-DATE TO WS-GL-CLOSED-DATE
                   DISPLAY "GL PERIOD CLOSED FOR " PCK-DATE
                           " - POSTED " PCK-OPEN-DATE " INSTEAD"
               END-IF
               MOVE PCK-OPEN-DATE TO GL-DATE
           END-IF.

      *    THE POSTING CODE IN GL-ACCOUNT BECOMES THE LEDGER ACCOUNT
      *    AND COST CENTRE ITS POSTING RULE BOOKS IT TO (glacct),
      *    UNDER THE PAYROLL FEED'S RULES.
       0425-RESOLVE-GL-ACCOUNT.
           MOVE "PAY" TO GLR-SOURCE.
           MOVE GL-ACCOUNT TO GLR-EVENT.
           MOVE WS-GL-QUALIFIER TO GLR-QUALIFIER.
           MOVE WS-GL-DEPT TO GLR-DEFAULT-CC.
           CALL "glacct" USING GL-ACCOUNT-RULE.
           MOVE GLR-ACCOUNT TO GL-ACCOUNT.
           MOVE GLR-COST-CENTER TO GL-COST-CENTER.

       0450-VOID-CHECK.
           MOVE WS-CHECK-NUMBER TO CR-CHECK-NUMBER.
           READ CHECK-REGISTER
               KEY IS CR-CHECK-NUMBER
               INVALID KEY
                   DISPLAY "CHECK " WS-CHECK-NUMBER
                           " NO LONGER ON CHECK-REGISTER"
                   EXIT PARAGRAPH
           END-READ.
           MOVE "V" TO CR-STATUS.
           MOVE WS-TODAY TO CR-STATUS-DATE.
           REWRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "CHECK-REGISTER REWRITE FAILED FOR "
                           WS-CHECK-NUMBER " STATUS=" WS-CR-STATUS
           END-REWRITE.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE "V" TO PP-RECORD-TYPE.
           MOVE CR-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE CR-ISSUE-DATE TO PP-ISSUE-DATE.
           MOVE CR-AMOUNT TO PP-AMOUNT.
           MOVE CR-PAYEE-NAME TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD.
           DISPLAY "CHECK " WS-CHECK-NUMBER " VOIDED ON THE REGISTER "
                   "AND STAGED FOR POSITIVE PAY.".

       0500-QUEUE-REISSUE.
           MOVE WS-EMPLOYEE-ID TO RI-EMPLOYEE-ID.
           MOVE WS-PERIOD-END TO RI-PERIOD-END.
           MOVE WS-REISSUE TO RI-METHOD.
           MOVE WS-LIVE-NET TO RI-AMOUNT.
           MOVE WS-TODAY TO RI-VOID-DATE.
           MOVE WS-REASON TO RI-REASON.
           WRITE PAY-REISSUE-RECORD.

       0600-JOURNAL-VOID.
           MOVE WS-TODAY TO PV-VOID-DATE.
           MOVE WS-NOW TO PV-VOID-TIME.
           MOVE WS-EMPLOYEE-ID TO PV-EMPLOYEE-ID.
           MOVE WS-PERIOD-END TO PV-PERIOD-END.
           MOVE WS-REASON TO PV-REASON.
           MOVE WS-LIVE-GROSS TO PV-GROSS.
           MOVE WS-LIVE-NET TO PV-NET.
           MOVE WS-CHECK-NUMBER TO PV-CHECK-NUMBER.
           MOVE WS-REISSUE TO PV-REISSUE.
           WRITE PAY-VOID-RECORD.
           MOVE "PAYMENT" TO CL-KEY-TYPE.
           MOVE SPACES TO CL-KEY-VALUE.
           STRING WS-EMPLOYEE-ID DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  INTO CL-KEY-VALUE
           END-STRING.
           MOVE "VOID" TO CL-ACTION.
           MOVE "NET PAY" TO CL-FIELD-NAME.
           MOVE WS-LIVE-NET TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO CL-OLD-VALUE.
           MOVE SPACES TO CL-NEW-VALUE.
           EVALUATE WS-REISSUE
               WHEN "D"
                   STRING WS-REASON " REISSUE DEPOSIT"
                       DELIMITED BY SIZE INTO CL-NEW-VALUE
                   END-STRING
               WHEN "C"
                   STRING WS-REASON " REISSUE CHECK"
                       DELIMITED BY SIZE INTO CL-NEW-VALUE
                   END-STRING
               WHEN OTHER
                   STRING WS-REASON " NOT REISSUED"
                       DELIMITED BY SIZE INTO CL-NEW-VALUE
                   END-STRING
           END-EVALUATE.
           MOVE WS-TODAY TO CL-CHANGE-DATE.
           MOVE WS-NOW TO CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.

      *****************************************************************
      *    EVERY VOID ON PAY-VOIDS FOR ONE EMPLOYEE.
      *****************************************************************
       0700-LIST-VOIDS.
           DISPLAY "EMPLOYEE ID (7 DIGITS): ".
           ACCEPT WS-EMPLOYEE-ID.
           CLOSE PAY-VOIDS-FILE.
           OPEN INPUT PAY-VOIDS-FILE.
           MOVE 0 TO WS-LIST-COUNT.
           IF WS-PV-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM UNTIL WS-EOF = 1
                   READ PAY-VOIDS-FILE
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF PV-EMPLOYEE-ID = WS-EMPLOYEE-ID
                               PERFORM 0710-SHOW-ONE-VOID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-VOIDS-FILE
           END-IF.
           DISPLAY WS-LIST-COUNT " VOID(S) FOR " WS-EMPLOYEE-ID.
           OPEN EXTEND PAY-VOIDS-FILE.
           IF WS-PV-STATUS <> "00"
               OPEN OUTPUT PAY-VOIDS-FILE
           END-IF.

       0710-SHOW-ONE-VOID.
           ADD 1 TO WS-LIST-COUNT.
           MOVE PV-VOID-DATE TO VL-DATE.
           MOVE PV-PERIOD-END TO VL-PERIOD.
           MOVE PV-REASON TO VL-REASON.
           MOVE PV-NET TO VL-NET.
           MOVE PV-CHECK-NUMBER TO VL-CHECK.
           MOVE PV-REISSUE TO VL-REISSUE.
           DISPLAY WS-VOID-LIST-LINE.

       0900-CLOSE-FILES.
           CLOSE PAY-YTD-FILE.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF WS-CR-AVAILABLE = "Y"
               CLOSE CHECK-REGISTER
           END-IF.
           CLOSE PAY-VOIDS-FILE.
           CLOSE PAY-REISSUE-FILE.
           CLOSE VOID-GL-FILE.
           CLOSE POSPAY-VOID-FILE.
           CLOSE CHANGE-LOG-FILE.
