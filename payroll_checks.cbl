      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  payroll_checks.
      *****************************************************************
      *    PAYROLL CHECK WRITER. RUNS AFTER payment_extract AND PAYS
      *    BY PAPER CHECK EVERY EMPLOYEE THAT STEP COULD NOT DEPOSIT
      *    (NO BANK RECORD, ACCOUNT RETURNED, PRENOTE OUTSTANDING) -
      *    THE NET RECORDS IT COPIED TO CHECKS-DUE.
      *
      *    PAY-DETAIL IS READ IN ITS PER-EMPLOYEE GRS/ERN/DED/NET
      *    SETS; WHEN THE NET OF A SET IS ON CHECKS-DUE THE NEXT
      *    NUMBER FROM THE CHECK-CONTROL RECORD IS ASSIGNED AND A
      *    CHECK IMAGE IS PRINTED (THROUGH printsrv, ONE PER PAGE)
      *    WITH THE EARNINGS AND DEDUCTIONS ON THE STUB ABOVE THE
      *    DETACH LINE AND NAME/ADDRESS FROM EMPLOYEE-MASTER ON THE
      *    FACE. EACH CHECK IS ADDED TO CHECK-REGISTER (chkreg.cpy)
      *    AND TO THE POSITIVE-PAY FILE FOR THE BANK (posipay.cpy),
      *    AND LISTED ON THE CHECK-ISSUE REPORT WITH RUN TOTALS.
      *
      *    CHECK-CONTROL CARRIES THE NEXT CHECK NUMBER AND THE
      *    DISBURSEMENT ACCOUNT. IT IS SET UP BY OPERATIONS WHEN THE
      *    CHECK STOCK IS LOADED; WITHOUT IT NOTHING IS PRINTED. THE
      *    NUMBER IS ALWAYS MOVED PAST THE HIGHEST CHECK ALREADY ON
      *    THE REGISTER, SO A RUN THAT DIED BEFORE REWRITING THE
      *    CONTROL RECORD CANNOT RE-USE A NUMBER. AN EMPLOYEE AND
      *    PERIOD WITH AN OUTSTANDING CHECK ALREADY ON THE REGISTER
      *    IS NOT PAID TWICE WHEN THE STEP IS RERUN.
      *
      *    A NET CODED "RISS" ON CHECKS-DUE IS A VOIDED PAYMENT
      *    REISSUED BY payroll_void; IT HAS NO DETAIL ON THIS RUN'S
      *    PAY-DETAIL AND IS PRINTED AFTER THE PASS WITH A REISSUE
      *    STUB. THE CHECK VOIDS payroll_void HAS STAGED ON
      *    POSITIVE-PAY-VOIDS GO TO THE BANK ON THIS RUN'S
      *    POSITIVE-PAY FILE, AND THE STAGING FILE IS EMPTIED.
      *
      *    RC 8 WHEN THE RUN CANNOT START; RC 4 WHEN A CHECK DUE HAD
      *    NO NET ON PAY-DETAIL OR NO MASTER RECORD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-DUE-FILE ASSIGN TO "CHECKS-DUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
           SELECT CHECK-CONTROL-FILE ASSIGN TO "CHECK-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-STATUS.
           SELECT PAY-DETAIL-FILE ASSIGN TO "PAY-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT PARM-FILE ASSIGN TO "PAYROLL-PARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHECK-REGISTER ASSIGN TO "CHECK-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CHECK-NUMBER
               ALTERNATE RECORD KEY IS CR-EMP-PERIOD
                   WITH DUPLICATES
               FILE STATUS IS WS-CR-STATUS.
           SELECT CHECK-PRINT-FILE ASSIGN TO "PAY-CHECKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSITIVE-PAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
           SELECT POSPAY-VOID-FILE ASSIGN TO "POSITIVE-PAY-VOIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.
           SELECT CHECK-RPT-FILE ASSIGN TO "CHECK-ISSUE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    THE NET RECORDS payment_extract SENT TO PAPER CHECK, IN
      *    THE PAY-DETAIL LAYOUT.
       FD  CHECK-DUE-FILE.
       01  CHECK-DUE-RECORD.
           05 CD-EMPLOYEE-ID    PIC 9(7).
           05 CD-PERIOD-END     PIC 9(8).
           05 CD-RECORD-TYPE    PIC X(3).
           05 CD-CODE           PIC X(4).
           05 CD-AMOUNT         PIC S9(7)V99.

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-RECORD.
           05 CC-NEXT-CHECK     PIC 9(8).
           05 CC-BANK-ACCOUNT   PIC X(17).
           05 CC-LAST-ISSUE     PIC 9(8).

       FD  PAY-DETAIL-FILE.
       01  PAY-DETAIL-RECORD.
           05 PD-EMPLOYEE-ID    PIC 9(7).
           05 PD-PERIOD-END     PIC 9(8).
           05 PD-RECORD-TYPE    PIC X(3).
           05 PD-CODE           PIC X(4).
           05 PD-AMOUNT         PIC S9(7)V99.

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PA-RECORD-TYPE    PIC X(3).
           05 PA-REST           PIC X(40).
           05 PA-DEDUCT REDEFINES PA-REST.
              10 PA-DED-CODE        PIC X(4).
              10 PA-DED-DESC        PIC X(20).
              10 FILLER             PIC X(16).
           05 PA-EARNING REDEFINES PA-REST.
              10 PA-ERN-CODE        PIC X(4).
              10 PA-ERN-DESC        PIC X(20).
              10 FILLER             PIC X(16).

       FD  CHECK-REGISTER.
           COPY "chkreg.cpy".

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-RECORD   PIC X(80).

       FD  POSITIVE-PAY-FILE.
           COPY "posipay.cpy".

       FD  POSPAY-VOID-FILE.
       01  POSPAY-VOID-RECORD   PIC X(76).

       FD  CHECK-RPT-FILE.
       01  CHECK-RPT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CD-STATUS        PIC XX.
       01 WS-CC-STATUS        PIC XX.
       01 WS-PD-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-PARM-STATUS      PIC XX.
       01 WS-CR-STATUS        PIC XX.
       01 WS-CP-STATUS        PIC XX.
       01 WS-PP-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-PV-STATUS        PIC XX.
       01 WS-PV-EOF           PIC 9(1) VALUE 0.
       01 WS-PP-COUNT         PIC 9(8) VALUE 0.
       01 WS-PP-TOTAL         PIC S9(9)V99 VALUE 0.
       01 WS-VOID-COUNT       PIC 9(5) VALUE 0.
       01 WS-REISSUE-CHECK    PIC X VALUE "N".
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-CD-EOF           PIC 9(1) VALUE 0.
       01 WS-CR-EOF           PIC 9(1) VALUE 0.
       01 WS-PARM-EOF         PIC 9(1) VALUE 0.
       01 WS-ISSUE-DATE       PIC 9(8).
       01 WS-NEXT-CHECK       PIC 9(8).
       01 WS-FIRST-CHECK      PIC 9(8).
       01 WS-HIGH-CHECK       PIC 9(8) VALUE 0.
       01 WS-BANK-ACCOUNT     PIC X(17).
       01 WS-EMP-FOUND        PIC X.
       01 WS-ALREADY-PAID     PIC X.
       01 WS-PAYEE-NAME       PIC X(31).
       01 WS-CHECK-COUNT      PIC 9(5) VALUE 0.
       01 WS-CHECK-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-SKIP-COUNT       PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT    PIC 9(5) VALUE 0.

       01 WS-DUE-IDX          PIC 9(4).
       01 WS-DUE-HIT          PIC 9(4).
       01 WS-DUE-COUNT        PIC 9(4) VALUE 0.
       01 WS-DUE-MAX          PIC 9(4) VALUE 2000.
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 2000 TIMES.
              10 WS-DUE-EMP       PIC 9(7).
              10 WS-DUE-PERIOD    PIC 9(8).
              10 WS-DUE-AMOUNT    PIC S9(7)V99.
              10 WS-DUE-REISSUE   PIC X.
              10 WS-DUE-DONE      PIC X.

      *    THE GRS/ERN/DED LINES OF THE EMPLOYEE BEING READ, HELD
      *    UNTIL THE NET SHOWS WHETHER A CHECK IS DUE.
       01 WS-HOLD-IDX         PIC 9(2).
       01 WS-HOLD-COUNT       PIC 9(2) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 40 TIMES.
              10 WS-HOLD-TYPE     PIC X(3).
              10 WS-HOLD-CODE     PIC X(4).
              10 WS-HOLD-AMOUNT   PIC S9(7)V99.

       01 WS-DESC-IDX         PIC 9(2).
       01 WS-DESC-COUNT       PIC 9(2) VALUE 0.
       01 WS-DESC-TABLE.
           05 WS-DESC-ENTRY OCCURS 20 TIMES.
              10 WS-DESC-CODE     PIC X(4).
              10 WS-DESC-TEXT     PIC X(20).

           COPY "printctl.cpy".

       01 WS-CHECK-TITLE.
           05 FILLER          PIC X(28) VALUE
              "PAYROLL CHECK - PERIOD END ".
           05 CT-PERIOD       PIC 9(4)/99/99.
           05 FILLER          PIC X(12) VALUE "  CHECK NO. ".
           05 CT-CHECK-NO     PIC 9(8).
       01 WS-STUB-ID-LINE.
           05 FILLER          PIC X(13) VALUE "EMPLOYEE ID: ".
           05 SI-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 SI-NAME         PIC X(31).
       01 WS-STUB-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 ST-TYPE         PIC X(10).
           05 ST-CODE         PIC X(4).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 ST-DESC         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 ST-AMOUNT       PIC -(6)9.99.
       01 WS-DETACH-LINE      PIC X(80) VALUE ALL "- ".
       01 WS-FACE-NUMBER-LINE.
           05 FILLER          PIC X(10) VALUE "CHECK NO. ".
           05 FN-CHECK-NO     PIC 9(8).
           05 FILLER          PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(6)  VALUE "DATE  ".
           05 FN-DATE         PIC 9(4)/99/99.
       01 WS-FACE-PAYEE-LINE.
           05 FILLER          PIC X(21) VALUE
              "PAY TO THE ORDER OF  ".
           05 FP-NAME         PIC X(31).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FP-AMOUNT       PIC $*,***,**9.99.
       01 WS-FACE-ADDR-LINE.
           05 FILLER          PIC X(21) VALUE SPACES.
           05 FA-TEXT         PIC X(30).
       01 WS-FACE-FOOT-LINE.
           05 FILLER          PIC X(9)  VALUE "ACCOUNT  ".
           05 FF-ACCOUNT      PIC X(17).
           05 FILLER          PIC X(22) VALUE
              "  VOID AFTER 90 DAYS".

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "PAYROLL CHECKS ISSUED - DATE ".
           05 RH-DATE         PIC 9(4)/99/99.
       01 WS-RPT-COLS         PIC X(70) VALUE
          "CHECK NO  EMP ID   PAYEE                            AMOUNT".
       01 WS-RPT-DETAIL.
           05 RD-CHECK-NO     PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-NAME         PIC X(31).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RD-AMOUNT       PIC -(7)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-NOTE         PIC X(16).
       01 WS-RPT-TOTAL-LINE.
           05 FILLER          PIC X(16) VALUE "CHECKS ISSUED: ".
           05 RT-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(9)  VALUE "  TOTAL: ".
           05 RT-AMOUNT       PIC -(9)9.99.
       01 WS-RPT-RANGE-LINE.
           05 FILLER          PIC X(16) VALUE "NUMBERS USED:  ".
           05 RR-FIRST        PIC 9(8).
           05 FILLER          PIC X(4)  VALUE " TO ".
           05 RR-LAST         PIC 9(8).
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-ISSUE-DATE.
           PERFORM 0100-LOAD-CHECKS-DUE THRU 0100-EXIT.
           PERFORM 0150-READ-CONTROL THRU 0150-EXIT.
           PERFORM 0200-OPEN-FILES THRU 0200-EXIT.
           PERFORM 0250-SYNC-TO-REGISTER THRU 0250-EXIT.
           PERFORM 0180-LOAD-DESCRIPTIONS THRU 0180-EXIT.
           MOVE WS-NEXT-CHECK TO WS-FIRST-CHECK.
           PERFORM 0300-READ-ONE-DETAIL UNTIL WS-EOF = 1.
           PERFORM 0650-ISSUE-REISSUES.
           PERFORM 0600-REPORT-UNMATCHED.
           PERFORM 0700-FINISH-RUN.
           STOP RUN.

      *****************************************************************
      *    CHECKS-DUE IS HELD IN A TABLE SO PAY-DETAIL NEEDS ONE PASS.
      *****************************************************************
       0100-LOAD-CHECKS-DUE.
           OPEN INPUT CHECK-DUE-FILE.
           IF WS-CD-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN CHECKS-DUE, STATUS="
                       WS-CD-STATUS " - RUN payment_extract FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-CD-EOF = 1
               READ CHECK-DUE-FILE
                   AT END
                       MOVE 1 TO WS-CD-EOF
                   NOT AT END
                       IF WS-DUE-COUNT >= WS-DUE-MAX
                           DISPLAY "ERROR: MORE THAN " WS-DUE-MAX
                                   " CHECKS DUE - NOTHING PRINTED"
                           CLOSE CHECK-DUE-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DUE-COUNT
                       MOVE CD-EMPLOYEE-ID TO WS-DUE-EMP (WS-DUE-COUNT)
                       MOVE CD-PERIOD-END TO
                           WS-DUE-PERIOD (WS-DUE-COUNT)
                       MOVE CD-AMOUNT TO WS-DUE-AMOUNT (WS-DUE-COUNT)
                       MOVE "N" TO WS-DUE-REISSUE (WS-DUE-COUNT)
                       IF CD-CODE = "RISS"
                           MOVE "Y" TO WS-DUE-REISSUE (WS-DUE-COUNT)
                       END-IF
                       MOVE "N" TO WS-DUE-DONE (WS-DUE-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CHECK-DUE-FILE.

       0100-EXIT.
           EXIT.

       0150-READ-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE.
           IF WS-CC-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN CHECK-CONTROL, STATUS="
                       WS-CC-STATUS " - CHECK STOCK NOT SET UP"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CHECK-CONTROL-FILE
               AT END
                   MOVE SPACES TO CHECK-CONTROL-RECORD
           END-READ.
           CLOSE CHECK-CONTROL-FILE.
           IF CC-NEXT-CHECK NOT NUMERIC OR CC-NEXT-CHECK = 0
                   OR CC-BANK-ACCOUNT = SPACES
               DISPLAY "ERROR: CHECK-CONTROL HAS NO NEXT CHECK NUMBER "
                       "OR NO DISBURSEMENT ACCOUNT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CC-NEXT-CHECK TO WS-NEXT-CHECK.
           MOVE CC-BANK-ACCOUNT TO WS-BANK-ACCOUNT.

       0150-EXIT.
           EXIT.

      *    DEDUCTION AND EARNINGS DESCRIPTIONS FOR THE STUB; WITHOUT
      *    THE PARMS THE STUB SHOWS THE CODES ALONE.
       0180-LOAD-DESCRIPTIONS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS <> "00"
               GO TO 0180-EXIT
           END-IF.
           PERFORM UNTIL WS-PARM-EOF = 1
               READ PARM-FILE
                   AT END
                       MOVE 1 TO WS-PARM-EOF
                   NOT AT END
                       IF (PA-RECORD-TYPE = "DED"
                               OR PA-RECORD-TYPE = "ERN")
                               AND WS-DESC-COUNT < 20
                           ADD 1 TO WS-DESC-COUNT
                           MOVE PA-DED-CODE TO
                               WS-DESC-CODE (WS-DESC-COUNT)
                           MOVE PA-DED-DESC TO
                               WS-DESC-TEXT (WS-DESC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.

       0180-EXIT.
           EXIT.

       0200-OPEN-FILES.
           OPEN INPUT PAY-DETAIL-FILE.
           IF WS-PD-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PAY-DETAIL, STATUS="
                       WS-PD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN EMPLOYEE-MASTER, STATUS="
                       WS-EMP-STATUS
               CLOSE PAY-DETAIL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CHECK-REGISTER.
           IF WS-CR-STATUS = "35"
               OPEN OUTPUT CHECK-REGISTER
               CLOSE CHECK-REGISTER
               OPEN I-O CHECK-REGISTER
           END-IF.
           IF WS-CR-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN CHECK-REGISTER, STATUS="
                       WS-CR-STATUS
               CLOSE PAY-DETAIL-FILE
               CLOSE EMPLOYEE-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHECK-PRINT-FILE.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN OUTPUT CHECK-RPT-FILE.
           MOVE "PAYROLL CHECKS" TO PRT-TITLE.
           MOVE 0 TO PRT-PAGE-SIZE.
           MOVE "INIT" TO PRT-FUNCTION.
           CALL "printsrv" USING PRINT-CONTROL.
           MOVE WS-ISSUE-DATE TO RH-DATE.
           WRITE CHECK-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE CHECK-RPT-RECORD FROM WS-RPT-COLS.

       0200-EXIT.
           EXIT.

      *****************************************************************
      *    NEVER ISSUE A NUMBER ALREADY ON THE REGISTER.
      *****************************************************************
       0250-SYNC-TO-REGISTER.
           MOVE LOW-VALUES TO CR-CHECK-NUMBER.
           START CHECK-REGISTER KEY IS NOT LESS THAN CR-CHECK-NUMBER
               INVALID KEY
                   GO TO 0250-EXIT
           END-START.
           PERFORM UNTIL WS-CR-EOF = 1
               READ CHECK-REGISTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CR-EOF
                   NOT AT END
                       MOVE CR-CHECK-NUMBER TO WS-HIGH-CHECK
               END-READ
           END-PERFORM.
           IF WS-HIGH-CHECK >= WS-NEXT-CHECK
               DISPLAY "CHECK-CONTROL BEHIND THE REGISTER - NEXT "
                       "CHECK MOVED FROM " WS-NEXT-CHECK
               COMPUTE WS-NEXT-CHECK = WS-HIGH-CHECK + 1
               DISPLAY "  TO " WS-NEXT-CHECK
           END-IF.

       0250-EXIT.
           EXIT.

      *****************************************************************
      *    GRS STARTS A FRESH SET, ERN/DED ARE HELD, NET DECIDES.
      *****************************************************************
       0300-READ-ONE-DETAIL.
           READ PAY-DETAIL-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   EVALUATE PD-RECORD-TYPE
                       WHEN "GRS"
                           MOVE 0 TO WS-HOLD-COUNT
                           PERFORM 0310-HOLD-LINE
                       WHEN "ERN"
                       WHEN "DED"
                           PERFORM 0310-HOLD-LINE
                       WHEN "NET"
                           PERFORM 0400-ISSUE-IF-DUE THRU 0400-EXIT
                           MOVE 0 TO WS-HOLD-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0310-HOLD-LINE.
           IF WS-HOLD-COUNT < 40
               ADD 1 TO WS-HOLD-COUNT
               MOVE PD-RECORD-TYPE TO WS-HOLD-TYPE (WS-HOLD-COUNT)
               MOVE PD-CODE TO WS-HOLD-CODE (WS-HOLD-COUNT)
               MOVE PD-AMOUNT TO WS-HOLD-AMOUNT (WS-HOLD-COUNT)
           END-IF.

       0400-ISSUE-IF-DUE.
           MOVE 0 TO WS-DUE-HIT.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-EMP (WS-DUE-IDX) = PD-EMPLOYEE-ID
                       AND WS-DUE-PERIOD (WS-DUE-IDX) = PD-PERIOD-END
                       AND WS-DUE-REISSUE (WS-DUE-IDX) = "N"
                       AND WS-DUE-DONE (WS-DUE-IDX) = "N"
                   MOVE WS-DUE-IDX TO WS-DUE-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DUE-HIT = 0
               GO TO 0400-EXIT
           END-IF.
           MOVE "Y" TO WS-DUE-DONE (WS-DUE-HIT).
           PERFORM 0405-ISSUE-ONE-CHECK THRU 0405-EXIT.

       0400-EXIT.
           EXIT.

      *    ISSUE THE CHECK FOR THE NET NOW IN PAY-DETAIL-RECORD.
       0405-ISSUE-ONE-CHECK.
           PERFORM 0410-FIND-EMPLOYEE.
           IF PD-AMOUNT NOT > 0
               MOVE 0 TO RD-CHECK-NO
               MOVE "NET NOT POSITIVE" TO RD-NOTE
               PERFORM 0490-WRITE-SKIP-LINE
               GO TO 0405-EXIT
           END-IF.
           PERFORM 0420-CHECK-ALREADY-PAID.
           IF WS-ALREADY-PAID = "Y"
               MOVE "ALREADY ISSUED" TO RD-NOTE
               PERFORM 0490-WRITE-SKIP-LINE
               GO TO 0405-EXIT
           END-IF.
           IF WS-EMP-FOUND = "N"
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "NO MASTER RECORD FOR EMPLOYEE "
                       PD-EMPLOYEE-ID " - CHECK NOT PRINTED."
               MOVE 0 TO RD-CHECK-NO
               MOVE "NOT ON MASTER" TO RD-NOTE
               PERFORM 0490-WRITE-SKIP-LINE
               GO TO 0405-EXIT
           END-IF.
           PERFORM 0500-PRINT-CHECK.
           PERFORM 0550-RECORD-CHECK.
           ADD 1 TO WS-NEXT-CHECK.

       0405-EXIT.
           EXIT.

       0410-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE SPACES TO WS-PAYEE-NAME.
           MOVE PD-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   STRING FIRST-NAME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          LAST-NAME DELIMITED BY "  "
                          INTO WS-PAYEE-NAME
                   END-STRING
           END-READ.

      *    A RERUN MUST NOT PAY AN EMPLOYEE AND PERIOD TWICE; A
      *    VOIDED CHECK DOES NOT COUNT, SO A REISSUE CAN GO OUT.
       0420-CHECK-ALREADY-PAID.
           MOVE "N" TO WS-ALREADY-PAID.
           MOVE PD-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
           MOVE PD-PERIOD-END TO CR-PERIOD-END.
           START CHECK-REGISTER KEY IS EQUAL TO CR-EMP-PERIOD
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 0 TO WS-CR-EOF.
           PERFORM UNTIL WS-CR-EOF = 1
               READ CHECK-REGISTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-CR-EOF
                   NOT AT END
                       IF CR-EMPLOYEE-ID NOT = PD-EMPLOYEE-ID
                               OR CR-PERIOD-END NOT = PD-PERIOD-END
                           MOVE 1 TO WS-CR-EOF
                       ELSE
                           IF CR-STATUS = "I"
                               MOVE "Y" TO WS-ALREADY-PAID
                               MOVE CR-CHECK-NUMBER TO RD-CHECK-NO
                               MOVE 1 TO WS-CR-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0490-WRITE-SKIP-LINE.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE PD-EMPLOYEE-ID TO RD-EMP-ID.
           MOVE WS-PAYEE-NAME TO RD-NAME.
           MOVE PD-AMOUNT TO RD-AMOUNT.
           WRITE CHECK-RPT-RECORD FROM WS-RPT-DETAIL.

      *****************************************************************
      *    ONE CHECK PER PAGE: STUB, DETACH LINE, THEN THE FACE.
      *****************************************************************
       0500-PRINT-CHECK.
           MOVE "PAGE" TO PRT-FUNCTION.
           CALL "printsrv" USING PRINT-CONTROL.
           WRITE CHECK-PRINT-RECORD FROM PRT-HEADER-LINE.
           MOVE PD-PERIOD-END TO CT-PERIOD.
           MOVE WS-NEXT-CHECK TO CT-CHECK-NO.
           WRITE CHECK-PRINT-RECORD FROM WS-CHECK-TITLE.
           MOVE SPACES TO CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD.
           MOVE PD-EMPLOYEE-ID TO SI-EMP-ID.
           MOVE WS-PAYEE-NAME TO SI-NAME.
           WRITE CHECK-PRINT-RECORD FROM WS-STUB-ID-LINE.
           IF WS-REISSUE-CHECK = "Y"
               MOVE SPACES TO WS-STUB-LINE
               MOVE "REISSUE" TO ST-TYPE
               MOVE "OF VOIDED PAYMENT" TO ST-DESC
               WRITE CHECK-PRINT-RECORD FROM WS-STUB-LINE
           END-IF.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               PERFORM 0510-PRINT-STUB-LINE
           END-PERFORM.
           MOVE SPACES TO WS-STUB-LINE.
           MOVE "NET PAY" TO ST-TYPE.
           MOVE PD-AMOUNT TO ST-AMOUNT.
           WRITE CHECK-PRINT-RECORD FROM WS-STUB-LINE.
           MOVE SPACES TO CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD FROM WS-DETACH-LINE.
           MOVE SPACES TO CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD.
           MOVE WS-NEXT-CHECK TO FN-CHECK-NO.
           MOVE WS-ISSUE-DATE TO FN-DATE.
           WRITE CHECK-PRINT-RECORD FROM WS-FACE-NUMBER-LINE.
           MOVE SPACES TO CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD.
           MOVE WS-PAYEE-NAME TO FP-NAME.
           MOVE PD-AMOUNT TO FP-AMOUNT.
           WRITE CHECK-PRINT-RECORD FROM WS-FACE-PAYEE-LINE.
           MOVE STREET-ADDRESS TO FA-TEXT.
           WRITE CHECK-PRINT-RECORD FROM WS-FACE-ADDR-LINE.
           MOVE CITY TO FA-TEXT.
           WRITE CHECK-PRINT-RECORD FROM WS-FACE-ADDR-LINE.
           MOVE SPACES TO CHECK-PRINT-RECORD.
           WRITE CHECK-PRINT-RECORD.
           MOVE WS-BANK-ACCOUNT TO FF-ACCOUNT.
           WRITE CHECK-PRINT-RECORD FROM WS-FACE-FOOT-LINE.

       0510-PRINT-STUB-LINE.
           MOVE SPACES TO WS-STUB-LINE.
           EVALUATE WS-HOLD-TYPE (WS-HOLD-IDX)
               WHEN "GRS"
                   MOVE "GROSS PAY" TO ST-TYPE
               WHEN "ERN"
                   MOVE "  EARNING" TO ST-TYPE
               WHEN OTHER
                   MOVE "DEDUCTION" TO ST-TYPE
           END-EVALUATE.
           IF WS-HOLD-TYPE (WS-HOLD-IDX) NOT = "GRS"
               MOVE WS-HOLD-CODE (WS-HOLD-IDX) TO ST-CODE
               MOVE WS-HOLD-CODE (WS-HOLD-IDX) TO ST-DESC
               IF WS-HOLD-CODE (WS-HOLD-IDX) = "GARN"
                   MOVE "WAGE GARNISHMENT" TO ST-DESC
               END-IF
               IF WS-HOLD-CODE (WS-HOLD-IDX) = "LOAN"
                   MOVE "LOAN REPAYMENT" TO ST-DESC
               END-IF
               PERFORM VARYING WS-DESC-IDX FROM 1 BY 1
                       UNTIL WS-DESC-IDX > WS-DESC-COUNT
                   IF WS-DESC-CODE (WS-DESC-IDX) =
                           WS-HOLD-CODE (WS-HOLD-IDX)
                       MOVE WS-DESC-TEXT (WS-DESC-IDX) TO ST-DESC
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-HOLD-AMOUNT (WS-HOLD-IDX) TO ST-AMOUNT.
           WRITE CHECK-PRINT-RECORD FROM WS-STUB-LINE.

       0550-RECORD-CHECK.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE WS-NEXT-CHECK TO CR-CHECK-NUMBER.
           MOVE PD-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
           MOVE PD-PERIOD-END TO CR-PERIOD-END.
           MOVE WS-ISSUE-DATE TO CR-ISSUE-DATE.
           MOVE PD-AMOUNT TO CR-AMOUNT.
           MOVE WS-PAYEE-NAME TO CR-PAYEE-NAME.
           MOVE "I" TO CR-STATUS.
           MOVE WS-ISSUE-DATE TO CR-STATUS-DATE.
           WRITE CHECK-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "CHECK-REGISTER WRITE FAILED FOR CHECK "
                           WS-NEXT-CHECK " STATUS=" WS-CR-STATUS
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE "I" TO PP-RECORD-TYPE.
           MOVE WS-BANK-ACCOUNT TO PP-ACCOUNT-NUMBER.
           MOVE WS-NEXT-CHECK TO PP-CHECK-NUMBER.
           MOVE WS-ISSUE-DATE TO PP-ISSUE-DATE.
           MOVE PD-AMOUNT TO PP-AMOUNT.
           MOVE WS-PAYEE-NAME TO PP-PAYEE-NAME.
           WRITE POSITIVE-PAY-RECORD.
           ADD 1 TO WS-PP-COUNT.
           ADD PD-AMOUNT TO WS-PP-TOTAL.
           ADD 1 TO WS-CHECK-COUNT.
           ADD PD-AMOUNT TO WS-CHECK-TOTAL.
           MOVE WS-NEXT-CHECK TO RD-CHECK-NO.
           MOVE PD-EMPLOYEE-ID TO RD-EMP-ID.
           MOVE WS-PAYEE-NAME TO RD-NAME.
           MOVE PD-AMOUNT TO RD-AMOUNT.
           MOVE SPACES TO RD-NOTE.
           WRITE CHECK-RPT-RECORD FROM WS-RPT-DETAIL.

      *    A CHECK DUE WHOSE NET NEVER TURNED UP ON PAY-DETAIL MEANS
      *    THE TWO FILES ARE FROM DIFFERENT RUNS.
       0600-REPORT-UNMATCHED.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-DONE (WS-DUE-IDX) = "N"
                       AND WS-DUE-REISSUE (WS-DUE-IDX) = "N"
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE 0 TO RD-CHECK-NO
                   MOVE WS-DUE-EMP (WS-DUE-IDX) TO RD-EMP-ID
                   MOVE SPACES TO RD-NAME
                   MOVE 0 TO RD-AMOUNT
                   MOVE "NO NET ON DETAIL" TO RD-NOTE
                   WRITE CHECK-RPT-RECORD FROM WS-RPT-DETAIL
               END-IF
           END-PERFORM.

      *    REISSUES CARRY NO DETAIL LINES; THE STUB SAYS WHAT THEY ARE.
       0650-ISSUE-REISSUES.
           MOVE "Y" TO WS-REISSUE-CHECK.
           MOVE 0 TO WS-HOLD-COUNT.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-REISSUE (WS-DUE-IDX) = "Y"
                       AND WS-DUE-DONE (WS-DUE-IDX) = "N"
                   MOVE "Y" TO WS-DUE-DONE (WS-DUE-IDX)
                   MOVE WS-DUE-EMP (WS-DUE-IDX) TO PD-EMPLOYEE-ID
                   MOVE WS-DUE-PERIOD (WS-DUE-IDX) TO PD-PERIOD-END
                   MOVE "NET" TO PD-RECORD-TYPE
                   MOVE "RISS" TO PD-CODE
                   MOVE WS-DUE-AMOUNT (WS-DUE-IDX) TO PD-AMOUNT
                   PERFORM 0405-ISSUE-ONE-CHECK THRU 0405-EXIT
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-REISSUE-CHECK.

      *    VOIDS STAGED SINCE THE LAST RUN GO OUT AHEAD OF THE TRAILER.
       0680-SEND-STAGED-VOIDS.
           OPEN INPUT POSPAY-VOID-FILE.
           IF WS-PV-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PV-EOF = 1
               READ POSPAY-VOID-FILE
                   AT END
                       MOVE 1 TO WS-PV-EOF
                   NOT AT END
                       MOVE POSPAY-VOID-RECORD TO POSITIVE-PAY-RECORD
                       MOVE WS-BANK-ACCOUNT TO PP-ACCOUNT-NUMBER
                       WRITE POSITIVE-PAY-RECORD
                       ADD 1 TO WS-PP-COUNT
                       ADD PP-AMOUNT TO WS-PP-TOTAL
                       ADD 1 TO WS-VOID-COUNT
               END-READ
           END-PERFORM.
           CLOSE POSPAY-VOID-FILE.
           OPEN OUTPUT POSPAY-VOID-FILE.
           CLOSE POSPAY-VOID-FILE.

       0700-FINISH-RUN.
           PERFORM 0680-SEND-STAGED-VOIDS.
           MOVE SPACES TO POSITIVE-PAY-RECORD.
           MOVE "T" TO PP-RECORD-TYPE.
           MOVE WS-BANK-ACCOUNT TO PP-ACCOUNT-NUMBER.
           MOVE WS-PP-COUNT TO PP-ITEM-COUNT.
           MOVE WS-ISSUE-DATE TO PP-FILE-DATE.
           MOVE WS-PP-TOTAL TO PP-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-RECORD.
           MOVE SPACES TO CHECK-RPT-RECORD.
           WRITE CHECK-RPT-RECORD.
           MOVE WS-CHECK-COUNT TO RT-COUNT.
           MOVE WS-CHECK-TOTAL TO RT-AMOUNT.
           WRITE CHECK-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           IF WS-CHECK-COUNT > 0
               MOVE WS-FIRST-CHECK TO RR-FIRST
               COMPUTE RR-LAST = WS-NEXT-CHECK - 1
               WRITE CHECK-RPT-RECORD FROM WS-RPT-RANGE-LINE
           END-IF.
           CLOSE PAY-DETAIL-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CHECK-REGISTER.
           CLOSE CHECK-PRINT-FILE.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE CHECK-RPT-FILE.
           OPEN OUTPUT CHECK-CONTROL-FILE.
           IF WS-CC-STATUS <> "00"
               DISPLAY "ERROR: CANNOT REWRITE CHECK-CONTROL, STATUS="
                       WS-CC-STATUS " - NEXT CHECK IS " WS-NEXT-CHECK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-NEXT-CHECK TO CC-NEXT-CHECK
               MOVE WS-BANK-ACCOUNT TO CC-BANK-ACCOUNT
               MOVE WS-ISSUE-DATE TO CC-LAST-ISSUE
               WRITE CHECK-CONTROL-RECORD
               CLOSE CHECK-CONTROL-FILE
           END-IF.
           DISPLAY "CHECKS ISSUED:     " WS-CHECK-COUNT.
           DISPLAY "CHECKS SKIPPED:    " WS-SKIP-COUNT.
           DISPLAY "VOIDS SENT:        " WS-VOID-COUNT.
           DISPLAY "NEXT CHECK NUMBER: " WS-NEXT-CHECK.
           IF RETURN-CODE < 8 AND WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
