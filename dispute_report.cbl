      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  dispute_report.
      *****************************************************************
      *    REDEMPTION DISPUTE AGING AND OUTCOME REPORT. READS THE
      *    DISPUTE-CASE FILE (dispcase.cpy) dispute_maint KEEPS AND
      *    PRINTS, AS OF THE REPORT DATE (YYYYMMDD ON THE COMMAND
      *    LINE, OR THE BUSINESS DATE):
      *      AGING    - EVERY CASE STILL OPEN OR UNDER INVESTIGATION
      *                 WITH ITS DAYS OPEN, BUCKETED 0-30, 31-60,
      *                 61-90 AND OVER 90 DAYS, AND MARKED OVERDUE
      *                 ONCE PAST ITS DUE DATE;
      *      OUTCOMES - EVERY CASE UPHELD OR DENIED IN THE LAST
      *                 DISPUTE-OUTCOME-DAYS (30) DAYS, WITH THE
      *                 CREDIT GIVEN, WHAT A DENIAL TOOK BACK, THE
      *                 FAULT AND ANY STORE CHARGE;
      *    AND THE STORE CHARGEBACKS STILL WAITING ON A SETTLEMENT.
      *    THE SAME CASES FEED voucher_fraud_report'S FLAG LIST.
      *    RETURN-CODE 4 WHEN ANY CASE IS OVERDUE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE ASSIGN TO "DISPUTE-CASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NO
               FILE STATUS IS WS-DC-STATUS.
           SELECT DISPUTE-RPT-FILE ASSIGN TO "DISPUTE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE.
           COPY "dispcase.cpy".

       FD  DISPUTE-RPT-FILE.
       01  DISPUTE-RPT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DC-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-REPORT-DATE      PIC 9(8).
       01 WS-OUTCOME-DAYS     PIC 9(3) VALUE 30.
       01 WS-OUTCOME-FROM     PIC 9(8).
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-DAYS-OPEN        PIC S9(7).
       01 WS-BUCKET-IDX       PIC 9(1).
       01 WS-BUCKETS.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
              10 WS-BKT-COUNT   PIC 9(5).
              10 WS-BKT-TOTAL   PIC S9(7)V99.
       01 WS-OPEN-COUNT       PIC 9(5) VALUE 0.
       01 WS-OPEN-TOTAL       PIC S9(7)V99 VALUE 0.
       01 WS-OVERDUE-COUNT    PIC 9(5) VALUE 0.
       01 WS-UPHELD-COUNT     PIC 9(5) VALUE 0.
       01 WS-UPHELD-TOTAL     PIC S9(7)V99 VALUE 0.
       01 WS-DENIED-COUNT     PIC 9(5) VALUE 0.
       01 WS-DENIED-TOTAL     PIC S9(7)V99 VALUE 0.
       01 WS-SHORTFALL-TOTAL  PIC S9(7)V99 VALUE 0.
       01 WS-PENDING-COUNT    PIC 9(5) VALUE 0.
       01 WS-PENDING-TOTAL    PIC S9(7)V99 VALUE 0.

       01 WS-BUCKET-LABELS.
           05 FILLER PIC X(14) VALUE " 0 - 30 DAYS  ".
           05 FILLER PIC X(14) VALUE "31 - 60 DAYS  ".
           05 FILLER PIC X(14) VALUE "61 - 90 DAYS  ".
           05 FILLER PIC X(14) VALUE "OVER 90 DAYS  ".
       01 WS-BUCKET-LABEL-TBL REDEFINES WS-BUCKET-LABELS.
           05 WS-BKT-LABEL OCCURS 4 TIMES PIC X(14).

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(34) VALUE
              "REDEMPTION DISPUTES AS OF".
           05 RH-DATE         PIC 9(4)/99/99.

       01 WS-AGING-TITLE      PIC X(40) VALUE
          "OPEN CASES".

       01 WS-AGING-COLS.
           05 FILLER          PIC X(8)  VALUE "CASE".
           05 FILLER          PIC X(8)  VALUE "VOUCHER".
           05 FILLER          PIC X(6)  VALUE "STORE".
           05 FILLER          PIC X(3)  VALUE "ST".
           05 FILLER          PIC X(8)  VALUE "  AMOUNT".
           05 FILLER          PIC X(8)  VALUE "  CREDIT".
           05 FILLER          PIC X(11) VALUE "  OPENED".
           05 FILLER          PIC X(11) VALUE "  DUE".
           05 FILLER          PIC X(5)  VALUE " DAYS".

       01 WS-AGING-LINE.
           05 AL-CASE         PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-VOUCHER      PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AL-STORE        PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AL-STATUS       PIC X(1).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-AMOUNT       PIC -(4)9.99.
           05 AL-CREDIT       PIC -(4)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-OPENED       PIC 9(4)/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-DUE          PIC 9(4)/99/99.
           05 AL-DAYS         PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-OVERDUE      PIC X(7).

       01 WS-BUCKET-LINE.
           05 BL-LABEL        PIC X(14).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BL-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BL-TOTAL        PIC -(7)9.99.

       01 WS-OPEN-TOTAL-LINE.
           05 FILLER          PIC X(14) VALUE "ALL OPEN CASES".
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OT-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OT-TOTAL        PIC -(7)9.99.
           05 FILLER          PIC X(12) VALUE "   OVERDUE: ".
           05 OT-OVERDUE      PIC ZZZZ9.

       01 WS-OUTCOME-TITLE.
           05 FILLER          PIC X(24) VALUE
              "CASES CLOSED SINCE".
           05 OH-FROM         PIC 9(4)/99/99.

       01 WS-OUTCOME-COLS.
           05 FILLER          PIC X(8)  VALUE "CASE".
           05 FILLER          PIC X(8)  VALUE "VOUCHER".
           05 FILLER          PIC X(6)  VALUE "STORE".
           05 FILLER          PIC X(9)  VALUE "OUTCOME".
           05 FILLER          PIC X(8)  VALUE "  CREDIT".
           05 FILLER          PIC X(9)  VALUE " REVERSED".
           05 FILLER          PIC X(11) VALUE "  CLOSED".
           05 FILLER          PIC X(6)  VALUE "FAULT".
           05 FILLER          PIC X(6)  VALUE "CHARGE".

       01 WS-OUTCOME-LINE.
           05 OL-CASE         PIC 9(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 OL-VOUCHER      PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OL-STORE        PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OL-OUTCOME      PIC X(7).
           05 OL-CREDIT       PIC -(5)9.99.
           05 OL-REVERSED     PIC -(5)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OL-CLOSED       PIC 9(4)/99/99.
           05 FILLER          PIC X(3) VALUE SPACES.
           05 OL-FAULT        PIC X(1).
           05 FILLER          PIC X(4) VALUE SPACES.
           05 OL-CHARGE       PIC X(8).

       01 WS-OUTCOME-TOTAL-1.
           05 FILLER          PIC X(16) VALUE "UPHELD:         ".
           05 OC-UPHELD       PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  CREDITED: ".
           05 OC-UPHELD-AMT   PIC -(7)9.99.

       01 WS-OUTCOME-TOTAL-2.
           05 FILLER          PIC X(16) VALUE "DENIED:         ".
           05 OC-DENIED       PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  REVERSED: ".
           05 OC-DENIED-AMT   PIC -(7)9.99.
           05 FILLER          PIC X(15) VALUE "  NOT RECOVERED".
           05 OC-SHORTFALL    PIC -(7)9.99.

       01 WS-PENDING-LINE.
           05 FILLER          PIC X(16) VALUE "STORE CHARGES:  ".
           05 PC-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  PENDING:  ".
           05 PC-TOTAL        PIC -(7)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:8) IS NUMERIC
               MOVE WS-PARAM (1:8) TO WS-REPORT-DATE
           ELSE
               CALL "bizdate" USING WS-REPORT-DATE
           END-IF.
           MOVE "DISPUTE-OUTCOME-DAYS" TO WS-PARM-NAME.
           MOVE WS-OUTCOME-DAYS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
              AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-OUTCOME-DAYS
           END-IF.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           COMPUTE WS-DATE-DAYS = 0 - WS-OUTCOME-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-REPORT-DATE
               WS-OUTCOME-FROM WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT = "N"
               DISPLAY "ERROR: INVALID REPORT DATE " WS-REPORT-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE 0 TO WS-BKT-COUNT (WS-BUCKET-IDX)
               MOVE 0 TO WS-BKT-TOTAL (WS-BUCKET-IDX)
           END-PERFORM.
           OPEN INPUT DISPUTE-CASE.
           IF WS-DC-STATUS <> "00"
               DISPLAY "NO DISPUTE-CASE FILE AVAILABLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DISPUTE-RPT-FILE.
           MOVE WS-REPORT-DATE TO RH-DATE.
           WRITE DISPUTE-RPT-RECORD FROM WS-RPT-HEADER.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD FROM WS-AGING-TITLE.
           WRITE DISPUTE-RPT-RECORD FROM WS-AGING-COLS.
           PERFORM START-CASE-PASS.
           PERFORM AGE-ONE-CASE UNTIL WS-EOF = 1.
           PERFORM PRINT-AGING-TOTALS.
           MOVE WS-OUTCOME-FROM TO OH-FROM.
           WRITE DISPUTE-RPT-RECORD FROM WS-OUTCOME-TITLE.
           WRITE DISPUTE-RPT-RECORD FROM WS-OUTCOME-COLS.
           PERFORM START-CASE-PASS.
           PERFORM REPORT-ONE-OUTCOME UNTIL WS-EOF = 1.
           PERFORM PRINT-OUTCOME-TOTALS.
           CLOSE DISPUTE-CASE.
           CLOSE DISPUTE-RPT-FILE.
           DISPLAY "OPEN DISPUTES: " WS-OPEN-COUNT
                   "  OVERDUE: " WS-OVERDUE-COUNT
                   "  CHARGES PENDING: " WS-PENDING-COUNT.
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       START-CASE-PASS.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO DC-CASE-NO.
           START DISPUTE-CASE KEY IS >= DC-CASE-NO
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.

       AGE-ONE-CASE.
           READ DISPUTE-CASE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF DC-STATUS = "O" OR DC-STATUS = "I"
                       PERFORM BUCKET-ONE-CASE
                   END-IF
                   IF DC-CHARGE-STATUS = "P"
                       ADD 1 TO WS-PENDING-COUNT
                       ADD DC-DISPUTED-AMOUNT TO WS-PENDING-TOTAL
                   END-IF
           END-READ.

       BUCKET-ONE-CASE.
           MOVE "DAYS" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION DC-OPEN-DATE
               WS-REPORT-DATE WS-DAYS-OPEN WS-DATE-RESULT.
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OPEN <= 60
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OPEN <= 90
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE.
           ADD 1 TO WS-BKT-COUNT (WS-BUCKET-IDX).
           ADD DC-DISPUTED-AMOUNT TO WS-BKT-TOTAL (WS-BUCKET-IDX).
           ADD 1 TO WS-OPEN-COUNT.
           ADD DC-DISPUTED-AMOUNT TO WS-OPEN-TOTAL.
           MOVE DC-CASE-NO TO AL-CASE.
           MOVE DC-VOUCHER-CODE TO AL-VOUCHER.
           MOVE DC-STORE-CODE TO AL-STORE.
           MOVE DC-STATUS TO AL-STATUS.
           MOVE DC-DISPUTED-AMOUNT TO AL-AMOUNT.
           MOVE DC-CREDIT-AMOUNT TO AL-CREDIT.
           MOVE DC-OPEN-DATE TO AL-OPENED.
           MOVE DC-DUE-DATE TO AL-DUE.
           MOVE WS-DAYS-OPEN TO AL-DAYS.
           IF DC-DUE-DATE < WS-REPORT-DATE
               MOVE "OVERDUE" TO AL-OVERDUE
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO AL-OVERDUE
           END-IF.
           WRITE DISPUTE-RPT-RECORD FROM WS-AGING-LINE.

       PRINT-AGING-TOTALS.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE WS-BKT-LABEL (WS-BUCKET-IDX) TO BL-LABEL
               MOVE WS-BKT-COUNT (WS-BUCKET-IDX) TO BL-COUNT
               MOVE WS-BKT-TOTAL (WS-BUCKET-IDX) TO BL-TOTAL
               WRITE DISPUTE-RPT-RECORD FROM WS-BUCKET-LINE
           END-PERFORM.
           MOVE WS-OPEN-COUNT TO OT-COUNT.
           MOVE WS-OPEN-TOTAL TO OT-TOTAL.
           MOVE WS-OVERDUE-COUNT TO OT-OVERDUE.
           WRITE DISPUTE-RPT-RECORD FROM WS-OPEN-TOTAL-LINE.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD.

       REPORT-ONE-OUTCOME.
           READ DISPUTE-CASE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF (DC-STATUS = "U" OR DC-STATUS = "D")
                      AND DC-CLOSE-DATE > WS-OUTCOME-FROM
                      AND DC-CLOSE-DATE <= WS-REPORT-DATE
                       PERFORM PRINT-ONE-OUTCOME
                   END-IF
           END-READ.

       PRINT-ONE-OUTCOME.
           MOVE DC-CASE-NO TO OL-CASE.
           MOVE DC-VOUCHER-CODE TO OL-VOUCHER.
           MOVE DC-STORE-CODE TO OL-STORE.
           MOVE DC-CREDIT-AMOUNT TO OL-CREDIT.
           MOVE DC-REVERSED-AMOUNT TO OL-REVERSED.
           MOVE DC-CLOSE-DATE TO OL-CLOSED.
           MOVE DC-FAULT TO OL-FAULT.
           EVALUATE DC-CHARGE-STATUS
               WHEN "P"
                   MOVE "PENDING" TO OL-CHARGE
               WHEN "C"
                   MOVE "CHARGED" TO OL-CHARGE
               WHEN OTHER
                   MOVE SPACES TO OL-CHARGE
           END-EVALUATE.
           IF DC-STATUS = "U"
               MOVE "UPHELD" TO OL-OUTCOME
               ADD 1 TO WS-UPHELD-COUNT
               ADD DC-CREDIT-AMOUNT TO WS-UPHELD-TOTAL
           ELSE
               MOVE "DENIED" TO OL-OUTCOME
               ADD 1 TO WS-DENIED-COUNT
               ADD DC-REVERSED-AMOUNT TO WS-DENIED-TOTAL
               COMPUTE WS-SHORTFALL-TOTAL = WS-SHORTFALL-TOTAL
                   + DC-CREDIT-AMOUNT - DC-REVERSED-AMOUNT
           END-IF.
           WRITE DISPUTE-RPT-RECORD FROM WS-OUTCOME-LINE.

       PRINT-OUTCOME-TOTALS.
           MOVE SPACES TO DISPUTE-RPT-RECORD.
           WRITE DISPUTE-RPT-RECORD.
           MOVE WS-UPHELD-COUNT TO OC-UPHELD.
           MOVE WS-UPHELD-TOTAL TO OC-UPHELD-AMT.
           WRITE DISPUTE-RPT-RECORD FROM WS-OUTCOME-TOTAL-1.
           MOVE WS-DENIED-COUNT TO OC-DENIED.
           MOVE WS-DENIED-TOTAL TO OC-DENIED-AMT.
           MOVE WS-SHORTFALL-TOTAL TO OC-SHORTFALL.
           WRITE DISPUTE-RPT-RECORD FROM WS-OUTCOME-TOTAL-2.
           MOVE WS-PENDING-COUNT TO PC-COUNT.
           MOVE WS-PENDING-TOTAL TO PC-TOTAL.
           WRITE DISPUTE-RPT-RECORD FROM WS-PENDING-LINE.
