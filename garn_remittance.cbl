      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  garn_remittance.
      *****************************************************************
      *    GARNISHMENT REMITTANCE BY AGENCY. RUNS AFTER EACH PAYROLL
      *    REGISTER. SORTS THE GARN-REMITTANCE LINES THE REGISTER
      *    WROTE (garnremit.cpy) BY AGENCY AND CASE, PRINTS EVERY
      *    CASE WITHHELD UNDER ITS AGENCY WITH AN AGENCY TOTAL, AND
      *    WRITES ONE AGENCY-REMIT RECORD PER AGENCY - THE AMOUNT OF
      *    EACH CHECK TO BE CUT TO THE COURTS.
      *
      *    THE GRAND TOTAL IS THEN PROVED AGAINST THE DED "GARN"
      *    RECORDS ON PAY-DETAIL FOR THE SAME RUN. IF THE TWO DO NOT
      *    AGREE THE REPORT SAYS SO AND THE STEP ENDS RC 8 - NO
      *    CHECK GOES TO AN AGENCY FOR AN AMOUNT THAT WAS NOT
      *    WITHHELD. AN EMPTY REMITTANCE FILE IS A NORMAL RUN WITH
      *    NOTHING TO SEND.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARN-REMIT-FILE ASSIGN TO "GARN-REMITTANCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT PAY-DETAIL-FILE ASSIGN TO "PAY-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT AGENCY-REMIT-FILE ASSIGN TO "GARN-AGENCY-REMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AX-STATUS.
           SELECT REMIT-RPT-FILE ASSIGN TO "GARN-REMIT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  GARN-REMIT-FILE.
           COPY "garnremit.cpy".

       SD  SORT-WORK-FILE.
       01  SD-REMIT-RECORD.
           05 SD-AGENCY-CODE       PIC X(6).
           05 SD-AGENCY-NAME       PIC X(30).
           05 SD-CASE-NUMBER       PIC X(15).
           05 SD-EMPLOYEE-ID       PIC 9(7).
           05 SD-PAY-DATE          PIC 9(8).
           05 SD-AMOUNT            PIC 9(7)V99.
           05 SD-BALANCE           PIC S9(7)V99.
           05 SD-PAID-OFF          PIC X.

       FD  PAY-DETAIL-FILE.
       01  PAY-DETAIL-RECORD.
           05 PD-EMPLOYEE-ID    PIC 9(7).
           05 PD-PERIOD-END     PIC 9(8).
           05 PD-RECORD-TYPE    PIC X(3).
           05 PD-CODE           PIC X(4).
           05 PD-AMOUNT         PIC S9(7)V99.

      *    ONE RECORD PER AGENCY: THE CHECK TO BE CUT.
       FD  AGENCY-REMIT-FILE.
       01  AGENCY-REMIT-RECORD.
           05 AX-AGENCY-CODE    PIC X(6).
           05 AX-AGENCY-NAME    PIC X(30).
           05 AX-PAY-DATE       PIC 9(8).
           05 AX-CASE-COUNT     PIC 9(5).
           05 AX-AMOUNT         PIC 9(9)V99.

       FD  REMIT-RPT-FILE.
       01  REMIT-RPT-RECORD     PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-GR-STATUS        PIC XX.
       01 WS-PD-STATUS        PIC XX.
       01 WS-AX-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-PD-EOF           PIC 9(1) VALUE 0.
       01 WS-FIRST-RECORD     PIC X VALUE "Y".
       01 WS-CURRENT-AGENCY   PIC X(6).
       01 WS-CURRENT-NAME     PIC X(30).
       01 WS-PAY-DATE         PIC 9(8) VALUE 0.
       01 WS-AGENCY-CASES     PIC 9(5) VALUE 0.
       01 WS-AGENCY-AMOUNT    PIC S9(9)V99 VALUE 0.
       01 WS-AGENCY-COUNT     PIC 9(5) VALUE 0.
       01 WS-TOTAL-CASES      PIC 9(5) VALUE 0.
       01 WS-TOTAL-AMOUNT     PIC S9(11)V99 VALUE 0.
       01 WS-WITHHELD-AMOUNT  PIC S9(11)V99 VALUE 0.
       01 WS-DIFF-AMOUNT      PIC S9(11)V99.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(40) VALUE
              "GARNISHMENT REMITTANCE BY AGENCY".

       01 WS-RPT-COLS         PIC X(70) VALUE
          "  CASE NUMBER     EMP ID      WITHHELD     BALANCE".

       01 WS-AGENCY-HDR.
           05 FILLER          PIC X(8) VALUE "AGENCY ".
           05 AH-CODE         PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AH-NAME         PIC X(30).

       01 WS-RPT-DETAIL.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-CASE         PIC X(15).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RD-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-AMOUNT       PIC -(7)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-BALANCE      PIC -(7)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-NOTE         PIC X(10).

       01 WS-AGENCY-TOTAL-LINE.
           05 FILLER          PIC X(10) VALUE "  REMIT TO".
           05 FILLER          PIC X(1) VALUE SPACES.
           05 AT-CODE         PIC X(6).
           05 FILLER          PIC X(8) VALUE "  CASES:".
           05 AT-CASES        PIC ZZZZ9.
           05 FILLER          PIC X(9) VALUE "  AMOUNT:".
           05 AT-AMOUNT       PIC -(9)9.99.

       01 WS-GRAND-TOTAL-LINE.
           05 FILLER          PIC X(10) VALUE "AGENCIES:".
           05 GT-AGENCIES     PIC ZZZZ9.
           05 FILLER          PIC X(8) VALUE "  CASES:".
           05 GT-CASES        PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE "  TOTAL REMIT:".
           05 GT-AMOUNT       PIC -(9)9.99.

       01 WS-PROOF-LINE.
           05 FILLER          PIC X(25) VALUE
              "WITHHELD PER PAY-DETAIL:".
           05 PF-WITHHELD     PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PF-RESULT       PIC X(30).
      ******************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT GARN-REMIT-FILE.
           IF WS-GR-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN GARN-REMITTANCE, STATUS="
                       WS-GR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE GARN-REMIT-FILE.
           OPEN OUTPUT REMIT-RPT-FILE.
           OPEN OUTPUT AGENCY-REMIT-FILE.
           WRITE REMIT-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE REMIT-RPT-RECORD FROM WS-RPT-COLS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-AGENCY-CODE
               ON ASCENDING KEY SD-CASE-NUMBER
               ON ASCENDING KEY SD-EMPLOYEE-ID
               USING GARN-REMIT-FILE
               OUTPUT PROCEDURE IS 0200-LIST-REMITTANCE.
           MOVE WS-AGENCY-COUNT TO GT-AGENCIES.
           MOVE WS-TOTAL-CASES  TO GT-CASES.
           MOVE WS-TOTAL-AMOUNT TO GT-AMOUNT.
           WRITE REMIT-RPT-RECORD FROM WS-GRAND-TOTAL-LINE.
           PERFORM 0400-PROVE-TO-PAY-DETAIL THRU 0400-EXIT.
           CLOSE AGENCY-REMIT-FILE.
           CLOSE REMIT-RPT-FILE.
           DISPLAY "GARNISHMENT REMITTANCE COMPLETE. AGENCIES: "
                   WS-AGENCY-COUNT "  CASES: " WS-TOTAL-CASES.
           STOP RUN.

       0200-LIST-REMITTANCE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 0210-LIST-ONE-CASE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-RECORD = "N"
               PERFORM 0300-AGENCY-TOTALS
           END-IF.

       0210-LIST-ONE-CASE.
           IF WS-FIRST-RECORD = "Y"
               MOVE "N" TO WS-FIRST-RECORD
               MOVE SD-PAY-DATE TO WS-PAY-DATE
               PERFORM 0220-START-AGENCY
           END-IF.
           IF SD-AGENCY-CODE NOT = WS-CURRENT-AGENCY
               PERFORM 0300-AGENCY-TOTALS
               PERFORM 0220-START-AGENCY
           END-IF.
           MOVE SD-CASE-NUMBER TO RD-CASE.
           MOVE SD-EMPLOYEE-ID TO RD-EMP-ID.
           MOVE SD-AMOUNT TO RD-AMOUNT.
           MOVE SD-BALANCE TO RD-BALANCE.
           MOVE SPACES TO RD-NOTE.
           IF SD-PAID-OFF = "Y"
               MOVE "PAID OFF" TO RD-NOTE
           END-IF.
           WRITE REMIT-RPT-RECORD FROM WS-RPT-DETAIL.
           ADD 1 TO WS-AGENCY-CASES.
           ADD SD-AMOUNT TO WS-AGENCY-AMOUNT.

       0220-START-AGENCY.
           MOVE SD-AGENCY-CODE TO WS-CURRENT-AGENCY.
           MOVE SD-AGENCY-NAME TO WS-CURRENT-NAME.
           MOVE 0 TO WS-AGENCY-CASES WS-AGENCY-AMOUNT.
           MOVE SPACES TO REMIT-RPT-RECORD.
           WRITE REMIT-RPT-RECORD.
           MOVE SD-AGENCY-CODE TO AH-CODE.
           MOVE SD-AGENCY-NAME TO AH-NAME.
           WRITE REMIT-RPT-RECORD FROM WS-AGENCY-HDR.

       0300-AGENCY-TOTALS.
           MOVE WS-CURRENT-AGENCY TO AT-CODE.
           MOVE WS-AGENCY-CASES TO AT-CASES.
           MOVE WS-AGENCY-AMOUNT TO AT-AMOUNT.
           WRITE REMIT-RPT-RECORD FROM WS-AGENCY-TOTAL-LINE.
           MOVE SPACES TO AGENCY-REMIT-RECORD.
           MOVE WS-CURRENT-AGENCY TO AX-AGENCY-CODE.
           MOVE WS-CURRENT-NAME TO AX-AGENCY-NAME.
           MOVE WS-PAY-DATE TO AX-PAY-DATE.
           MOVE WS-AGENCY-CASES TO AX-CASE-COUNT.
           MOVE WS-AGENCY-AMOUNT TO AX-AMOUNT.
           WRITE AGENCY-REMIT-RECORD.
           ADD 1 TO WS-AGENCY-COUNT.
           ADD WS-AGENCY-CASES TO WS-TOTAL-CASES.
           ADD WS-AGENCY-AMOUNT TO WS-TOTAL-AMOUNT.

      *****************************************************************
      *    THE REMITTANCE MUST EQUAL WHAT THE REGISTER ACTUALLY TOOK:
      *    THE SUM OF THE DED "GARN" RECORDS ON PAY-DETAIL.
      *****************************************************************
       0400-PROVE-TO-PAY-DETAIL.
           OPEN INPUT PAY-DETAIL-FILE.
           IF WS-PD-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PAY-DETAIL, STATUS="
                       WS-PD-STATUS " - REMITTANCE NOT PROVED"
               MOVE "NOT PROVED - NO PAY-DETAIL" TO PF-RESULT
               WRITE REMIT-RPT-RECORD FROM WS-PROOF-LINE
               MOVE 8 TO RETURN-CODE
               GO TO 0400-EXIT
           END-IF.
           PERFORM 0410-ADD-ONE-DETAIL UNTIL WS-PD-EOF = 1.
           CLOSE PAY-DETAIL-FILE.
           MOVE WS-WITHHELD-AMOUNT TO PF-WITHHELD.
           COMPUTE WS-DIFF-AMOUNT =
               WS-TOTAL-AMOUNT - WS-WITHHELD-AMOUNT.
           IF WS-DIFF-AMOUNT = 0
               MOVE "IN BALANCE" TO PF-RESULT
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO PF-RESULT
               DISPLAY "GARNISHMENT REMITTANCE OUT OF BALANCE WITH "
                       "PAY-DETAIL - CHECKS NOT TO BE RELEASED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REMIT-RPT-RECORD FROM WS-PROOF-LINE.

       0400-EXIT.
           EXIT.

       0410-ADD-ONE-DETAIL.
           READ PAY-DETAIL-FILE
               AT END
                   MOVE 1 TO WS-PD-EOF
               NOT AT END
                   IF PD-RECORD-TYPE = "DED" AND PD-CODE = "GARN"
                       ADD PD-AMOUNT TO WS-WITHHELD-AMOUNT
                   END-IF
           END-READ.
