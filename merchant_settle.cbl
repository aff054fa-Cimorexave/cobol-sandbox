      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  merchant_settle.
      *****************************************************************
      *    WEEKLY MERCHANT FEE SETTLEMENT. TAKES EVERY ACCEPTED
      *    REDEMPTION ON REDEMPTION-HIST FOR THE SEVEN DAYS ENDING ON
      *    THE WEEK-ENDING DATE (YYYYMMDD ON THE COMMAND LINE, OR THE
      *    BUSINESS DATE), SORTS THEM BY STORE AND, FOR EACH PARTNER
      *    STORE - ONE WITH A FEE SCHEDULE (feesched.cpy) IN EFFECT
      *    ON THE WEEK-ENDING DATE - WORKS OUT THE GROSS REDEEMED,
      *    THE FEE ON EACH REDEMPTION AND THE NET PAYABLE. EACH
      *    PARTNER STORE GETS:
      *      - A RECORD ON STORE-PAYABLES (stpay.cpy) FOR ACCOUNTS
      *        PAYABLE, CUT FRESH EACH RUN;
      *      - A REMITTANCE ADVICE LISTING EVERY REDEMPTION BEHIND
      *        THE PAYMENT WITH ITS FEE.
      *    THE WEEK IS POSTED TO THE MERCHANT-GL FEED IN ACCOUNTING'S
      *    glintf.cpy FORMAT, DATED THE BUSINESS DATE, FOR THE NEXT
      *    gl_consolidate RUN:
      *      VCHSALES DR  GROSS REDEEMED AT PARTNER STORES
      *      STRPAY   CR  NET PAYABLE TO THE STORES
      *      VCHMFEE  CR  MERCHANT FEE INCOME
      *    A STORE WITH NO SCHEDULE IS ONE OF OUR OWN AND IS SHOWN ON
      *    THE SUMMARY AS NOT SETTLED.
      *    UPHELD DISPUTES THE STORE WAS AT FAULT FOR (dispcase.cpy,
      *    CHARGE PENDING) ARE TAKEN OFF A PARTNER STORE'S PAYMENT,
      *    OLDEST CASE FIRST, AS FAR AS THE WEEK'S NET COVERS THEM,
      *    AND LISTED ON ITS ADVICE; THEY RECOVER THE DISPUTE CREDIT:
      *      VCHDISP  CR  DISPUTE CHARGEBACKS
      *    A CHARGE THE WEEK CANNOT COVER, OR FOR A STORE WITH NOTHING
      *    TO SETTLE, WAITS FOR A LATER WEEK. THE CASES ARE MARKED
      *    CHARGED ONLY WHEN THE WEEK IS RECORDED AS SETTLED.
      *    THE WEEK IS GUARDED THROUGH periodctl: A WEEK ALREADY
      *    SETTLED IS REFUSED WITH RC 8 BEFORE ANY OUTPUT IS TOUCHED.
      *    RC 8 ALSO WHEN THE ENTRIES DO NOT PROVE.
      *    EACH POSTING CODE IS BOOKED TO THE LEDGER ACCOUNT AND
      *    COST CENTRE ITS POSTING RULE (SOURCE "MRC") NAMES,
      *    THROUGH glacct; A CODE WITH NO RULE GOES THROUGH AS THE
      *    ACCOUNT ITSELF.
      *    A LEG DATED INTO A MONTH FINANCE HAS CLOSED FOR THE
      *    LEDGER (closectl, acctper.cpy) IS POSTED ON THE FIRST DAY
      *    OF THE NEXT OPEN MONTH INSTEAD, AND THE RUN SAYS SO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REDEMPTION-HISTORY ASSIGN TO "REDEMPTION-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT FEE-SCHEDULE ASSIGN TO "FEE-SCHEDULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FS-STATUS.
           SELECT STORE-MASTER ASSIGN TO "STORE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
           SELECT PAYABLES-FILE ASSIGN TO "STORE-PAYABLES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SP-STATUS.
           SELECT REMIT-ADVICE-FILE ASSIGN TO "MERCH-REMIT-ADVICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADV-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "MERCHANT-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT SETTLE-RPT-FILE ASSIGN TO "MERCH-SETTLE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DISPUTE-CASE ASSIGN TO "DISPUTE-CASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NO
               FILE STATUS IS WS-DC-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REDEMPTION-HISTORY.
           COPY "redhist.cpy".

       FD  FEE-SCHEDULE.
           COPY "feesched.cpy".

       FD  STORE-MASTER.
           COPY "strmast.cpy".

       FD  PAYABLES-FILE.
           COPY "stpay.cpy".

       FD  REMIT-ADVICE-FILE.
       01  REMIT-ADVICE-RECORD  PIC X(80).

       FD  GL-INTERFACE-FILE.
           COPY "glintf.cpy".

       FD  SETTLE-RPT-FILE.
       01  SETTLE-RPT-RECORD    PIC X(80).

       FD  DISPUTE-CASE.
           COPY "dispcase.cpy".

       SD  SORT-WORK-FILE.
       01  SD-REDEMPTION.
           05 SD-STORE-CODE     PIC X(4).
           05 SD-TRANS-DATE     PIC 9(8).
           05 SD-TRANS-TIME     PIC 9(6).
           05 SD-TRANS-SEQ      PIC 9(3).
           05 SD-VOUCHER-CODE   PIC X(6).
           05 SD-AMOUNT         PIC S9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-RH-STATUS        PIC XX.
       01 WS-FS-STATUS        PIC XX.
       01 WS-STORE-STATUS     PIC XX.
       01 WS-SP-STATUS        PIC XX.
       01 WS-ADV-STATUS       PIC XX.
       01 WS-GL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-DC-STATUS        PIC XX.
       01 WS-STORE-AVAILABLE  PIC X VALUE "N".
       01 WS-CASES-AVAILABLE  PIC X VALUE "N".
       01 WS-CASE-EOF         PIC X.
       01 WS-FEES-AVAILABLE   PIC X VALUE "N".
       01 WS-HIST-EOF         PIC 9(1) VALUE 0.
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-FS-EOF           PIC X.
       01 WS-PARAM            PIC X(20).
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-WEEK-END         PIC 9(8).
       01 WS-WEEK-START       PIC 9(8).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-PERIOD-FUNCTION  PIC X(4).
       01 WS-PERIOD-STEP      PIC X(15) VALUE "merchant_settle".
       01 WS-PERIOD-RESULT    PIC X(1).
       01 WS-PERIOD-DETAIL    PIC X(40).
       01 WS-CUR-STORE        PIC X(4).
       01 WS-CUR-NAME         PIC X(30).
       01 WS-PARTNER          PIC X.
       01 WS-FEE-PER-ITEM     PIC 9(3)V99.
       01 WS-FEE-PERCENT      PIC 9(2)V999.
       01 WS-ITEM-FEE         PIC S9(3)V99.
       01 WS-ITEM-NET         PIC S9(3)V99.
       01 WS-STORE-COUNT      PIC 9(5).
       01 WS-STORE-GROSS      PIC S9(7)V99.
       01 WS-STORE-FEES       PIC S9(7)V99.
       01 WS-STORE-NET        PIC S9(7)V99.
       01 WS-SELECTED-COUNT   PIC 9(7) VALUE 0.
       01 WS-PAID-STORES      PIC 9(5) VALUE 0.
       01 WS-OWN-STORES       PIC 9(5) VALUE 0.
       01 WS-TOTAL-GROSS      PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-FEES       PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-NET        PIC S9(9)V99 VALUE 0.
       01 WS-OWN-GROSS        PIC S9(9)V99 VALUE 0.
       01 WS-STORE-CHARGES    PIC S9(7)V99.
       01 WS-TOTAL-CHARGES    PIC S9(9)V99 VALUE 0.
       01 WS-CHARGES-APPLIED  PIC 9(5) VALUE 0.
       01 WS-CHARGE-MAX       PIC 9(3) VALUE 200.
       01 WS-CHARGE-COUNT     PIC 9(3) VALUE 0.
       01 WS-CHG-IDX          PIC 9(3).
       01 WS-CHARGE-TABLE.
           05 WS-CHARGE-ENTRY OCCURS 200 TIMES.
              10 WS-CHG-CASE-NO    PIC 9(7).
              10 WS-CHG-STORE      PIC X(4).
              10 WS-CHG-VOUCHER    PIC X(6).
              10 WS-CHG-AMOUNT     PIC S9(3)V99.
              10 WS-CHG-APPLIED    PIC X.
       01 WS-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "MERCHANT SETTLEMENT WEEK".
           05 RH-START        PIC 9(4)/99/99.
           05 FILLER          PIC X(4) VALUE " TO ".
           05 RH-END          PIC 9(4)/99/99.

       01 WS-RPT-COLS.
           05 FILLER          PIC X(6)  VALUE "STORE".
           05 FILLER          PIC X(19) VALUE "NAME".
           05 FILLER          PIC X(6)  VALUE "COUNT".
           05 FILLER          PIC X(12) VALUE "       GROSS".
           05 FILLER          PIC X(11) VALUE "       FEES".
           05 FILLER          PIC X(12) VALUE "         NET".
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(12) VALUE "STATUS".

       01 WS-STORE-LINE.
           05 SL-STORE        PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-NAME         PIC X(18).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SL-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SL-GROSS        PIC -(7)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SL-FEES         PIC -(6)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SL-NET          PIC -(7)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-STATUS       PIC X(12).

       01 WS-RPT-TOTALS.
           05 FILLER          PIC X(15) VALUE "STORES PAID:   ".
           05 RT-PAID         PIC ZZZZ9.
           05 FILLER          PIC X(9)  VALUE "  GROSS: ".
           05 RT-GROSS        PIC -(8)9.99.
           05 FILLER          PIC X(8)  VALUE "  FEES: ".
           05 RT-FEES         PIC -(8)9.99.

       01 WS-RPT-TOTALS-2.
           05 FILLER          PIC X(15) VALUE "NOT SETTLED:   ".
           05 RT-OWN          PIC ZZZZ9.
           05 FILLER          PIC X(9)  VALUE "  GROSS: ".
           05 RT-OWN-GROSS    PIC -(8)9.99.
           05 FILLER          PIC X(8)  VALUE "  NET:  ".
           05 RT-NET          PIC -(8)9.99.

       01 WS-RPT-TOTALS-3.
           05 FILLER          PIC X(15) VALUE "CHARGEBACKS:   ".
           05 RT-CHARGES-CT   PIC ZZZZ9.
           05 FILLER          PIC X(9)  VALUE "  TOTAL: ".
           05 RT-CHARGES      PIC -(8)9.99.

       01 WS-GL-QUALIFIER     PIC X(4) VALUE SPACES.
       01 WS-GL-DEPT          PIC X(4) VALUE SPACES.
       01 WS-GL-CLOSED-DATE   PIC 9(8) VALUE 0.
           COPY "glacct.cpy".
           COPY "perclose.cpy".

       01 WS-GL-LINE.
           05 GR-ACCOUNT      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GR-DR-CR        PIC X(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GR-AMOUNT       PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GR-DATE         PIC 9(4)/99/99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GR-DESC         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 GR-COST-CENTER  PIC X(6).

       01 WS-PROOF-LINE.
           05 FILLER          PIC X(15) VALUE "PROOF: DEBITS ".
           05 PL-DEBITS       PIC -(9)9.99.
           05 FILLER          PIC X(10) VALUE "  CREDITS ".
           05 PL-CREDITS      PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-VERDICT      PIC X(12).

       01 WS-ADV-TITLE.
           05 FILLER          PIC X(24) VALUE
              "REMITTANCE ADVICE  STORE".
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AT-STORE        PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AT-NAME         PIC X(30).

       01 WS-ADV-ADDRESS.
           05 FILLER          PIC X(31) VALUE SPACES.
           05 AA-TEXT         PIC X(30).

       01 WS-ADV-PERIOD.
           05 FILLER          PIC X(31) VALUE
              "REDEMPTIONS ACCEPTED FROM".
           05 AP-START        PIC 9(4)/99/99.
           05 FILLER          PIC X(4) VALUE " TO ".
           05 AP-END          PIC 9(4)/99/99.

       01 WS-ADV-TERMS.
           05 FILLER          PIC X(31) VALUE
              "FEE PER REDEMPTION / PERCENT".
           05 AF-PER-ITEM     PIC ZZ9.99.
           05 FILLER          PIC X(3) VALUE " / ".
           05 AF-PERCENT      PIC Z9.999.

       01 WS-ADV-COLS.
           05 FILLER          PIC X(9)  VALUE "VOUCHER".
           05 FILLER          PIC X(11) VALUE "DATE".
           05 FILLER          PIC X(9)  VALUE "TIME".
           05 FILLER          PIC X(9)  VALUE "   AMOUNT".
           05 FILLER          PIC X(9)  VALUE "      FEE".
           05 FILLER          PIC X(9)  VALUE "      NET".

       01 WS-ADV-LINE.
           05 AL-VOUCHER      PIC X(6).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 AL-DATE         PIC 9(4)/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-TIME         PIC 9(6).
           05 FILLER          PIC X(3) VALUE SPACES.
           05 AL-AMOUNT       PIC -(4)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-FEE          PIC -(4)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-NET          PIC -(4)9.99.

       01 WS-ADV-TOTAL.
           05 FILLER          PIC X(9)  VALUE "TOTAL".
           05 AX-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE " REDEMPTIONS".
           05 AX-GROSS        PIC -(6)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AX-FEES         PIC -(6)9.99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AX-NET          PIC -(6)9.99.

       01 WS-ADV-CHARGE.
           05 FILLER          PIC X(21) VALUE
              "DISPUTE CHARGEBACK  ".
           05 AC-CASE         PIC 9(7).
           05 FILLER          PIC X(10) VALUE "  VOUCHER ".
           05 AC-VOUCHER      PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AC-AMOUNT       PIC -(4)9.99.

       01 WS-ADV-CHARGES.
           05 FILLER          PIC X(31) VALUE
              "LESS DISPUTE CHARGEBACKS".
           05 AZ-CHARGES      PIC -(7)9.99.

       01 WS-ADV-PAYABLE.
           05 FILLER          PIC X(31) VALUE
              "NET AMOUNT PAYABLE TO STORE".
           05 AY-NET          PIC -(7)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:8) IS NUMERIC
               MOVE WS-PARAM (1:8) TO WS-WEEK-END
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-WEEK-END
           END-IF.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           MOVE -6 TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-END
               WS-WEEK-START WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT = "N"
               DISPLAY "ERROR: INVALID WEEK-ENDING DATE " WS-WEEK-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "CHK " TO WS-PERIOD-FUNCTION.
           CALL "periodctl" USING WS-PERIOD-FUNCTION WS-PERIOD-STEP
               WS-WEEK-END WS-PERIOD-RESULT WS-PERIOD-DETAIL.
           IF WS-PERIOD-RESULT = "N"
               DISPLAY "ERROR: WEEK ENDING " WS-WEEK-END
                       " ALREADY SETTLED - " WS-PERIOD-DETAIL
               DISPLAY "MERCHANT SETTLEMENT REFUSED - NOTHING PAID"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REDEMPTION-HISTORY.
           IF WS-RH-STATUS <> "00"
               DISPLAY "NO REDEMPTION-HIST FILE AVAILABLE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FEE-SCHEDULE.
           IF WS-FS-STATUS = "00"
               MOVE "Y" TO WS-FEES-AVAILABLE
           ELSE
               DISPLAY "FEE-SCHEDULE NOT AVAILABLE - NO STORE WILL "
                       "BE SETTLED."
           END-IF.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-STATUS = "00"
               MOVE "Y" TO WS-STORE-AVAILABLE
           END-IF.
           OPEN I-O DISPUTE-CASE.
           IF WS-DC-STATUS = "00"
               MOVE "Y" TO WS-CASES-AVAILABLE
               PERFORM LOAD-STORE-CHARGES
           END-IF.
           OPEN OUTPUT PAYABLES-FILE.
           OPEN OUTPUT REMIT-ADVICE-FILE.
           OPEN EXTEND GL-INTERFACE-FILE.
           IF WS-GL-STATUS <> "00"
               OPEN OUTPUT GL-INTERFACE-FILE
           END-IF.
           OPEN OUTPUT SETTLE-RPT-FILE.
           MOVE WS-WEEK-START TO RH-START.
           MOVE WS-WEEK-END TO RH-END.
           WRITE SETTLE-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE SETTLE-RPT-RECORD FROM WS-RPT-COLS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-STORE-CODE SD-TRANS-DATE
                                SD-TRANS-TIME SD-TRANS-SEQ
               INPUT PROCEDURE IS SELECT-REDEMPTIONS
               OUTPUT PROCEDURE IS SETTLE-BY-STORE.
           MOVE WS-PAID-STORES TO RT-PAID.
           MOVE WS-TOTAL-GROSS TO RT-GROSS.
           MOVE WS-TOTAL-FEES TO RT-FEES.
           MOVE WS-OWN-STORES TO RT-OWN.
           MOVE WS-OWN-GROSS TO RT-OWN-GROSS.
           MOVE WS-TOTAL-NET TO RT-NET.
           MOVE SPACES TO SETTLE-RPT-RECORD.
           WRITE SETTLE-RPT-RECORD.
           WRITE SETTLE-RPT-RECORD FROM WS-RPT-TOTALS.
           WRITE SETTLE-RPT-RECORD FROM WS-RPT-TOTALS-2.
           MOVE WS-CHARGES-APPLIED TO RT-CHARGES-CT.
           MOVE WS-TOTAL-CHARGES TO RT-CHARGES.
           WRITE SETTLE-RPT-RECORD FROM WS-RPT-TOTALS-3.
           MOVE SPACES TO SETTLE-RPT-RECORD.
           WRITE SETTLE-RPT-RECORD.
           PERFORM BUILD-JOURNAL-ENTRIES.
           PERFORM WRITE-PROOF-LINE.
           CLOSE REDEMPTION-HISTORY.
           IF WS-FEES-AVAILABLE = "Y"
               CLOSE FEE-SCHEDULE
           END-IF.
           IF WS-STORE-AVAILABLE = "Y"
               CLOSE STORE-MASTER
           END-IF.
           CLOSE PAYABLES-FILE.
           CLOSE REMIT-ADVICE-FILE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE SETTLE-RPT-FILE.
           IF RETURN-CODE < 8
               PERFORM RECORD-WEEK-SETTLED
               PERFORM MARK-CHARGES-MADE
           END-IF.
           IF WS-CASES-AVAILABLE = "Y"
               CLOSE DISPUTE-CASE
           END-IF.
           DISPLAY "REDEMPTIONS SELECTED: " WS-SELECTED-COUNT.
           DISPLAY "STORES PAID:          " WS-PAID-STORES.
           DISPLAY "STORES NOT SETTLED:   " WS-OWN-STORES.
           DISPLAY "CHARGEBACKS APPLIED:  " WS-CHARGES-APPLIED.
           STOP RUN.

       RECORD-WEEK-SETTLED.
           MOVE "DONE" TO WS-PERIOD-FUNCTION.
           CALL "periodctl" USING WS-PERIOD-FUNCTION WS-PERIOD-STEP
               WS-WEEK-END WS-PERIOD-RESULT WS-PERIOD-DETAIL.
           IF WS-PERIOD-RESULT = "N"
               DISPLAY "WARNING: WEEK " WS-WEEK-END
                       " NOT RECORDED ON PERIOD-CONTROL"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    A CASE IS ONLY MARKED CHARGED ONCE THE PAYMENT THAT
      *    CARRIES IT IS ON STORE-PAYABLES FOR A SETTLED WEEK.
       MARK-CHARGES-MADE.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHARGE-COUNT
               IF WS-CHG-APPLIED (WS-CHG-IDX) = "Y"
                   MOVE WS-CHG-CASE-NO (WS-CHG-IDX) TO DC-CASE-NO
                   READ DISPUTE-CASE
                       KEY IS DC-CASE-NO
                       INVALID KEY
                           DISPLAY "WARNING: CASE " DC-CASE-NO
                                   " NOT FOUND TO MARK CHARGED"
                           MOVE 4 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE "C" TO DC-CHARGE-STATUS
                           MOVE WS-WEEK-END TO DC-CHARGE-DATE
                           REWRITE DISPUTE-CASE-RECORD
                               INVALID KEY
                                   DISPLAY "WARNING: CASE "
                                           DC-CASE-NO
                                           " NOT MARKED CHARGED"
                                   MOVE 4 TO RETURN-CODE
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

      *    EVERY UPHELD CASE STILL WAITING ON A STORE CHARGE, IN CASE
      *    NUMBER (OPENING) ORDER.
       LOAD-STORE-CHARGES.
           MOVE 0 TO DC-CASE-NO.
           MOVE "N" TO WS-CASE-EOF.
           START DISPUTE-CASE KEY IS >= DC-CASE-NO
               INVALID KEY
                   MOVE "Y" TO WS-CASE-EOF
           END-START.
           PERFORM UNTIL WS-CASE-EOF = "Y"
               READ DISPUTE-CASE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CASE-EOF
                   NOT AT END
                       IF DC-STATUS = "U"
                          AND DC-CHARGE-STATUS = "P"
                           PERFORM HOLD-ONE-CHARGE
                       END-IF
               END-READ
           END-PERFORM.

       HOLD-ONE-CHARGE.
           IF WS-CHARGE-COUNT >= WS-CHARGE-MAX
               DISPLAY "CHARGE TABLE FULL - CASE " DC-CASE-NO
                       " WAITS FOR A LATER WEEK"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CHARGE-COUNT.
           MOVE DC-CASE-NO TO WS-CHG-CASE-NO (WS-CHARGE-COUNT).
           MOVE DC-STORE-CODE TO WS-CHG-STORE (WS-CHARGE-COUNT).
           MOVE DC-VOUCHER-CODE TO WS-CHG-VOUCHER (WS-CHARGE-COUNT).
           MOVE DC-DISPUTED-AMOUNT TO WS-CHG-AMOUNT (WS-CHARGE-COUNT).
           MOVE "N" TO WS-CHG-APPLIED (WS-CHARGE-COUNT).

      *****************************************************************
      *    ONE PASS OVER THE HISTORY RELEASES EVERY ACCEPTED
      *    REDEMPTION DATED IN THE WEEK TO THE SORT.
      *****************************************************************
       SELECT-REDEMPTIONS.
           MOVE LOW-VALUES TO RH-KEY.
           START REDEMPTION-HISTORY KEY IS >= RH-KEY
               INVALID KEY
                   MOVE 1 TO WS-HIST-EOF
           END-START.
           PERFORM UNTIL WS-HIST-EOF = 1
               READ REDEMPTION-HISTORY NEXT RECORD
                   AT END
                       MOVE 1 TO WS-HIST-EOF
                   NOT AT END
                       IF RH-RESULT = "REDEEMED"
                          AND RH-TRANS-DATE >= WS-WEEK-START
                          AND RH-TRANS-DATE <= WS-WEEK-END
                           PERFORM RELEASE-ONE-REDEMPTION
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-REDEMPTION.
           MOVE RH-STORE-CODE   TO SD-STORE-CODE.
           MOVE RH-TRANS-DATE   TO SD-TRANS-DATE.
           MOVE RH-TRANS-TIME   TO SD-TRANS-TIME.
           MOVE RH-TRANS-SEQ    TO SD-TRANS-SEQ.
           MOVE RH-VOUCHER-CODE TO SD-VOUCHER-CODE.
           MOVE RH-AMOUNT       TO SD-AMOUNT.
           RELEASE SD-REDEMPTION.
           ADD 1 TO WS-SELECTED-COUNT.

      *****************************************************************
      *    THE SORTED REDEMPTIONS ARE SETTLED STORE BY STORE: A
      *    CHANGE OF STORE CLOSES THE LAST ONE OFF AND OPENS THE NEXT.
      *****************************************************************
       SETTLE-BY-STORE.
           MOVE HIGH-VALUES TO WS-CUR-STORE.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF SD-STORE-CODE NOT = WS-CUR-STORE
                           IF WS-CUR-STORE NOT = HIGH-VALUES
                               PERFORM FINISH-STORE
                           END-IF
                           PERFORM START-STORE
                       END-IF
                       PERFORM SETTLE-ONE-REDEMPTION
               END-RETURN
           END-PERFORM.
           IF WS-CUR-STORE NOT = HIGH-VALUES
               PERFORM FINISH-STORE
           END-IF.

       START-STORE.
           MOVE SD-STORE-CODE TO WS-CUR-STORE.
           MOVE 0 TO WS-STORE-COUNT.
           MOVE 0 TO WS-STORE-GROSS.
           MOVE 0 TO WS-STORE-FEES.
           MOVE 0 TO WS-STORE-NET.
           MOVE SPACES TO WS-CUR-NAME.
           MOVE SPACES TO ST-STREET.
           MOVE SPACES TO ST-CITY.
           IF WS-STORE-AVAILABLE = "Y"
               MOVE WS-CUR-STORE TO ST-STORE-CODE
               READ STORE-MASTER
                   KEY IS ST-STORE-CODE
                   INVALID KEY
                       MOVE SPACES TO ST-STREET
                       MOVE SPACES TO ST-CITY
                   NOT INVALID KEY
                       MOVE ST-STORE-NAME TO WS-CUR-NAME
               END-READ
           END-IF.
           PERFORM FIND-FEE-SCHEDULE.
           IF WS-PARTNER = "Y"
               PERFORM WRITE-ADVICE-HEADING
           END-IF.

      *    THE SCHEDULE IN FORCE IS THE STORE'S ENTRY WITH THE
      *    HIGHEST EFFECTIVE DATE NOT AFTER THE WEEK-ENDING DATE.
       FIND-FEE-SCHEDULE.
           MOVE "N" TO WS-PARTNER.
           MOVE 0 TO WS-FEE-PER-ITEM.
           MOVE 0 TO WS-FEE-PERCENT.
           IF WS-FEES-AVAILABLE <> "Y" OR WS-CUR-STORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUR-STORE TO FS-STORE-CODE.
           MOVE 0 TO FS-EFFECTIVE-DATE.
           MOVE "N" TO WS-FS-EOF.
           START FEE-SCHEDULE KEY IS >= FS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FS-EOF
           END-START.
           PERFORM UNTIL WS-FS-EOF = "Y"
               READ FEE-SCHEDULE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FS-EOF
                   NOT AT END
                       IF FS-STORE-CODE NOT = WS-CUR-STORE
                          OR FS-EFFECTIVE-DATE > WS-WEEK-END
                           MOVE "Y" TO WS-FS-EOF
                       ELSE
                           MOVE "Y" TO WS-PARTNER
                           MOVE FS-FEE-PER-ITEM TO WS-FEE-PER-ITEM
                           MOVE FS-FEE-PERCENT TO WS-FEE-PERCENT
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ADVICE-HEADING.
           MOVE WS-CUR-STORE TO AT-STORE.
           MOVE WS-CUR-NAME TO AT-NAME.
           WRITE REMIT-ADVICE-RECORD FROM WS-ADV-TITLE.
           MOVE ST-STREET TO AA-TEXT.
           WRITE REMIT-ADVICE-RECORD FROM WS-ADV-ADDRESS.
           MOVE ST-CITY TO AA-TEXT.
           WRITE REMIT-ADVICE-RECORD FROM WS-ADV-ADDRESS.
           MOVE WS-WEEK-START TO AP-START.
           MOVE WS-WEEK-END TO AP-END.
           WRITE REMIT-ADVICE-RECORD FROM WS-ADV-PERIOD.
           MOVE WS-FEE-PER-ITEM TO AF-PER-ITEM.
           MOVE WS-FEE-PERCENT TO AF-PERCENT.
           WRITE REMIT-ADVICE-RECORD FROM WS-ADV-TERMS.
           MOVE SPACES TO REMIT-ADVICE-RECORD.
           WRITE REMIT-ADVICE-RECORD.
           WRITE REMIT-ADVICE-RECORD FROM WS-ADV-COLS.

      *    THE FEE IS WORKED OUT AND ROUNDED ON EACH REDEMPTION, SO
      *    THE ADVICE LINES ADD UP TO THE PAYMENT TO THE CENT.
       SETTLE-ONE-REDEMPTION.
           ADD 1 TO WS-STORE-COUNT.
           ADD SD-AMOUNT TO WS-STORE-GROSS.
           IF WS-PARTNER NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ITEM-FEE ROUNDED = WS-FEE-PER-ITEM
               + SD-AMOUNT * WS-FEE-PERCENT / 100.
           IF WS-ITEM-FEE > SD-AMOUNT
               MOVE SD-AMOUNT TO WS-ITEM-FEE
           END-IF.
           COMPUTE WS-ITEM-NET = SD-AMOUNT - WS-ITEM-FEE.
           ADD WS-ITEM-FEE TO WS-STORE-FEES.
           ADD WS-ITEM-NET TO WS-STORE-NET.
           MOVE SD-VOUCHER-CODE TO AL-VOUCHER.
           MOVE SD-TRANS-DATE TO AL-DATE.
           MOVE SD-TRANS-TIME TO AL-TIME.
           MOVE SD-AMOUNT TO AL-AMOUNT.
           MOVE WS-ITEM-FEE TO AL-FEE.
           MOVE WS-ITEM-NET TO AL-NET.
           WRITE REMIT-ADVICE-RECORD FROM WS-ADV-LINE.

       FINISH-STORE.
           MOVE WS-CUR-STORE TO SL-STORE.
           MOVE WS-CUR-NAME TO SL-NAME.
           MOVE WS-STORE-COUNT TO SL-COUNT.
           MOVE WS-STORE-GROSS TO SL-GROSS.
           MOVE WS-STORE-FEES TO SL-FEES.
           IF WS-PARTNER = "Y"
               MOVE "PAID" TO SL-STATUS
               PERFORM WRITE-STORE-PAYABLE
           ELSE
               MOVE "NOT SETTLED" TO SL-STATUS
               ADD 1 TO WS-OWN-STORES
               ADD WS-STORE-GROSS TO WS-OWN-GROSS
           END-IF.
           MOVE WS-STORE-NET TO SL-NET.
           WRITE SETTLE-RPT-RECORD FROM WS-STORE-LINE.

       WRITE-STORE-PAYABLE.
           MOVE WS-STORE-COUNT TO AX-COUNT.
           MOVE WS-STORE-GROSS TO AX-GROSS.
           MOVE WS-STORE-FEES TO AX-FEES.
           MOVE WS-STORE-NET TO AX-NET.
           WRITE REMIT-ADVICE-RECORD FROM WS-ADV-TOTAL.
           MOVE 0 TO WS-STORE-CHARGES.
           PERFORM APPLY-STORE-CHARGE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHARGE-COUNT.
           IF WS-STORE-CHARGES > 0
               MOVE WS-STORE-CHARGES TO AZ-CHARGES
               WRITE REMIT-ADVICE-RECORD FROM WS-ADV-CHARGES
           END-IF.
           MOVE WS-STORE-NET TO AY-NET.
           WRITE REMIT-ADVICE-RECORD FROM WS-ADV-PAYABLE.
           MOVE SPACES TO REMIT-ADVICE-RECORD.
           WRITE REMIT-ADVICE-RECORD.
           WRITE REMIT-ADVICE-RECORD.
           MOVE SPACES TO STORE-PAYABLE-RECORD.
           MOVE WS-CUR-STORE TO SP-STORE-CODE.
           MOVE WS-CUR-NAME TO SP-STORE-NAME.
           MOVE WS-WEEK-START TO SP-PERIOD-START.
           MOVE WS-WEEK-END TO SP-PERIOD-END.
           MOVE WS-STORE-COUNT TO SP-REDEEM-COUNT.
           MOVE WS-STORE-GROSS TO SP-GROSS.
           MOVE WS-STORE-FEES TO SP-FEES.
           MOVE WS-STORE-NET TO SP-NET.
           MOVE WS-BUSINESS-DATE TO SP-DUE-DATE.
           MOVE WS-STORE-CHARGES TO SP-CHARGEBACKS.
           WRITE STORE-PAYABLE-RECORD.
           ADD 1 TO WS-PAID-STORES.
           ADD WS-STORE-GROSS TO WS-TOTAL-GROSS.
           ADD WS-STORE-FEES TO WS-TOTAL-FEES.
           ADD WS-STORE-NET TO WS-TOTAL-NET.
           ADD WS-STORE-CHARGES TO WS-TOTAL-CHARGES.

      *    A CHARGE IS ONLY TAKEN WHOLE, AND ONLY WHILE THE WEEK'S NET
      *    STILL COVERS IT.
       APPLY-STORE-CHARGE.
           IF WS-CHG-STORE (WS-CHG-IDX) = WS-CUR-STORE
              AND WS-CHG-APPLIED (WS-CHG-IDX) = "N"
              AND WS-CHG-AMOUNT (WS-CHG-IDX) <= WS-STORE-NET
               SUBTRACT WS-CHG-AMOUNT (WS-CHG-IDX) FROM WS-STORE-NET
               ADD WS-CHG-AMOUNT (WS-CHG-IDX) TO WS-STORE-CHARGES
               MOVE "Y" TO WS-CHG-APPLIED (WS-CHG-IDX)
               ADD 1 TO WS-CHARGES-APPLIED
               MOVE WS-CHG-CASE-NO (WS-CHG-IDX) TO AC-CASE
               MOVE WS-CHG-VOUCHER (WS-CHG-IDX) TO AC-VOUCHER
               MOVE WS-CHG-AMOUNT (WS-CHG-IDX) TO AC-AMOUNT
               WRITE REMIT-ADVICE-RECORD FROM WS-ADV-CHARGE
           END-IF.

       BUILD-JOURNAL-ENTRIES.
           IF WS-TOTAL-GROSS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "VCHSALES" TO GL-ACCOUNT.
           MOVE "DR" TO GL-DR-CR.
           MOVE WS-TOTAL-GROSS TO GL-AMOUNT.
           MOVE "PARTNER REDEMPTIONS" TO GL-DESC.
           PERFORM WRITE-JOURNAL-ENTRY.
           IF WS-TOTAL-NET NOT = 0
               MOVE "STRPAY" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-TOTAL-NET TO GL-AMOUNT
               MOVE "STORE PAYABLES" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-TOTAL-FEES NOT = 0
               MOVE "VCHMFEE" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-TOTAL-FEES TO GL-AMOUNT
               MOVE "MERCHANT FEES" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-TOTAL-CHARGES NOT = 0
               MOVE "VCHDISP" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               MOVE WS-TOTAL-CHARGES TO GL-AMOUNT
               MOVE "DISPUTE CHARGEBACKS" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-BUSINESS-DATE TO GL-DATE.
           PERFORM CHECK-GL-PERIOD.
           PERFORM RESOLVE-GL-ACCOUNT.
           WRITE GL-INTERFACE-RECORD.
           IF GL-DR-CR = "DR"
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE GL-ACCOUNT TO GR-ACCOUNT.
           MOVE GL-DR-CR   TO GR-DR-CR.
           MOVE GL-AMOUNT  TO GR-AMOUNT.
           MOVE GL-DATE    TO GR-DATE.
           MOVE GL-DESC    TO GR-DESC.
           MOVE GL-COST-CENTER TO GR-COST-CENTER.
           WRITE SETTLE-RPT-RECORD FROM WS-GL-LINE.

      *    A CLOSED LEDGER MONTH IS NEVER POSTED INTO AFTER IT HAS
      *    BEEN REPORTED; THE LEG MOVES TO THE NEXT OPEN MONTH.
       CHECK-GL-PERIOD.
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
      *    AND COST CENTRE ITS POSTING RULE BOOKS IT TO (glacct).
       RESOLVE-GL-ACCOUNT.
           MOVE "MRC" TO GLR-SOURCE.
           MOVE GL-ACCOUNT TO GLR-EVENT.
           MOVE WS-GL-QUALIFIER TO GLR-QUALIFIER.
           MOVE WS-GL-DEPT TO GLR-DEFAULT-CC.
           CALL "glacct" USING GL-ACCOUNT-RULE.
           MOVE GLR-ACCOUNT TO GL-ACCOUNT.
           MOVE GLR-COST-CENTER TO GL-COST-CENTER.
           MOVE SPACES TO WS-GL-QUALIFIER.
           MOVE SPACES TO WS-GL-DEPT.

       WRITE-PROOF-LINE.
           MOVE WS-DEBIT-TOTAL  TO PL-DEBITS.
           MOVE WS-CREDIT-TOTAL TO PL-CREDITS.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE "IN BALANCE" TO PL-VERDICT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "OUT OF BAL" TO PL-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE SETTLE-RPT-RECORD FROM WS-PROOF-LINE.
           DISPLAY WS-PROOF-LINE.
