      *    WRITES THEM TO VOUCHER-MASTER WITH A COMPUTED CHECK-DIGIT,
      *    AND PRODUCES A BATCH ISSUANCE REPORT. PAIRS WITH
      *    voucher_redeem.cbl.
      *    A SALE TO A KNOWN CUSTOMER EARNS LOYALTY POINTS UNDER THE
      *    VOUCHER'S CAMPAIGN RULE (loyalpts). A REQUEST WITH
      *    VI-ISSUE-TYPE "P" IS A POINTS CONVERSION INSTEAD: THE
      *    CUSTOMER'S LIVE POINTS PAY FOR THE VOUCHER AT
      *    LOYALTY-POINTS-PER-DOLLAR (100 WHEN NOT SET) AND THE
      *    REQUEST IS REJECTED WHEN THEY DO NOT COVER IT. A
      *    CONVERSION EARNS NO POINTS ITSELF.
      *    VI-PRODUCT-CODE NAMES THE PRODUCT (prodmast.cpy) SOLD;
      *    SPACES IS THE STANDARD VOUCHER. A REQUEST FOR A PRODUCT
      *    NOT ON THE CATALOG OR WITHDRAWN FROM SALE, OR FOR A FACE
      *    VALUE THE PRODUCT DOES NOT SELL AT, IS REJECTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 VI-CUSTOMER-ID       PIC 9(7).
           05 VI-CAMPAIGN-CODE     PIC X(6).
           05 VI-CARD-SERIAL       PIC 9(10).
           05 VI-ISSUE-TYPE        PIC X.
           05 VI-PRODUCT-CODE      PIC X(4).

       FD  VOUCHER-MASTER.
           COPY "voucher.cpy".
       01 WS-CHECK-SUM          PIC 9(3) VALUE 0.
       01 WS-CD-IDX             PIC 9(1).
       01 WS-ISSUE-TIME         PIC 9(6).
       01 WS-CONVERTING         PIC X VALUE "N".
       01 WS-PTS-PER-DOLLAR     PIC 9(5) VALUE 100.
       01 WS-PARM-NAME          PIC X(20).
       01 WS-PARM-ASOF          PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE         PIC S9(9)V99.
       01 WS-PARM-FOUND         PIC X.
       01 WS-PTS-FUNCTION       PIC X(4).
       01 WS-PTS-CUSTOMER       PIC 9(7).
       01 WS-PTS-AMOUNT         PIC S9(5)V99.
       01 WS-PTS-POINTS         PIC 9(7).
       01 WS-PTS-NEEDED         PIC 9(7).
       01 WS-PTS-RESULT         PIC X.
       01 WS-POINTS-EARNED      PIC 9(9) VALUE 0.
       01 WS-POINTS-SPENT       PIC 9(9) VALUE 0.
       01 WS-CONVERT-COUNT      PIC 9(5) VALUE 0.
       01 WS-DENOM-IDX          PIC 9(2).
       01 WS-DENOM-FOUND        PIC X.

           COPY "prodrule.cpy".

       01 WS-SEED-DATE          PIC 9(8).
       01 WS-SEED-TIME          PIC 9(6).
           05 SL-REJECTED  PIC ZZZZ9.
           05 FILLER       PIC X(13) VALUE "  DUPLICATES:".
           05 SL-DUPS      PIC ZZZZ9.

       01 WS-POINTS-LINE.
           05 FILLER       PIC X(15) VALUE "POINTS EARNED: ".
           05 PL-EARNED    PIC ZZZZZZZZ9.
           05 FILLER       PIC X(16) VALUE "  POINTS SPENT: ".
           05 PL-SPENT     PIC ZZZZZZZZ9.
           05 FILLER       PIC X(15) VALUE "  CONVERSIONS: ".
           05 PL-CONVERTS  PIC ZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE "STRT" TO WS-STAT-FUNCTION.
           CALL "getdate" USING WS-SEED-DATE WS-SEED-TIME.
           MOVE WS-SEED-TIME TO WS-GEN-COUNTER.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           MOVE "LOYALTY-POINTS-PER-DOLLAR" TO WS-PARM-NAME.
           MOVE WS-PTS-PER-DOLLAR TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 100000
               MOVE WS-PARM-VALUE TO WS-PTS-PER-DOLLAR
           END-IF.
           PERFORM PROCESS-ISSUANCE UNTIL WS-EOF = 1.
           MOVE WS-ISSUED-COUNT   TO SL-ISSUED.
           MOVE WS-REJECTED-COUNT TO SL-REJECTED.
           MOVE WS-DUPLICATE-COUNT TO SL-DUPS.
           PERFORM WRITE-RPT-LINE-PAGED.
           WRITE VOUCHER-ISSUE-RPT-RECORD FROM WS-SUMMARY-LINE.
           MOVE WS-POINTS-EARNED  TO PL-EARNED.
           MOVE WS-POINTS-SPENT   TO PL-SPENT.
           MOVE WS-CONVERT-COUNT  TO PL-CONVERTS.
           PERFORM WRITE-RPT-LINE-PAGED.
           WRITE VOUCHER-ISSUE-RPT-RECORD FROM WS-POINTS-LINE.
           CLOSE VOUCHER-ISSUE-IN.
           CLOSE PROC-REQUESTS.
           CLOSE CARD-LINK.
               ADD 1 TO WS-DUPLICATE-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PRODUCT-TERMS.
           IF RL-RESULT NOT = SPACES
               MOVE SPACES TO RL-CODE
               MOVE VI-START-BALANCE TO RL-BALANCE
               MOVE 0 TO RL-CHECK
               PERFORM WRITE-RPT-LINE-PAGED
               WRITE VOUCHER-ISSUE-RPT-RECORD FROM WS-RPT-LINE
               ADD 1 TO WS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CONVERTING.
           IF VI-ISSUE-TYPE = "P"
               MOVE "Y" TO WS-CONVERTING
               PERFORM CHECK-POINTS-COVER
               IF RL-RESULT NOT = SPACES
                   MOVE SPACES TO RL-CODE
                   MOVE VI-START-BALANCE TO RL-BALANCE
                   MOVE 0 TO RL-CHECK
                   PERFORM WRITE-RPT-LINE-PAGED
                   WRITE VOUCHER-ISSUE-RPT-RECORD FROM WS-RPT-LINE
                   ADD 1 TO WS-REJECTED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM GENERATE-UNIQUE-VOUCHER-CODE.
           IF WS-GEN-FAILED = "Y"
               MOVE SPACES TO RL-CODE
               MOVE 0 TO VM-CUSTOMER-ID
           END-IF.
           MOVE VI-CAMPAIGN-CODE TO VM-CAMPAIGN-CODE.
           MOVE VI-PRODUCT-CODE TO VM-PRODUCT-CODE.
           WRITE VOUCHER-MASTER-RECORD
               INVALID KEY
                   MOVE VM-VOUCHER-CODE TO RL-CODE
                   MOVE VM-VOUCHER-CODE TO RL-CODE
                   MOVE VI-START-BALANCE TO RL-BALANCE
                   MOVE VM-CHECK-DIGIT TO RL-CHECK
                   IF WS-CONVERTING = "Y"
                       PERFORM SPEND-POINTS
                   ELSE
                       PERFORM EARN-ISSUE-POINTS
                   END-IF
                   PERFORM WRITE-RPT-LINE-PAGED
                   WRITE VOUCHER-ISSUE-RPT-RECORD FROM WS-RPT-LINE
                   ADD 1 TO WS-ISSUED-COUNT
                   PERFORM RECORD-CARD-LINK
           END-WRITE.

      *    THE PRODUCT MUST BE ON SALE AND, WHERE IT LISTS ITS
      *    DENOMINATIONS, THE FACE VALUE MUST BE ONE OF THEM.
      *    RL-RESULT COMES BACK SPACES, OR WITH THE REJECT REASON.
       CHECK-PRODUCT-TERMS.
           MOVE SPACES TO RL-RESULT.
           MOVE VI-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           CALL "prodrule" USING PRODUCT-RULES.
           IF PRD-RESULT = "N"
               MOVE "REJECTED - UNKNOWN PRODUCT" TO RL-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF PRD-STATUS = "W"
               MOVE "REJECTED - PRODUCT WITHDRAWN" TO RL-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF PRD-DENOM-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DENOM-FOUND.
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > PRD-DENOM-COUNT
                      OR WS-DENOM-IDX > 10
               IF VI-START-BALANCE = PRD-DENOMINATION (WS-DENOM-IDX)
                   MOVE "Y" TO WS-DENOM-FOUND
               END-IF
           END-PERFORM.
           IF WS-DENOM-FOUND = "N"
               MOVE "REJECTED - NOT A PRODUCT DENOM" TO RL-RESULT
           END-IF.

      *    A CONVERSION NEEDS AN OWNER AND ENOUGH LIVE POINTS FOR THE
      *    WHOLE FACE VALUE. RL-RESULT COMES BACK SPACES WHEN IT MAY
      *    GO AHEAD, OR WITH THE REJECT REASON.
       CHECK-POINTS-COVER.
           MOVE SPACES TO RL-RESULT.
           IF VI-CUSTOMER-ID IS NOT NUMERIC OR VI-CUSTOMER-ID = 0
               MOVE "REJECTED - POINTS NEED CUSTOMER" TO RL-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF VI-START-BALANCE <= 0
               MOVE "REJECTED - INVALID AMOUNT" TO RL-RESULT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PTS-NEEDED ROUNDED =
               VI-START-BALANCE * WS-PTS-PER-DOLLAR.
           MOVE "BAL " TO WS-PTS-FUNCTION.
           MOVE VI-CUSTOMER-ID TO WS-PTS-CUSTOMER.
           MOVE 0 TO WS-PTS-POINTS.
           CALL "loyalpts" USING WS-PTS-FUNCTION WS-PTS-CUSTOMER
               VI-CAMPAIGN-CODE VM-VOUCHER-CODE WS-PTS-AMOUNT
               WS-PTS-POINTS WS-PTS-RESULT.
           IF WS-PTS-POINTS < WS-PTS-NEEDED
               MOVE "REJECTED - INSUFFICIENT POINTS" TO RL-RESULT
           END-IF.

      *    THE BALANCE WAS PROVED BEFORE THE VOUCHER WAS WRITTEN, SO
      *    A FAILURE HERE IS A LEDGER PROBLEM FOR SUPPORT, NOT A
      *    CUSTOMER SHORTFALL.
       SPEND-POINTS.
           MOVE "CONV" TO WS-PTS-FUNCTION.
           MOVE VM-CUSTOMER-ID TO WS-PTS-CUSTOMER.
           MOVE VI-START-BALANCE TO WS-PTS-AMOUNT.
           MOVE WS-PTS-NEEDED TO WS-PTS-POINTS.
           CALL "loyalpts" USING WS-PTS-FUNCTION WS-PTS-CUSTOMER
               VM-CAMPAIGN-CODE VM-VOUCHER-CODE WS-PTS-AMOUNT
               WS-PTS-POINTS WS-PTS-RESULT.
           IF WS-PTS-RESULT = "Y"
               MOVE "ISSUED FROM POINTS" TO RL-RESULT
               ADD WS-PTS-NEEDED TO WS-POINTS-SPENT
               ADD 1 TO WS-CONVERT-COUNT
           ELSE
               MOVE "ISSUED - POINTS NOT DEBITED" TO RL-RESULT
               DISPLAY "POINTS NOT DEBITED FOR VOUCHER "
                       VM-VOUCHER-CODE " CUSTOMER " VM-CUSTOMER-ID
               MOVE 4 TO RETURN-CODE
           END-IF.

       EARN-ISSUE-POINTS.
           MOVE "ISSUED" TO RL-RESULT.
           MOVE "ISSU" TO WS-PTS-FUNCTION.
           MOVE VM-CUSTOMER-ID TO WS-PTS-CUSTOMER.
           MOVE VI-START-BALANCE TO WS-PTS-AMOUNT.
           CALL "loyalpts" USING WS-PTS-FUNCTION WS-PTS-CUSTOMER
               VM-CAMPAIGN-CODE VM-VOUCHER-CODE WS-PTS-AMOUNT
               WS-PTS-POINTS WS-PTS-RESULT.
           IF WS-PTS-RESULT = "Y"
               ADD WS-PTS-POINTS TO WS-POINTS-EARNED
           END-IF.

      *    EVERY REPORT LINE GOES THROUGH THE SHARED PRINT
      *    SERVICES SO THE REPORT PAGES AND CARRIES THE STANDARD
      *    DATED HEADING LIKE EVERYTHING ELSE OFF THE PRINTER.
