       PROGRAM-ID.  voucher_expire.
      *****************************************************************
      *    NIGHTLY VOUCHER EXPIRATION. SWEEPS VOUCHER-MASTER AND
      *    FLAGS EVERY ACTIVE VOUCHER WHOSE VM-ISSUE-DATE IS AT LEAST
      *    ITS PRODUCT'S VALIDITY IN THE PAST (prodrule: 24 MONTHS
      *    FOR THE STANDARD TERMS; A PRODUCT WITH NO VALIDITY NEVER
      *    EXPIRES), WRITES THE FORFEITED BALANCES TO A FORFEITURE
      *    REPORT FOR FINANCE, AND LOGS EACH EXPIRY TO THE CHANGE-LOG
      *    THE WAY ISSUE AND REDEEM ALREADY DO. THE BALANCE IS KEPT ON
      *    THE RECORD FOR AUDIT; VM-STATUS "E" IS WHAT STOPS
      *    REDEMPTION.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-AGE-MONTHS       PIC S9(5).
       01 WS-EXPIRED-COUNT    PIC 9(7) VALUE 0.
       01 WS-FORFEIT-TOTAL    PIC S9(9)V99 VALUE 0.
           05 WS-ISSUE-MONTH  PIC 9(2).
           05 WS-ISSUE-DAY    PIC 9(2).

           COPY "prodrule.cpy".

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(34) VALUE
              "VOUCHER FORFEITURE REPORT - DATE: ".
           05 RL-AGE          PIC ZZ9.
           05 FILLER          PIC X(8) VALUE " MONTHS ".
           05 RL-BALANCE      PIC -(3)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-PRODUCT      PIC X(4).

       01 WS-RPT-TOTAL-LINE.
           05 FILLER          PIC X(19) VALUE "VOUCHERS EXPIRED:  ".
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-RUN-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH WS-RUN-TIME.
           OPEN I-O VOUCHER-MASTER.
           IF WS-VM-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN VOUCHER-MASTER, STATUS="
           END-READ.

       CHECK-ONE-VOUCHER.
           MOVE VM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           CALL "prodrule" USING PRODUCT-RULES.
           IF PRD-VALIDITY-MONTHS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-ISSUE-DATE (1:4) TO WS-ISSUE-YEAR.
           MOVE VM-ISSUE-DATE (5:2) TO WS-ISSUE-MONTH.
           MOVE VM-ISSUE-DATE (7:2) TO WS-ISSUE-DAY.
           IF WS-RUN-DAY < WS-ISSUE-DAY
               SUBTRACT 1 FROM WS-AGE-MONTHS
           END-IF.
           IF WS-AGE-MONTHS >= PRD-VALIDITY-MONTHS
               PERFORM EXPIRE-ONE-VOUCHER
           END-IF.

                   MOVE VM-ISSUE-DATE   TO RL-ISSUE-DATE
                   MOVE WS-AGE-MONTHS   TO RL-AGE
                   MOVE VM-BALANCE      TO RL-BALANCE
                   MOVE VM-PRODUCT-CODE TO RL-PRODUCT
                   WRITE FORFEIT-RPT-RECORD FROM WS-RPT-LINE
                   PERFORM LOG-VOUCHER-EXPIRY
           END-REWRITE.
