       PROGRAM-ID.  voucher_dormancy_fee.
      *****************************************************************
      *    MONTHLY DORMANCY FEE BATCH. OUR TERMS ALLOW A MONTHLY
      *    INACTIVITY FEE ON VOUCHERS LEFT UNUSED. EACH VOUCHER'S
      *    THRESHOLD AND FEE COME FROM ITS PRODUCT (prodrule: TWELVE
      *    MONTHS AND 2.00 FOR THE STANDARD TERMS; A PRODUCT WITH NO
      *    THRESHOLD OR NO FEE IS NEVER CHARGED). THE RUN FINDS
      *    ACTIVE VOUCHERS WITH NO REDEMPTION-HIST ACTIVITY (AND NO
      *    ISSUE) INSIDE THE THRESHOLD, DEBITS THE FEE FROM
      *    VM-BALANCE - NEVER BELOW ZERO - AND RECORDS EACH
      *    FEE AS ITS OWN "F" TRANSACTION IN REDEMPTION-HIST SO
      *    STATEMENTS AND DISPUTES CAN SEE IT. THE CHANGE-LOG "FEE"
      *    ENTRIES CARRY THE FEE INCOME INTO THE GL EXTRACT'S OWN
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-HIST-DONE        PIC 9(1).
       01 WS-DORMANT-MONTHS   PIC 9(3).
       01 WS-FEE-AMOUNT       PIC 9(2)V99.
       01 WS-FEE-THIS         PIC S9(3)V99.
       01 WS-AGE-MONTHS       PIC S9(5).
       01 WS-CHECK-DATE       PIC 9(8).
           05 WS-CHECK-MONTH  PIC 9(2).
           05 WS-CHECK-DAY    PIC 9(2).

           COPY "prodrule.cpy".

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "DORMANCY FEE RUN FOR          ".

      *****************************************************************
      *    DORMANT MEANS NO CUSTOMER ACTIVITY - NO NON-FEE HISTORY
      *    ENTRY AND NO ISSUE - FOR THE PRODUCT'S THRESHOLD. OUR OWN FEE
      *    ENTRIES DO NOT RESET THAT CLOCK (THE CUSTOMER DID
      *    NOTHING); THEY ONLY SPACE THE CHARGES, SO A VOUCHER THAT
      *    HAS GONE DORMANT IS CHARGED ONCE PER MONTH, AS THE TERMS
      *    SAY, UNTIL IT WAKES OR RUNS DRY.
      *****************************************************************
       CHECK-ONE-VOUCHER.
           MOVE VM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           CALL "prodrule" USING PRODUCT-RULES.
           MOVE PRD-DORMANT-MONTHS TO WS-DORMANT-MONTHS.
           MOVE PRD-DORMANCY-FEE TO WS-FEE-AMOUNT.
           IF WS-DORMANT-MONTHS = 0 OR WS-FEE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LAST-ACTIVITY.
           IF WS-LAST-ACTIVITY = 0
               MOVE VM-ISSUE-DATE TO WS-LAST-ACTIVITY
