               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RATE-STATUS.
           SELECT STORE-MASTER ASSIGN TO "STORE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
           SELECT VOUCHER-HOLD ASSIGN TO "VOUCHER-HOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-VH-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    VT-TRANS-TYPE: "R" (OR SPACE, FOR TRANSACTION FILES CUT
      *    BEFORE THE FIELD EXISTED) = REDEEM, "T" = TOP-UP
      *    (MERCHANDISE RETURN), "V" = VOID THE VOUCHER OUTRIGHT,
      *    "A" = AUTHORIZE (HOLD VALUE FOR A SALE IN PROGRESS),
      *    "C" = CAPTURE (POST THE SALE AGAINST ITS HOLD).
      *    VT-AUTH-REF IS THE STORE'S AUTHORIZATION REFERENCE THAT
      *    TIES A CAPTURE TO ITS HOLD; SPACES ON OTHER TYPES.
       FD  VOUCHER-TRANS-FILE.
       01  VOUCHER-TRANS-RECORD.
           05 VT-VOUCHER-CODE      PIC X(6).
           05 VT-TRANS-TYPE        PIC X.
           05 VT-STORE-CODE        PIC X(4).
           05 VT-CURRENCY-CODE     PIC X(3).
           05 VT-AUTH-REF          PIC X(10).

       FD  VOUCHER-MASTER.
           COPY "voucher.cpy".
       FD  RATE-MASTER.
           COPY "ratemast.cpy".

       FD  STORE-MASTER.
           COPY "strmast.cpy".

       FD  VOUCHER-HOLD.
           COPY "holdmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SUSP-IN-STATUS  PIC XX.
       01 WS-SUSP-OUT-STATUS PIC XX.
       01 WS-CURRENCY-USED  PIC X(3).
       01 WS-FOREIGN-AMOUNT PIC S9(5)V99.
       01 WS-RATE-USED      PIC 9(4)V9999.
       01 WS-STORE-STATUS   PIC XX.
       01 WS-STORE-AVAILABLE PIC X VALUE "N".
       01 WS-STORE-OK       PIC X.
       01 WS-STORE-REASON   PIC X(30).
       01 WS-PTS-FUNCTION   PIC X(4) VALUE "TOPU".
       01 WS-PTS-AMOUNT     PIC S9(5)V99.
       01 WS-PTS-POINTS     PIC 9(7).
       01 WS-PTS-RESULT     PIC X.
       01 WS-POINTS-EARNED  PIC 9(9) VALUE 0.
       01 WS-REDEEMED-COUNT PIC 9(7) VALUE 0.
       01 WS-TOPUP-COUNT    PIC 9(7) VALUE 0.
       01 WS-VOID-COUNT     PIC 9(7) VALUE 0.
       01 WS-AUTH-COUNT     PIC 9(7) VALUE 0.
       01 WS-CAPTURE-COUNT  PIC 9(7) VALUE 0.
       01 WS-VH-STATUS      PIC XX.
       01 WS-HOLD-DONE      PIC X.
       01 WS-OPEN-HOLDS     PIC S9(5)V99.
       01 WS-AVAILABLE      PIC S9(5)V99.
       01 WS-REJECT-COUNT   PIC 9(7) VALUE 0.
       01 WS-CL-ACTION      PIC X(8).
       01 WS-STAT-FUNCTION  PIC X(4).
       01 WS-STAT-PROCESSED PIC 9(7).
       01 WS-STAT-RC        PIC 9(2).
       01 WS-BUSINESS-DATE  PIC 9(8).
       01 WS-PERIOD-OPEN    PIC X VALUE "Y".
           COPY "perclose.cpy".
       01 WS-TIME-SCRATCH   PIC 9(8).
       01 WS-RH-STATUS      PIC XX.
       01 WS-RH-WRITTEN     PIC X.

           COPY "printctl.cpy".

           COPY "prodrule.cpy".

       01 WS-CHECK-SUM      PIC 9(3) VALUE 0.
       01 WS-CD-IDX         PIC 9(1).
       01 WS-COMPUTED-CHECK PIC 9(1).
               WS-TRANS-COUNT WS-STAT-PROCESSED WS-REJECT-COUNT
               WS-STAT-RC.
           CALL "bizdate" USING WS-BUSINESS-DATE.
      *    VOUCHER ACTIVITY POSTS ON THE BUSINESS DATE. WHILE THAT
      *    MONTH IS CLOSED FOR VOUCHERS (A LATE OR RERUN CYCLE AFTER
      *    FINANCE HAS REPORTED IT) NOTHING IS APPLIED: EVERY ITEM
      *    SUSPENDS AND IS RESUBMITTED ONCE THE DATE IS IN AN OPEN
      *    MONTH.
           MOVE "VCH" TO PCK-SUBSYSTEM.
           MOVE WS-BUSINESS-DATE TO PCK-DATE.
           CALL "closectl" USING PERIOD-CLOSE-CHECK.
           MOVE PCK-RESULT TO WS-PERIOD-OPEN.
           IF WS-PERIOD-OPEN = "N"
               DISPLAY "VOUCHER PERIOD CLOSED FOR " WS-BUSINESS-DATE
                       " - ALL ACTIVITY SUSPENDED THIS RUN."
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "SUSPENSE-CYCLE-CAP" TO WS-PARM-NAME.
           MOVE WS-SUSPENSE-CAP TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               DISPLAY "RATE-MASTER NOT AVAILABLE - FOREIGN "
                       "TENDER WILL REJECT THIS RUN."
           END-IF.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-STATUS = "00"
               MOVE "Y" TO WS-STORE-AVAILABLE
           ELSE
               DISPLAY "STORE-MASTER NOT AVAILABLE - STORE CODES "
                       "NOT CHECKED THIS RUN."
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN I-O VOUCHER-HOLD.
           IF WS-VH-STATUS = "35"
              OPEN OUTPUT VOUCHER-HOLD
              CLOSE VOUCHER-HOLD
              OPEN I-O VOUCHER-HOLD
           END-IF.
           PERFORM CHECK-FOR-RESTART.
           PERFORM OPEN-SUSPENSE-OUT.
           PERFORM PROCESS-TRANSACTIONS UNTIL WS-EOF = 1.
               DISPLAY WS-RESTART-LINE
           END-IF.
           CLOSE REDEMPTION-HISTORY.
           CLOSE VOUCHER-HOLD.
           CLOSE VOUCHER-TRANS-FILE.
           CLOSE VOUCHER-MASTER.
           CLOSE VOUCHER-RPT-FILE.
           IF WS-RATE-AVAILABLE = "Y"
               CLOSE RATE-MASTER
           END-IF.
           IF WS-STORE-AVAILABLE = "Y"
               CLOSE STORE-MASTER
           END-IF.
           DISPLAY "REDEEMED:   " WS-REDEEMED-COUNT.
           DISPLAY "TOPPED UP:  " WS-TOPUP-COUNT.
           DISPLAY "POINTS:     " WS-POINTS-EARNED.
           DISPLAY "VOIDED:     " WS-VOID-COUNT.
           DISPLAY "AUTHORIZED: " WS-AUTH-COUNT.
           DISPLAY "CAPTURED:   " WS-CAPTURE-COUNT.
           DISPLAY "REJECTED:   " WS-REJECT-COUNT.
           DISPLAY "SUSPENDED:  " WS-SUSPENDED-COUNT.
           DISPLAY "RESUBMITS:  " WS-RESUBMIT-COUNT.
           DISPLAY "UNRESOLVED: " WS-UNRESOLVED-CT.
           COMPUTE WS-STAT-PROCESSED = WS-REDEEMED-COUNT
               + WS-TOPUP-COUNT + WS-VOID-COUNT
               + WS-AUTH-COUNT + WS-CAPTURE-COUNT.
           MOVE RETURN-CODE TO WS-STAT-RC.
           MOVE "ENDJ" TO WS-STAT-FUNCTION.
           CALL "runstats" USING WS-STAT-FUNCTION WS-STAT-PROGRAM
      *    RESUBMITS AMOUNTS AS USD - SO IT MUST NEVER SUSPEND. IT
      *    GOES STRAIGHT TO THE UNRESOLVED REPORT FOR THE CLERK TO
      *    RE-KEY ONCE A RATE IS ON FILE.
      *    A DECLINED AUTHORIZATION IS NOT SUSPENDED AT ALL - THE
      *    STORE TOOK OTHER TENDER AT THE TILL - AND A REJECTED
      *    CAPTURE GOES STRAIGHT TO THE UNRESOLVED REPORT, SINCE
      *    THE SUSPENSE RECORD HAS NO ROOM FOR ITS AUTH REFERENCE.
       WRITE-SUSPENSE-ITEM.
           IF VT-TRANS-TYPE = "A"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CURRENT-CYCLE >= WS-SUSPENSE-CAP
              OR WS-CONVERT-OK = "N"
              OR VT-TRANS-TYPE = "C"
               MOVE VT-VOUCHER-CODE TO UL-CODE
               MOVE VT-AMOUNT       TO UL-AMOUNT
               MOVE RL-RESULT       TO UL-REASON
      *    CANNOT BE CONVERTED A SECOND TIME OFF WHATEVER THE LAST
      *    TRANSIN RECORD LEFT IN THE RECORD AREA.
           MOVE SPACES           TO VT-CURRENCY-CODE.
           MOVE SPACES           TO VT-AUTH-REF.
           PERFORM REDEEM-VOUCHER.
           ADD 1 TO WS-TRANS-COUNT.
           PERFORM WRITE-CHECKPOINT.
           MOVE VT-VOUCHER-CODE TO VM-VOUCHER-CODE.
           MOVE 0 TO WS-HIST-OLD-BAL.
           MOVE 0 TO WS-HIST-NEW-BAL.
           PERFORM CHECK-STORE-OPEN.
           EVALUATE TRUE
               WHEN WS-PERIOD-OPEN = "N"
                   MOVE "REJECTED - PERIOD CLOSED" TO RL-RESULT
               WHEN WS-CONVERT-OK = "N"
                   MOVE WS-CONVERT-REASON TO RL-RESULT
               WHEN WS-STORE-OK = "N"
                   MOVE WS-STORE-REASON TO RL-RESULT
               WHEN OTHER
                   PERFORM APPLY-TO-MASTER
           END-EVALUATE.
           IF RL-RESULT (1:8) = "REJECTED"
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-SUSPENSE-ITEM
           END-IF.
           PERFORM WRITE-RPT-LINE-PAGED.
           WRITE VOUCHER-RPT-RECORD FROM WS-RPT-LINE.
           PERFORM WRITE-REDEMPTION-HISTORY.

      *    THE TRANSACTION HAS CLEARED THE PERIOD, CURRENCY AND STORE
      *    CHECKS; THE VOUCHER ITSELF DECIDES THE REST.
       APPLY-TO-MASTER.
           READ VOUCHER-MASTER
               KEY IS VM-VOUCHER-CODE
               INVALID KEY
                           PERFORM TOPUP-AGAINST-MASTER
                       WHEN VT-TRANS-TYPE = "V"
                           PERFORM VOID-AGAINST-MASTER
                       WHEN VT-TRANS-TYPE = "A"
                           PERFORM AUTHORIZE-AGAINST-MASTER
                       WHEN VT-TRANS-TYPE = "C"
                           PERFORM CAPTURE-AGAINST-MASTER
                       WHEN OTHER
                           MOVE "REJECTED - BAD TRANS TYPE"
                               TO RL-RESULT
                   END-EVALUATE
           END-READ.

      *****************************************************************
      *    TENDER IS ONLY TAKEN FROM A STORE ON THE STORE MASTER
      *    THAT IS OPEN ON THE BUSINESS DATE: ON OR AFTER ITS
      *    OPENING DATE, AND NOT CLOSED OR PAST ITS CLOSING DATE.
      *    ANYTHING ELSE IS REJECTED INTO SUSPENSE, WHERE THE CLERK
      *    CAN CORRECT THE STORE CODE. A VOID IS RAISED CENTRALLY
      *    AGAINST THE VOUCHER ITSELF AND IS NOT STORE TENDER.
      *****************************************************************
       CHECK-STORE-OPEN.
           MOVE "Y" TO WS-STORE-OK.
           MOVE SPACES TO WS-STORE-REASON.
           IF WS-STORE-AVAILABLE <> "Y" OR VT-TRANS-TYPE = "V"
               EXIT PARAGRAPH
           END-IF.
           IF VT-STORE-CODE = SPACES
               MOVE "N" TO WS-STORE-OK
               MOVE "REJECTED - UNKNOWN STORE" TO WS-STORE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE VT-STORE-CODE TO ST-STORE-CODE.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   MOVE "N" TO WS-STORE-OK
                   MOVE "REJECTED - UNKNOWN STORE" TO WS-STORE-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN (ST-STATUS = "C" AND ST-CLOSE-DATE = 0)
                         OR (ST-CLOSE-DATE > 0
                             AND ST-CLOSE-DATE <= WS-BUSINESS-DATE)
                           MOVE "N" TO WS-STORE-OK
                           MOVE "REJECTED - STORE CLOSED"
                               TO WS-STORE-REASON
                       WHEN ST-OPEN-DATE > WS-BUSINESS-DATE
                           MOVE "N" TO WS-STORE-OK
                           MOVE "REJECTED - STORE NOT YET OPEN"
                               TO WS-STORE-REASON
                   END-EVALUATE
           END-READ.

      *    EVERY REPORT LINE GOES THROUGH THE SHARED PRINT
      *    SERVICES SO THE REPORT PAGES AND CARRIES THE STANDARD
           END-PERFORM.
           COMPUTE WS-COMPUTED-CHECK = FUNCTION MOD (WS-CHECK-SUM, 10).

      *    A STRAIGHT REDEMPTION CAN ONLY SPEND THE AVAILABLE
      *    BALANCE - VALUE HELD FOR ANOTHER STORE'S SALE IN PROGRESS
      *    IS NOT ITS TO TAKE.
       REDEEM-AGAINST-MASTER.
           PERFORM TOTAL-OPEN-HOLDS.
           IF WS-AVAILABLE - VT-AMOUNT < 0
               MOVE "REJECTED - INSUFFICIENT BALANCE" TO RL-RESULT
           ELSE
               MOVE VM-BALANCE TO WS-OLD-BALANCE
               END-REWRITE
           END-IF.

      *****************************************************************
      *    AUTHORIZATION HOLDS. AN AUTHORIZATION RESERVES VT-AMOUNT
      *    OUT OF THE AVAILABLE BALANCE (VM-BALANCE LESS EVERY OPEN
      *    HOLD) WITHOUT TOUCHING THE POSTED BALANCE; THE HOLD IS
      *    KEYED BY THE STORE'S AUTH REFERENCE SO THE CAPTURE CAN
      *    FIND IT. NOTHING POSTS, SO THERE IS NO CHANGE-LOG ENTRY.
      *****************************************************************
       AUTHORIZE-AGAINST-MASTER.
           IF VT-AUTH-REF = SPACES
               MOVE "REJECTED - MISSING AUTH REF" TO RL-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF VT-AMOUNT NOT > 0
               MOVE "REJECTED - BAD AUTH AMOUNT" TO RL-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOTAL-OPEN-HOLDS.
           IF WS-AVAILABLE - VT-AMOUNT < 0
               MOVE "REJECTED - INSUFFICIENT BALANCE" TO RL-RESULT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VOUCHER-HOLD-RECORD.
           MOVE VT-VOUCHER-CODE TO VH-VOUCHER-CODE.
           MOVE VT-AUTH-REF TO VH-AUTH-REF.
           MOVE VT-STORE-CODE TO VH-STORE-CODE.
           MOVE VT-AMOUNT TO VH-AMOUNT.
           MOVE "O" TO VH-STATUS.
           MOVE WS-BUSINESS-DATE TO VH-AUTH-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH VH-AUTH-TIME.
           MOVE 0 TO VH-CLOSE-DATE.
           MOVE 0 TO VH-CLOSE-TIME.
           MOVE 0 TO VH-CAPTURED-AMOUNT.
           WRITE VOUCHER-HOLD-RECORD
               INVALID KEY
                   MOVE "REJECTED - DUPLICATE AUTH REF" TO RL-RESULT
               NOT INVALID KEY
                   MOVE "AUTHORIZED" TO RL-RESULT
                   ADD 1 TO WS-AUTH-COUNT
           END-WRITE.

      *    A CAPTURE POSTS THE SALE AGAINST ITS OPEN HOLD: THE SAME
      *    STORE, NO MORE THAN WAS HELD (A SALE THAT CAME IN UNDER
      *    THE HOLD SIMPLY FREES THE DIFFERENCE). THE HOLD'S OWN
      *    AMOUNT IS ALREADY RESERVED, SO THE TEST IS AGAINST THE
      *    AVAILABLE BALANCE WITH THIS HOLD ADDED BACK - A FEE OR
      *    DENIED DISPUTE SINCE THE AUTHORIZATION CAN STILL LEAVE
      *    TOO LITTLE. THE POSTING IS AN ORDINARY "REDEEMED" ENTRY,
      *    SO SETTLEMENT, THE GL EXTRACT AND THE REPORTS TREAT IT
      *    EXACTLY LIKE A STRAIGHT REDEMPTION.
       CAPTURE-AGAINST-MASTER.
           MOVE SPACES TO RL-RESULT.
           IF VT-AUTH-REF = SPACES
               MOVE "REJECTED - MISSING AUTH REF" TO RL-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOTAL-OPEN-HOLDS.
           MOVE VT-VOUCHER-CODE TO VH-VOUCHER-CODE.
           MOVE VT-AUTH-REF TO VH-AUTH-REF.
           READ VOUCHER-HOLD
               KEY IS VH-KEY
               INVALID KEY
                   MOVE "REJECTED - NO SUCH HOLD" TO RL-RESULT
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN VH-STATUS = "C"
                   MOVE "REJECTED - HOLD ALREADY CAPTURED"
                       TO RL-RESULT
               WHEN VH-STATUS = "R"
                   MOVE "REJECTED - HOLD RELEASED" TO RL-RESULT
               WHEN VH-STORE-CODE NOT = VT-STORE-CODE
                   MOVE "REJECTED - HOLD STORE MISMATCH" TO RL-RESULT
               WHEN VT-AMOUNT NOT > 0
                   MOVE "REJECTED - BAD CAPTURE AMOUNT" TO RL-RESULT
               WHEN VT-AMOUNT > VH-AMOUNT
                   MOVE "REJECTED - CAPTURE EXCEEDS HOLD"
                       TO RL-RESULT
               WHEN WS-AVAILABLE + VH-AMOUNT - VT-AMOUNT < 0
                   MOVE "REJECTED - INSUFFICIENT BALANCE" TO RL-RESULT
           END-EVALUATE.
           IF RL-RESULT (1:8) = "REJECTED"
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-BALANCE TO WS-OLD-BALANCE.
           SUBTRACT VT-AMOUNT FROM VM-BALANCE.
           MOVE VM-BALANCE TO WS-NEW-BALANCE.
           REWRITE VOUCHER-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - MASTER UPDATE FAILED"
                       TO RL-RESULT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE VM-BALANCE TO WS-HIST-NEW-BAL.
           MOVE "REDEEMED" TO RL-RESULT.
           ADD 1 TO WS-CAPTURE-COUNT.
           MOVE "REDEEM" TO WS-CL-ACTION.
           PERFORM LOG-VOUCHER-ACTIVITY.
           MOVE "C" TO VH-STATUS.
           MOVE VT-AMOUNT TO VH-CAPTURED-AMOUNT.
           MOVE WS-BUSINESS-DATE TO VH-CLOSE-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH VH-CLOSE-TIME.
           REWRITE VOUCHER-HOLD-RECORD
               INVALID KEY
                   DISPLAY "HOLD UPDATE FAILED FOR " VT-VOUCHER-CODE
                           " " VT-AUTH-REF ", STATUS=" WS-VH-STATUS
           END-REWRITE.

      *    SUMS THE OPEN HOLDS ON THE VOUCHER IN HAND AND SETS THE
      *    AVAILABLE BALANCE. THE HOLDS FOR ONE CODE ARE ADJACENT ON
      *    THE KEY, SO THIS IS ONE SHORT BROWSE.
       TOTAL-OPEN-HOLDS.
           MOVE 0 TO WS-OPEN-HOLDS.
           MOVE "N" TO WS-HOLD-DONE.
           MOVE VM-VOUCHER-CODE TO VH-VOUCHER-CODE.
           MOVE LOW-VALUES TO VH-AUTH-REF.
           START VOUCHER-HOLD KEY IS >= VH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HOLD-DONE
           END-START.
           PERFORM UNTIL WS-HOLD-DONE = "Y"
               READ VOUCHER-HOLD NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOLD-DONE
                   NOT AT END
                       IF VH-VOUCHER-CODE NOT = VM-VOUCHER-CODE
                           MOVE "Y" TO WS-HOLD-DONE
                       ELSE
                           IF VH-STATUS = "O"
                               ADD VH-AMOUNT TO WS-OPEN-HOLDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE WS-AVAILABLE = VM-BALANCE - WS-OPEN-HOLDS.

      *    A TOP-UP PUTS RETURNED-MERCHANDISE VALUE BACK ON THE
      *    VOUCHER. THE BALANCE FIELD TOPS OUT AT 999.99; A TOP-UP
      *    THAT WOULD OVERFLOW IT IS REJECTED WHOLE. A TOP-UP ON A
      *    CUSTOMER'S VOUCHER EARNS LOYALTY POINTS UNDER THE
      *    VOUCHER'S CAMPAIGN RULE. A PRODUCT SOLD AS NOT
      *    RELOADABLE (prodrule) TAKES NO TOP-UP AT ALL.
       TOPUP-AGAINST-MASTER.
           MOVE VM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           CALL "prodrule" USING PRODUCT-RULES.
           IF PRD-RELOADABLE = "N"
               MOVE "REJECTED - NOT RELOADABLE" TO RL-RESULT
               EXIT PARAGRAPH
           END-IF.
           IF VM-BALANCE + VT-AMOUNT > 999.99
               MOVE "REJECTED - BALANCE OVERFLOW" TO RL-RESULT
           ELSE
                       ADD 1 TO WS-TOPUP-COUNT
                       MOVE "TOPUP" TO WS-CL-ACTION
                       PERFORM LOG-VOUCHER-ACTIVITY
                       PERFORM EARN-TOPUP-POINTS
               END-REWRITE
           END-IF.

       EARN-TOPUP-POINTS.
           IF VM-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE VT-AMOUNT TO WS-PTS-AMOUNT.
           CALL "loyalpts" USING WS-PTS-FUNCTION VM-CUSTOMER-ID
               VM-CAMPAIGN-CODE VM-VOUCHER-CODE WS-PTS-AMOUNT
               WS-PTS-POINTS WS-PTS-RESULT.
           IF WS-PTS-RESULT = "Y"
               ADD WS-PTS-POINTS TO WS-POINTS-EARNED
           END-IF.

      *    A VOID KILLS THE VOUCHER OUTRIGHT. THE BALANCE IS KEPT ON
      *    THE RECORD FOR AUDIT, AS EXPIRY DOES; VM-STATUS "V" IS
      *    WHAT STOPS FURTHER USE.
