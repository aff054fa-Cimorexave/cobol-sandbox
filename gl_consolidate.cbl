       PROGRAM-ID.  gl_consolidate.
      *****************************************************************
      *    GL BATCHING FRONT-END. MERGES EVERY LEDGER FEED FOR THE
      *    CYCLE - TODAY THE VOUCHER FEED (GL-INTERFACE), THE
      *    PAYROLL FEED (PAYROLL-GL-INTERFACE), THE MONTH-END WAGE
      *    ACCRUAL FEED (PAYROLL-ACCRUAL-GL), THE MONTH-END LEAVE
      *    LIABILITY FEED (LEAVE-LIABILITY-GL), THE EXPENSE CLAIM
      *    REIMBURSEMENT FEED (EXPENSE-GL), THE WEEKLY MERCHANT
      *    SETTLEMENT FEED (MERCHANT-GL) AND THE MONTH-END VOUCHER
      *    BREAKAGE FEED (BREAKAGE-GL), ALL IN ACCOUNTING'S
      *    glintf.cpy FORMAT - INTO THE ONE GL-POSTING FILE FINANCE
      *    LOADS. EACH FEED BECOMES A NUMBERED BATCH WITH SEQUENCE
      *    NUMBERS; A FEED WHOSE DEBITS DO NOT EQUAL ITS CREDITS IS
      *    QUARANTINED TO THE SUSPENSE REPORT AND HELD OUT WITHOUT
      *    STOPPING THE BALANCED BATCHES; AND THE BATCH CONTROL SLIP
      *    PROVES EACH BATCH AND THE RELEASED TOTAL BEFORE ANYTHING
      *    IS POSTED. THE ACCRUAL, LEAVE LIABILITY AND BREAKAGE FEEDS
      *    ONLY ARRIVE AT MONTH-END AND THE EXPENSE AND MERCHANT
      *    FEEDS ARE ADDED TO BY EACH RUN THAT FEEDS THEM, SO EACH OF
      *    THOSE IS EMPTIED ONCE ITS BATCH IS RELEASED AND CANNOT
      *    POST TWICE.
      *    THE PAYROLL FEED IS CUT FRESH EACH PERIOD BUT STAYS ON
      *    HAND UNTIL THE NEXT, SO ITS PERIOD (THE DATE ON ITS FIRST
      *    ENTRY) IS RECORDED THROUGH periodctl WHEN IT RELEASES; A
      *    PAYROLL FEED FOR A PERIOD ALREADY RELEASED IS HELD OUT AS
      *    POSTED AND THE RUN ENDS RC 4.
      *    EVERY LINE'S ACCOUNT IS LOOKED UP ON THE CHART OF ACCOUNTS
      *    (coamast.cpy) AS IT IS READ. A FEED WITH A LINE WHOSE
      *    ACCOUNT IS NOT ON THE CHART, IS INACTIVE, OR NEEDS A COST
      *    CENTRE THE LINE DOES NOT CARRY IS HELD OUT WHOLE - POSTING
      *    THE REST WOULD UNBALANCE IT - AND ITS BAD LINES ARE LISTED
      *    ON THE SUSPENSE REPORT WITH THE REASON; THE RUN ENDS RC 4.
      *    WITH NO CHART ON HAND THE ACCOUNTS CANNOT BE CHECKED, THE
      *    FEEDS RELEASE AS BEFORE AND THE RUN ENDS RC 4.
      *    BATCH NUMBERS RUN ON FROM THE HIGHEST ON GL-BATCH-REGISTER
      *    (glbatch.cpy), WHERE EVERY RELEASED BATCH IS REGISTERED AS
      *    SENT, AND EVERY RELEASED LINE IS KEPT ON GL-SENT-LINES
      *    (glsent.cpy), SO gl_ack CAN APPLY THE LEDGER'S
      *    ACKNOWLEDGMENT BY BATCH AND SEQUENCE NUMBER. THE LINES THE
      *    LEDGER REJECTED AND FINANCE HAS CORRECTED AND MARKED READY
      *    ON GL-RECYCLE (glrecyc.cpy) GO OUT LAST AS THEIR OWN
      *    RECYCLED LINES BATCH. THAT BATCH IS NOT PROVED IN BALANCE
      *    OR COUNTED IN THE RELEASED TOTAL - THE OTHER SIDE OF A
      *    PARTLY POSTED BATCH IS ALREADY ON THE LEDGER - BUT ITS
      *    ACCOUNTS ARE CHECKED LIKE ANY OTHER FEED'S.
      *    GL-POSTING IS FINGERPRINTED ON THE INTERFACE REGISTRY
      *    (intfreg) AS IT IS CUT - ON ITS LEDGER LINES ONLY, NOT THE
      *    BATCH AND SEQUENCE NUMBERS THIS RUN GAVE THEM - AND IS
      *    CHECKED BEFORE ANYTHING ELSE IS TOUCHED. ONLY A FILE THAT
      *    PASSES IS COMMITTED: ITS BATCHES AND LINES REGISTERED AS
      *    SENT, THE FEEDS EMPTIED, THE PAYROLL PERIOD RECORDED, THE
      *    RECYCLED LINES MARKED RESUBMITTED, AND THE FILE REGISTERED
      *    UNLESS THE RELEASED TOTAL IS OUT OF BALANCE. ONE IDENTICAL
      *    TO A FILE ALREADY SENT IS EMPTIED AGAIN, EVERYTHING ELSE
      *    IS LEFT AS IT WAS FOR THE NEXT RUN, AND THE RUN ENDS RC 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PAYROLL-FEED ASSIGN TO "PAYROLL-GL-INTERFACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT ACCRUAL-FEED ASSIGN TO "PAYROLL-ACCRUAL-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT LIABILITY-FEED ASSIGN TO "LEAVE-LIABILITY-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT EXPENSE-FEED ASSIGN TO "EXPENSE-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT MERCHANT-FEED ASSIGN TO "MERCHANT-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT BREAKAGE-FEED ASSIGN TO "BREAKAGE-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "CHART-OF-ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.
           SELECT GL-BATCH-REGISTER ASSIGN TO "GL-BATCH-REGISTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GBR-BATCH
               FILE STATUS IS WS-GBR-STATUS.
           SELECT GL-SENT-LINES ASSIGN TO "GL-SENT-LINES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS WS-GS-STATUS.
           SELECT GL-RECYCLE ASSIGN TO "GL-RECYCLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRC-KEY
               FILE STATUS IS WS-GRC-STATUS.
           SELECT POSTING-FILE ASSIGN TO "GL-POSTING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-FEED.
       01  VOUCHER-FEED-RECORD  PIC X(55).

       FD  PAYROLL-FEED.
       01  PAYROLL-FEED-RECORD  PIC X(55).

       FD  ACCRUAL-FEED.
       01  ACCRUAL-FEED-RECORD  PIC X(55).

       FD  LIABILITY-FEED.
       01  LIABILITY-FEED-RECORD PIC X(55).

       FD  EXPENSE-FEED.
       01  EXPENSE-FEED-RECORD  PIC X(55).

       FD  MERCHANT-FEED.
       01  MERCHANT-FEED-RECORD PIC X(55).

       FD  BREAKAGE-FEED.
       01  BREAKAGE-FEED-RECORD PIC X(55).

       FD  CHART-OF-ACCOUNTS.
           COPY "coamast.cpy".

       FD  GL-BATCH-REGISTER.
           COPY "glbatch.cpy".

       FD  GL-SENT-LINES.
           COPY "glsent.cpy".

       FD  GL-RECYCLE.
           COPY "glrecyc.cpy".

       FD  POSTING-FILE.
       01  POSTING-RECORD.
           05 GLB-BATCH         PIC 9(6).
           05 GLB-SEQ           PIC 9(5).
           05 GLB-ENTRY         PIC X(55).

       FD  SUSPENSE-RPT-FILE.
       01  SUSPENSE-RPT-RECORD  PIC X(80).
       01 WS-POST-STATUS      PIC XX.
       01 WS-SUSP-STATUS      PIC XX.
       01 WS-SLIP-STATUS      PIC XX.
       01 WS-COA-STATUS       PIC XX.
       01 WS-CHART-AVAILABLE  PIC X VALUE "N".
       01 WS-FEED-EOF         PIC 9(1).
       01 WS-WHICH-FEED       PIC X.
       01 WS-FEED-NAME        PIC X(20).
       01 WS-BATCH-NO         PIC 9(6) VALUE 0.
       01 WS-BATCH-COUNT      PIC 9(3) VALUE 0.
       01 WS-GBR-STATUS       PIC XX.
       01 WS-GS-STATUS        PIC XX.
       01 WS-GRC-STATUS       PIC XX.
       01 WS-RECYCLE-AVAILABLE PIC X VALUE "N".
       01 WS-SCAN-EOF         PIC 9(1).
       01 WS-MARK-COUNT       PIC 9(4).
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-SEQ-NO           PIC 9(5).
       01 WS-ENTRY-MAX        PIC 9(4) VALUE 2000.
       01 WS-ENTRY-COUNT      PIC 9(4).
       01 WS-ENTRY-IDX        PIC 9(4).
       01 WS-ENTRY-TABLE.
           05 WS-HELD OCCURS 2000 TIMES.
              10 WS-HELD-ENTRY    PIC X(55).
              10 WS-HELD-REJECT   PIC X.
       01 WS-FEED-ACCT-ERRORS PIC 9(4).
       01 WS-ACCT-FEEDS       PIC 9(2) VALUE 0.
       01 WS-FEED-DEBITS      PIC S9(11)V99.
       01 WS-FEED-CREDITS     PIC S9(11)V99.
       01 WS-REL-DEBITS       PIC S9(13)V99 VALUE 0.
       01 WS-REL-CREDITS      PIC S9(13)V99 VALUE 0.
       01 WS-SUSP-FEEDS       PIC 9(2) VALUE 0.
       01 WS-HELD-POSTED      PIC 9(2) VALUE 0.
       01 WS-POST-PERIOD      PIC 9(8).
       01 WS-PERIOD-FUNCTION  PIC X(4).
       01 WS-PERIOD-STEP      PIC X(15) VALUE "GLCONS".
       01 WS-PERIOD-RESULT    PIC X(1).
       01 WS-PERIOD-DETAIL    PIC X(40).
      *    ONE ENTRY PER FEED CUT TO GL-POSTING, COMMITTED ONLY ONCE
      *    THE FILE HAS PASSED THE DUPLICATE CHECK.
       01 WS-RB-COUNT         PIC 9(2) VALUE 0.
       01 WS-RB-IDX           PIC 9(2).
       01 WS-RB-TABLE.
           05 WS-RB OCCURS 8 TIMES.
              10 WS-RB-FEED       PIC X.
              10 WS-RB-NAME       PIC X(20).
              10 WS-RB-BATCH      PIC 9(6).
              10 WS-RB-ENTRIES    PIC 9(4).
              10 WS-RB-DEBITS     PIC S9(11)V99.
              10 WS-RB-CREDITS    PIC S9(11)V99.

           COPY "glintf.cpy".
           COPY "intfchk.cpy".

       01 WS-SLIP-HEADER      PIC X(30) VALUE
          "GL BATCH CONTROL SLIP".

       01 WS-BATCH-LINE.
           05 FILLER          PIC X(6) VALUE "BATCH ".
           05 BL-BATCH        PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 BL-FEED         PIC X(20).
           05 FILLER          PIC X(9) VALUE " ENTRIES ".
              "QUARANTINED FEED:         ".
           05 QH-FEED         PIC X(20).

       01 WS-ACCT-HEADER.
           05 FILLER          PIC X(26) VALUE
              "ACCOUNT REJECTS IN FEED:  ".
           05 AH-FEED         PIC X(20).

       01 WS-ACCT-LINE.
           05 AL-ENTRY        PIC X(55).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-REASON       PIC X(20).

       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(19) VALUE "RELEASED TOTAL  DR ".
           05 TL-DEBITS       PIC -(11)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
           OPEN OUTPUT POSTING-FILE.
           MOVE "GL-POSTING" TO IFC-INTERFACE.
           MOVE "O" TO IFC-DIRECTION.
           MOVE "gl_consolidate" TO IFC-PROGRAM.
           MOVE "INIT" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           OPEN OUTPUT SUSPENSE-RPT-FILE.
           OPEN OUTPUT CONTROL-SLIP-FILE.
           WRITE CONTROL-SLIP-RECORD FROM WS-SLIP-HEADER.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           PERFORM 050-OPEN-REGISTERS.
           OPEN INPUT CHART-OF-ACCOUNTS.
           IF WS-COA-STATUS = "00"
               MOVE "Y" TO WS-CHART-AVAILABLE
           ELSE
               DISPLAY "CHART-OF-ACCOUNTS NOT ON HAND, STATUS="
                       WS-COA-STATUS " - ACCOUNTS NOT CHECKED."
           END-IF.
           MOVE "V" TO WS-WHICH-FEED.
           MOVE "VOUCHER ACTIVITY" TO WS-FEED-NAME.
           PERFORM 100-PROCESS-ONE-FEED.
           MOVE "P" TO WS-WHICH-FEED.
           MOVE "PAYROLL" TO WS-FEED-NAME.
           PERFORM 100-PROCESS-ONE-FEED.
           MOVE "A" TO WS-WHICH-FEED.
           MOVE "PAYROLL ACCRUAL" TO WS-FEED-NAME.
           PERFORM 100-PROCESS-ONE-FEED.
           MOVE "L" TO WS-WHICH-FEED.
           MOVE "LEAVE LIABILITY" TO WS-FEED-NAME.
           PERFORM 100-PROCESS-ONE-FEED.
           MOVE "E" TO WS-WHICH-FEED.
           MOVE "EXPENSE CLAIMS" TO WS-FEED-NAME.
           PERFORM 100-PROCESS-ONE-FEED.
           MOVE "M" TO WS-WHICH-FEED.
           MOVE "MERCHANT SETTLEMENT" TO WS-FEED-NAME.
           PERFORM 100-PROCESS-ONE-FEED.
           MOVE "B" TO WS-WHICH-FEED.
           MOVE "VOUCHER BREAKAGE" TO WS-FEED-NAME.
           PERFORM 100-PROCESS-ONE-FEED.
           MOVE "R" TO WS-WHICH-FEED.
           MOVE "RECYCLED LINES" TO WS-FEED-NAME.
           PERFORM 100-PROCESS-ONE-FEED.
           MOVE WS-REL-DEBITS TO TL-DEBITS.
           MOVE WS-REL-CREDITS TO TL-CREDITS.
           IF WS-REL-DEBITS = WS-REL-CREDITS
           END-IF.
           WRITE CONTROL-SLIP-RECORD FROM WS-TOTAL-LINE.
           CLOSE POSTING-FILE.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           IF IFC-RESULT = "Y"
               PERFORM 400-COMMIT-RELEASE
               IF WS-REL-DEBITS = WS-REL-CREDITS
                   MOVE "DONE" TO IFC-FUNCTION
                   CALL "intfreg" USING INTERFACE-CHECK
               END-IF
           ELSE
               OPEN OUTPUT POSTING-FILE
               CLOSE POSTING-FILE
               MOVE 0 TO WS-BATCH-COUNT
               DISPLAY "GL-POSTING IS THE " IFC-DETAIL
                       " - NOT RELEASED"
           END-IF.
           CLOSE SUSPENSE-RPT-FILE.
           CLOSE CONTROL-SLIP-FILE.
           IF WS-CHART-AVAILABLE = "Y"
               CLOSE CHART-OF-ACCOUNTS
           END-IF.
           CLOSE GL-BATCH-REGISTER.
           CLOSE GL-SENT-LINES.
           IF WS-RECYCLE-AVAILABLE = "Y"
               CLOSE GL-RECYCLE
           END-IF.
           DISPLAY "BATCHES RELEASED:   " WS-BATCH-COUNT.
           DISPLAY "LAST BATCH NUMBER:  " WS-BATCH-NO.
           DISPLAY "FEEDS QUARANTINED:  " WS-SUSP-FEEDS.
           DISPLAY "HELD FOR ACCOUNTS:  " WS-ACCT-FEEDS.
           DISPLAY "ALREADY POSTED:     " WS-HELD-POSTED.
           EVALUATE TRUE
               WHEN WS-REL-DEBITS NOT = WS-REL-CREDITS
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RELEASED TOTAL OUT OF BALANCE"
               WHEN IFC-RESULT = "N"
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "GL-POSTING ALREADY SENT - NOT RELEASED"
               WHEN WS-SUSP-FEEDS > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "ONE OR MORE FEEDS QUARANTINED"
               WHEN WS-ACCT-FEEDS > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "ONE OR MORE FEEDS HELD FOR BAD ACCOUNTS"
               WHEN WS-HELD-POSTED > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "PAYROLL FEED ALREADY POSTED - HELD OUT"
               WHEN WS-CHART-AVAILABLE = "N"
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "ACCOUNTS NOT CHECKED - NO CHART ON HAND"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "ALL FEEDS RELEASED IN BALANCE"
           END-EVALUATE.
           STOP RUN.

      *    THE REGISTERS ARE CREATED ON FIRST USE. THE NEXT BATCH
      *    NUMBER FOLLOWS THE HIGHEST ALREADY REGISTERED.
       050-OPEN-REGISTERS.
           OPEN I-O GL-BATCH-REGISTER.
           IF WS-GBR-STATUS = "35"
              OPEN OUTPUT GL-BATCH-REGISTER
              CLOSE GL-BATCH-REGISTER
              OPEN I-O GL-BATCH-REGISTER
           END-IF.
           OPEN I-O GL-SENT-LINES.
           IF WS-GS-STATUS = "35"
              OPEN OUTPUT GL-SENT-LINES
              CLOSE GL-SENT-LINES
              OPEN I-O GL-SENT-LINES
           END-IF.
           OPEN I-O GL-RECYCLE.
           IF WS-GRC-STATUS = "00"
               MOVE "Y" TO WS-RECYCLE-AVAILABLE
           END-IF.
           MOVE 0 TO GBR-BATCH.
           MOVE 0 TO WS-SCAN-EOF.
           START GL-BATCH-REGISTER KEY IS >= GBR-BATCH
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ GL-BATCH-REGISTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       MOVE GBR-BATCH TO WS-BATCH-NO
               END-READ
           END-PERFORM.

      *****************************************************************
      *    A FEED IS HELD IN THE TABLE WHILE ITS DEBITS AND CREDITS
      *    ARE PROVED; ONLY A BALANCED FEED GETS A BATCH NUMBER AND
      *****************************************************************
       100-PROCESS-ONE-FEED.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE 0 TO WS-FEED-ACCT-ERRORS.
           MOVE 0 TO WS-FEED-DEBITS.
           MOVE 0 TO WS-FEED-CREDITS.
           MOVE 0 TO WS-FEED-EOF.
           EVALUATE WS-WHICH-FEED
               WHEN "V"
                   OPEN INPUT VOUCHER-FEED
               WHEN "P"
                   OPEN INPUT PAYROLL-FEED
               WHEN "A"
                   OPEN INPUT ACCRUAL-FEED
               WHEN "L"
                   OPEN INPUT LIABILITY-FEED
               WHEN "E"
                   OPEN INPUT EXPENSE-FEED
               WHEN "M"
                   OPEN INPUT MERCHANT-FEED
               WHEN "B"
                   OPEN INPUT BREAKAGE-FEED
               WHEN OTHER
                   PERFORM 160-START-RECYCLE
           END-EVALUATE.
           IF WS-FEED-STATUS <> "00"
               DISPLAY "FEED " WS-FEED-NAME " NOT ON HAND - SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 110-READ-ONE-ENTRY UNTIL WS-FEED-EOF = 1.
           EVALUATE WS-WHICH-FEED
               WHEN "V"
                   CLOSE VOUCHER-FEED
               WHEN "P"
                   CLOSE PAYROLL-FEED
               WHEN "A"
                   CLOSE ACCRUAL-FEED
               WHEN "L"
                   CLOSE LIABILITY-FEED
               WHEN "E"
                   CLOSE EXPENSE-FEED
               WHEN "M"
                   CLOSE MERCHANT-FEED
               WHEN "B"
                   CLOSE BREAKAGE-FEED
           END-EVALUATE.
           IF WS-ENTRY-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-WHICH-FEED = "P"
               PERFORM 150-CHECK-PAYROLL-PERIOD
               IF WS-PERIOD-RESULT = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-FEED-ACCT-ERRORS > 0
               PERFORM 350-HOLD-FOR-ACCOUNTS
               EXIT PARAGRAPH
           END-IF.
           IF WS-FEED-DEBITS = WS-FEED-CREDITS
              OR WS-WHICH-FEED = "R"
               PERFORM 200-RELEASE-FEED
           ELSE
               PERFORM 300-QUARANTINE-FEED
           END-IF.

       110-READ-ONE-ENTRY.
           EVALUATE WS-WHICH-FEED
               WHEN "V"
                   READ VOUCHER-FEED
                       AT END
                           MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE VOUCHER-FEED-RECORD
                               TO GL-INTERFACE-RECORD
                           PERFORM 120-HOLD-ONE-ENTRY
                   END-READ
               WHEN "P"
                   READ PAYROLL-FEED
                       AT END
                           MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE PAYROLL-FEED-RECORD
                               TO GL-INTERFACE-RECORD
                           PERFORM 120-HOLD-ONE-ENTRY
                   END-READ
               WHEN "A"
                   READ ACCRUAL-FEED
                       AT END
                           MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE ACCRUAL-FEED-RECORD
                               TO GL-INTERFACE-RECORD
                           PERFORM 120-HOLD-ONE-ENTRY
                   END-READ
               WHEN "L"
                   READ LIABILITY-FEED
                       AT END
                           MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE LIABILITY-FEED-RECORD
                               TO GL-INTERFACE-RECORD
                           PERFORM 120-HOLD-ONE-ENTRY
                   END-READ
               WHEN "E"
                   READ EXPENSE-FEED
                       AT END
                           MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE EXPENSE-FEED-RECORD
                               TO GL-INTERFACE-RECORD
                           PERFORM 120-HOLD-ONE-ENTRY
                   END-READ
               WHEN "M"
                   READ MERCHANT-FEED
                       AT END
                           MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE MERCHANT-FEED-RECORD
                               TO GL-INTERFACE-RECORD
                           PERFORM 120-HOLD-ONE-ENTRY
                   END-READ
               WHEN "B"
                   READ BREAKAGE-FEED
                       AT END
                           MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           MOVE BREAKAGE-FEED-RECORD
                               TO GL-INTERFACE-RECORD
                           PERFORM 120-HOLD-ONE-ENTRY
                   END-READ
               WHEN OTHER
                   READ GL-RECYCLE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FEED-EOF
                       NOT AT END
                           IF GRC-READY
                               MOVE GRC-ENTRY TO GL-INTERFACE-RECORD
                               PERFORM 120-HOLD-ONE-ENTRY
                           END-IF
                   END-READ
           END-EVALUATE.

       120-HOLD-ONE-ENTRY.
           IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
           ELSE
               ADD GL-AMOUNT TO WS-FEED-CREDITS
           END-IF.
           PERFORM 130-CHECK-ACCOUNT.

      *    "M" NOT ON THE CHART, "I" INACTIVE, "C" NO COST CENTRE ON
      *    A LINE TO AN ACCOUNT THAT NEEDS ONE.
       130-CHECK-ACCOUNT.
           MOVE SPACE TO WS-HELD-REJECT (WS-ENTRY-COUNT).
           IF WS-CHART-AVAILABLE = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE GL-ACCOUNT TO COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS
               KEY IS COA-ACCOUNT
               INVALID KEY
                   MOVE "M" TO WS-HELD-REJECT (WS-ENTRY-COUNT)
               NOT INVALID KEY
                   IF COA-STATUS NOT = "A"
                       MOVE "I" TO WS-HELD-REJECT (WS-ENTRY-COUNT)
                   ELSE
                       IF COA-CC-REQUIRED = "Y"
                          AND GL-COST-CENTER = SPACES
                           MOVE "C" TO WS-HELD-REJECT (WS-ENTRY-COUNT)
                       END-IF
                   END-IF
           END-READ.
           IF WS-HELD-REJECT (WS-ENTRY-COUNT) NOT = SPACE
               ADD 1 TO WS-FEED-ACCT-ERRORS
           END-IF.

      *    GL-RECYCLE IS READ FROM ITS FIRST KEY; WITH NO RECYCLE FILE
      *    THERE IS NOTHING TO RESUBMIT.
       160-START-RECYCLE.
           IF WS-RECYCLE-AVAILABLE = "N"
               MOVE "35" TO WS-FEED-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO WS-FEED-STATUS.
           MOVE 0 TO GRC-BATCH.
           MOVE 0 TO GRC-SEQ.
           START GL-RECYCLE KEY IS >= GRC-KEY
               INVALID KEY
                   MOVE 1 TO WS-FEED-EOF
           END-START.

      *    THE PAYROLL FEED'S OWN ENTRIES COME FIRST AND CARRY THE
      *    PERIOD-END; CARRIED VOID ENTRIES FOLLOW UNDER THEIR DATES.
       150-CHECK-PAYROLL-PERIOD.
           MOVE WS-HELD-ENTRY (1) TO GL-INTERFACE-RECORD.
           MOVE GL-DATE TO WS-POST-PERIOD.
           MOVE "CHK " TO WS-PERIOD-FUNCTION.
           CALL "periodctl" USING WS-PERIOD-FUNCTION WS-PERIOD-STEP
               WS-POST-PERIOD WS-PERIOD-RESULT WS-PERIOD-DETAIL.
           IF WS-PERIOD-RESULT = "N"
               ADD 1 TO WS-HELD-POSTED
               DISPLAY "FEED " WS-FEED-NAME " PERIOD " WS-POST-PERIOD
                       " ALREADY RELEASED - " WS-PERIOD-DETAIL
               DISPLAY "FEED " WS-FEED-NAME " HELD OUT - NOT POSTED "
                       "AGAIN."
           END-IF.

       200-RELEASE-FEED.
           ADD 1 TO WS-BATCH-NO.
           ADD 1 TO WS-BATCH-COUNT.
           MOVE 0 TO WS-SEQ-NO.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               MOVE WS-BATCH-NO TO GLB-BATCH
               MOVE WS-SEQ-NO TO GLB-SEQ
               MOVE WS-HELD-ENTRY (WS-ENTRY-IDX) TO GLB-ENTRY
               PERFORM 205-ADD-TO-FINGERPRINT
               WRITE POSTING-RECORD
           END-PERFORM.
           ADD 1 TO WS-RB-COUNT.
           MOVE WS-WHICH-FEED TO WS-RB-FEED (WS-RB-COUNT).
           MOVE WS-FEED-NAME TO WS-RB-NAME (WS-RB-COUNT).
           MOVE WS-BATCH-NO TO WS-RB-BATCH (WS-RB-COUNT).
           MOVE WS-ENTRY-COUNT TO WS-RB-ENTRIES (WS-RB-COUNT).
           MOVE WS-FEED-DEBITS TO WS-RB-DEBITS (WS-RB-COUNT).
           MOVE WS-FEED-CREDITS TO WS-RB-CREDITS (WS-RB-COUNT).
           IF WS-WHICH-FEED NOT = "R"
               ADD WS-FEED-DEBITS TO WS-REL-DEBITS
               ADD WS-FEED-CREDITS TO WS-REL-CREDITS
           END-IF.
           MOVE WS-BATCH-NO TO BL-BATCH.
           MOVE WS-FEED-NAME TO BL-FEED.
           MOVE WS-ENTRY-COUNT TO BL-ENTRIES.
           MOVE WS-FEED-CREDITS TO BL-CREDITS.
           WRITE CONTROL-SLIP-RECORD FROM WS-BATCH-LINE.

      *    THE HASH TOTAL OF GL-POSTING IS THE SUM OF ITS LINE
      *    AMOUNTS, DEBITS AND CREDITS ALIKE. ONLY THE LEDGER LINE IS
      *    FINGERPRINTED: THE BATCH AND SEQUENCE NUMBERS RUN ON FROM
      *    THE REGISTER, SO A REPEAT OF THE SAME FEEDS WOULD NEVER
      *    MATCH ON THEM.
       205-ADD-TO-FINGERPRINT.
           MOVE GLB-ENTRY TO GL-INTERFACE-RECORD.
           MOVE GLB-ENTRY TO IFC-RECORD.
           MOVE 55 TO IFC-RECORD-LENGTH.
           MOVE GL-AMOUNT TO IFC-AMOUNT.
           MOVE "ADD " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

       210-REGISTER-BATCH.
           MOVE WS-BATCH-NO TO GBR-BATCH.
           MOVE WS-FEED-NAME TO GBR-FEED-NAME.
           MOVE WS-BUSINESS-DATE TO GBR-SENT-DATE.
           MOVE WS-ENTRY-COUNT TO GBR-ENTRIES.
           MOVE WS-FEED-DEBITS TO GBR-DEBITS.
           MOVE WS-FEED-CREDITS TO GBR-CREDITS.
           IF WS-WHICH-FEED = "R"
               MOVE "Y" TO GBR-RECYCLE
           ELSE
               MOVE "N" TO GBR-RECYCLE
           END-IF.
           MOVE "S" TO GBR-STATUS.
           MOVE 0 TO GBR-ACK-DATE.
           MOVE 0 TO GBR-REJECTED-CT.
           WRITE GL-BATCH-RECORD
               INVALID KEY
                   DISPLAY "GL-BATCH-REGISTER WRITE FAILED FOR BATCH "
                           GBR-BATCH " STATUS=" WS-GBR-STATUS
           END-WRITE.

      *    THE READY LINES ARE READ IN KEY ORDER BOTH TIMES, SO THE
      *    FIRST WS-ENTRY-COUNT OF THEM ARE THE ONES JUST SENT; ANY
      *    THE HOLD TABLE COULD NOT TAKE STAY READY FOR NEXT TIME.
       250-MARK-RESUBMITTED.
           MOVE 0 TO WS-FEED-EOF.
           PERFORM 160-START-RECYCLE.
           MOVE WS-FEED-EOF TO WS-SCAN-EOF.
           MOVE 0 TO WS-MARK-COUNT.
           PERFORM UNTIL WS-SCAN-EOF = 1
                      OR WS-MARK-COUNT >= WS-ENTRY-COUNT
               READ GL-RECYCLE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF GRC-READY
                           ADD 1 TO WS-MARK-COUNT
                           MOVE "S" TO GRC-STATUS
                           MOVE WS-BATCH-NO TO GRC-RESUB-BATCH
                           REWRITE GL-RECYCLE-RECORD
                               INVALID KEY
                                   DISPLAY "GL-RECYCLE REWRITE FAILED"
                                           " FOR " GRC-KEY
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       300-QUARANTINE-FEED.
           ADD 1 TO WS-SUSP-FEEDS.
           MOVE WS-FEED-NAME TO QH-FEED.
           WRITE CONTROL-SLIP-RECORD FROM WS-BATCH-LINE.
           DISPLAY "FEED " WS-FEED-NAME " OUT OF BALANCE - "
                   "QUARANTINED TO THE SUSPENSE REPORT.".

      *    THE WHOLE FEED IS HELD: ONLY ITS BAD LINES ARE LISTED, SO
      *    THE ACCOUNTS CAN BE PUT ON THE CHART (OR THE POSTING RULES
      *    CORRECTED AND THE EXTRACT RERUN) BEFORE THE NEXT RUN.
       350-HOLD-FOR-ACCOUNTS.
           ADD 1 TO WS-ACCT-FEEDS.
           MOVE WS-FEED-NAME TO AH-FEED.
           WRITE SUSPENSE-RPT-RECORD FROM WS-ACCT-HEADER.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-HELD-REJECT (WS-ENTRY-IDX) NOT = SPACE
                   MOVE WS-HELD-ENTRY (WS-ENTRY-IDX) TO AL-ENTRY
                   EVALUATE WS-HELD-REJECT (WS-ENTRY-IDX)
                       WHEN "M"
                           MOVE "NOT ON CHART" TO AL-REASON
                       WHEN "I"
                           MOVE "ACCOUNT INACTIVE" TO AL-REASON
                       WHEN OTHER
                           MOVE "NO COST CENTRE" TO AL-REASON
                   END-EVALUATE
                   WRITE SUSPENSE-RPT-RECORD FROM WS-ACCT-LINE
               END-IF
           END-PERFORM.
           MOVE 0 TO BL-BATCH.
           MOVE WS-FEED-NAME TO BL-FEED.
           MOVE WS-ENTRY-COUNT TO BL-ENTRIES.
           MOVE WS-FEED-DEBITS TO BL-DEBITS.
           MOVE WS-FEED-CREDITS TO BL-CREDITS.
           WRITE CONTROL-SLIP-RECORD FROM WS-BATCH-LINE.
           DISPLAY "FEED " WS-FEED-NAME " HAS " WS-FEED-ACCT-ERRORS
                   " LINE(S) WITH BAD ACCOUNTS - HELD OUT.".

      *****************************************************************
      *    GL-POSTING HAS PASSED THE DUPLICATE CHECK, SO WHAT WAS CUT
      *    TO IT IS NOW SENT: EVERY LINE GOES ON GL-SENT-LINES (READ
      *    BACK FROM THE FILE JUST CLOSED), AND EACH BATCH IS
      *    REGISTERED AND ITS FEED CLEARED AS ITS KIND REQUIRES.
      *****************************************************************
       400-COMMIT-RELEASE.
           OPEN INPUT POSTING-FILE.
           IF WS-POST-STATUS <> "00"
               DISPLAY "GL-POSTING CANNOT BE RE-READ, STATUS="
                       WS-POST-STATUS " - SENT LINES NOT RECORDED."
           ELSE
               MOVE 0 TO WS-SCAN-EOF
               PERFORM 410-RECORD-SENT-LINE UNTIL WS-SCAN-EOF = 1
               CLOSE POSTING-FILE
           END-IF.
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               PERFORM 420-COMMIT-ONE-BATCH
           END-PERFORM.

       410-RECORD-SENT-LINE.
           READ POSTING-FILE
               AT END
                   MOVE 1 TO WS-SCAN-EOF
               NOT AT END
                   MOVE GLB-BATCH TO GS-BATCH
                   MOVE GLB-SEQ TO GS-SEQ
                   MOVE GLB-ENTRY TO GS-ENTRY
                   MOVE "S" TO GS-STATUS
                   WRITE GL-SENT-RECORD
                       INVALID KEY
                           DISPLAY "GL-SENT-LINES WRITE FAILED FOR "
                                   GS-KEY " STATUS=" WS-GS-STATUS
                   END-WRITE
           END-READ.

      *    THE BATCH'S OWN FIGURES ARE PUT BACK WHERE 210 AND 250
      *    EXPECT THEM.
       420-COMMIT-ONE-BATCH.
           MOVE WS-RB-FEED (WS-RB-IDX) TO WS-WHICH-FEED.
           MOVE WS-RB-NAME (WS-RB-IDX) TO WS-FEED-NAME.
           MOVE WS-RB-BATCH (WS-RB-IDX) TO WS-BATCH-NO.
           MOVE WS-RB-ENTRIES (WS-RB-IDX) TO WS-ENTRY-COUNT.
           MOVE WS-RB-DEBITS (WS-RB-IDX) TO WS-FEED-DEBITS.
           MOVE WS-RB-CREDITS (WS-RB-IDX) TO WS-FEED-CREDITS.
           PERFORM 210-REGISTER-BATCH.
           EVALUATE WS-WHICH-FEED
               WHEN "P"
                   MOVE "DONE" TO WS-PERIOD-FUNCTION
                   CALL "periodctl" USING WS-PERIOD-FUNCTION
                       WS-PERIOD-STEP WS-POST-PERIOD
                       WS-PERIOD-RESULT WS-PERIOD-DETAIL
               WHEN "A"
                   OPEN OUTPUT ACCRUAL-FEED
                   CLOSE ACCRUAL-FEED
               WHEN "L"
                   OPEN OUTPUT LIABILITY-FEED
                   CLOSE LIABILITY-FEED
               WHEN "E"
                   OPEN OUTPUT EXPENSE-FEED
                   CLOSE EXPENSE-FEED
               WHEN "M"
                   OPEN OUTPUT MERCHANT-FEED
                   CLOSE MERCHANT-FEED
               WHEN "B"
                   OPEN OUTPUT BREAKAGE-FEED
                   CLOSE BREAKAGE-FEED
               WHEN "R"
                   PERFORM 250-MARK-RESUBMITTED
           END-EVALUATE.
