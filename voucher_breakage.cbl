      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  voucher_breakage.
      *****************************************************************
      *    MONTH-END BREAKAGE RECOGNITION ON THE VOUCHER LIABILITY.
      *    VOUCHER-MASTER AND REDEMPTION-HIST ARE MATCHED BY VOUCHER
      *    CODE AND EVERY VOUCHER IS GROUPED INTO ITS ISSUE-MONTH
      *    COHORT. A COHORT'S LOADED VALUE IS WHAT ITS VOUCHERS STILL
      *    HOLD PLUS EVERYTHING REDEEMED AND CHARGED AGAINST THEM;
      *    ITS REDEMPTIONS ARE BUCKETED BY MONTHS SINCE ISSUE.
      *
      *    THE REDEMPTION CURVE POOLS EVERY COHORT OLD ENOUGH TO HAVE
      *    SEEN EACH AGE: THE CUMULATIVE SHARE OF LOADED VALUE
      *    REDEEMED BY THAT AGE. AT THE HORIZON (24 MONTHS, THE
      *    EXPIRY POLICY, OR BREAKAGE-HORIZON-MONTHS) THE CURVE GIVES
      *    THE ULTIMATE REDEMPTION RATE, AND WHAT IS LEFT IS THE
      *    EXPECTED BREAKAGE RATE. NO COHORT AT THE HORIZON YET MEANS
      *    NO RATE AND NOTHING IS RECOGNIZED.
      *
      *    EACH YOUNGER COHORT'S CUMULATIVE BREAKAGE IS ITS LOADED
      *    VALUE AT THE BREAKAGE RATE, TAKEN IN PROPORTION TO THE
      *    SHARE OF ULTIMATE REDEMPTIONS THE CURVE SAYS HAS HAPPENED
      *    BY ITS AGE, AND NEVER MORE THAN ITS ACTIVE VOUCHERS STILL
      *    HOLD. A COHORT AT THE HORIZON IS TAKEN BACK TO ZERO: ITS
      *    REMAINING BALANCES GO TO FORFEITURE INCOME THROUGH THE
      *    EXPIRY RUN AND voucher_gl_extract, SO RECOGNIZING THEM
      *    HERE AS WELL WOULD COUNT THEM TWICE.
      *
      *    THE CHANGE IN EACH COHORT'S CUMULATIVE FIGURE SINCE THE
      *    LATEST EARLIER MONTH ON BREAKAGE-HISTORY (brkhist.cpy) IS
      *    BOOKED TO BREAKAGE-GL IN ACCOUNTING'S glintf.cpy FORMAT,
      *    DATED MONTH-END, FOR gl_consolidate TO BATCH:
      *      - AN INCREASE DEBITS VOUCHER LIABILITY (VCHLIAB) AND
      *        CREDITS BREAKAGE INCOME (VCHBRK);
      *      - A DECREASE IS THE SAME ENTRY THE OTHER WAY ROUND.
      *    THE CURVE AND COHORT TABLE ARE PRINTED AS AUDIT SUPPORT.
      *    THE MONTH'S FIGURES ARE THEN APPENDED TO BREAKAGE-HISTORY;
      *    A MONTH ALREADY ON FILE IS REFUSED SO NOTHING POSTS TWICE.
      *    BALANCES ARE AS THE MASTER STANDS WHEN THE JOB RUNS, SO IT
      *    RUNS IN THE MONTH-END CYCLE BEFORE THE NEXT NIGHTLY.
      *    THE MONTH IS YYYYMM ON THE COMMAND LINE, OR THE CURRENT
      *    MONTH. RETURN-CODE 8 WHEN A FILE CANNOT BE READ OR THE
      *    ENTRIES DO NOT PROVE, 4 WHEN NO RATE COULD BE SET OR A
      *    VOUCHER COULD NOT BE PLACED IN A COHORT.
      *    EACH POSTING CODE IS BOOKED TO THE LEDGER ACCOUNT AND
      *    COST CENTRE ITS POSTING RULE (SOURCE "BRK") NAMES,
      *    THROUGH glacct; A CODE WITH NO RULE GOES THROUGH AS THE
      *    ACCOUNT ITSELF.
      *    A LEG DATED INTO A MONTH FINANCE HAS CLOSED FOR THE
      *    LEDGER (closectl, acctper.cpy) IS POSTED ON THE FIRST DAY
      *    OF THE NEXT OPEN MONTH INSTEAD, AND THE RUN SAYS SO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-MASTER ASSIGN TO "VOUCHER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VOUCHER-CODE
               FILE STATUS IS WS-VM-STATUS.
           SELECT REDEMPTION-HISTORY ASSIGN TO "REDEMPTION-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BREAKAGE-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-STATUS.
           SELECT GL-INTERFACE-FILE ASSIGN TO "BREAKAGE-GL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT BREAKAGE-RPT-FILE ASSIGN TO "BREAKAGE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-MASTER.
           COPY "voucher.cpy".

       FD  REDEMPTION-HISTORY.
           COPY "redhist.cpy".

       FD  HISTORY-FILE.
           COPY "brkhist.cpy".

       FD  GL-INTERFACE-FILE.
           COPY "glintf.cpy".

       FD  BREAKAGE-RPT-FILE.
       01  BREAKAGE-RPT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS        PIC XX.
       01 WS-RH-STATUS        PIC XX.
       01 WS-BK-STATUS        PIC XX.
       01 WS-GL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-VM-EOF           PIC 9(1) VALUE 0.
       01 WS-RH-EOF           PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-MONTH            PIC 9(6).
       01 WS-MONTH-X REDEFINES WS-MONTH.
           05 WS-MONTH-YEAR     PIC 9(4).
           05 WS-MONTH-MM       PIC 9(2).
       01 WS-MONTH-NO         PIC 9(6).
       01 WS-PRIOR-MONTH      PIC 9(6) VALUE 0.
       01 WS-ALREADY-VALUED   PIC X VALUE "N".
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-NEXT-FIRST       PIC 9(8).
       01 WS-NEXT-FIRST-X REDEFINES WS-NEXT-FIRST.
           05 WS-NF-YEAR        PIC 9(4).
           05 WS-NF-MONTH       PIC 9(2).
           05 WS-NF-DAY         PIC 9(2).
       01 WS-MONTH-END        PIC 9(8).

       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-1           PIC 9(8).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).

       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-HORIZON          PIC 9(2) VALUE 24.

      *    A DATE'S MONTH NUMBER IS YEAR * 12 + MONTH, SO THE
      *    DIFFERENCE OF TWO IS THE MONTHS BETWEEN THEM.
       01 WS-CONV-DATE        PIC 9(8).
       01 WS-CONV-DATE-X REDEFINES WS-CONV-DATE.
           05 WS-CONV-YEAR      PIC 9(4).
           05 WS-CONV-MONTH     PIC 9(2).
           05 WS-CONV-DAY       PIC 9(2).
       01 WS-CONV-MONTH-NO    PIC 9(6).

       01 WS-VCH-COHORT       PIC 9(6).
       01 WS-VCH-MONTH-NO     PIC 9(6).
       01 WS-VCH-REDEEMED     PIC S9(7)V99.
       01 WS-VCH-CHARGED      PIC S9(7)V99.
       01 WS-VCH-AGE          PIC S9(4).
       01 WS-VOUCHER-COUNT    PIC 9(7) VALUE 0.
       01 WS-UNPLACED-COUNT   PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(3) VALUE 0.

       01 WS-COHORT-MAX       PIC 9(3) VALUE 120.
       01 WS-COHORT-COUNT     PIC 9(3) VALUE 0.
       01 WS-CO-IDX           PIC 9(3).
       01 WS-COHORT-FOUND     PIC X.
       01 WS-COHORT-KEY       PIC 9(6).
       01 WS-COHORT-TABLE.
           05 WS-COHORT-ENTRY OCCURS 120 TIMES.
              10 WS-CO-MONTH       PIC 9(6).
              10 WS-CO-AGE         PIC S9(4).
              10 WS-CO-VOUCHERS    PIC 9(7).
              10 WS-CO-LOADED      PIC S9(9)V99.
              10 WS-CO-REDEEMED    PIC S9(9)V99.
              10 WS-CO-OUTSTANDING PIC S9(9)V99.
              10 WS-CO-PRIOR       PIC S9(9)V99.
              10 WS-CO-TARGET      PIC S9(9)V99.
              10 WS-CO-RED-BY-AGE  PIC S9(9)V99 OCCURS 61 TIMES.

       01 WS-AGE-IDX          PIC 9(2).
       01 WS-AGE-SUB          PIC 9(2).
       01 WS-CURVE-TABLE.
           05 WS-CURVE-ENTRY OCCURS 61 TIMES.
              10 WS-CV-COHORTS     PIC 9(3).
              10 WS-CV-LOADED      PIC S9(11)V99.
              10 WS-CV-REDEEMED    PIC S9(11)V99.
              10 WS-CV-RATE        PIC 9V9(6).
       01 WS-CUM-REDEEMED     PIC S9(9)V99.
       01 WS-RATE-SET         PIC X VALUE "N".
       01 WS-ULTIMATE-RATE    PIC 9V9(6) VALUE 0.
       01 WS-BREAKAGE-RATE    PIC 9V9(6) VALUE 0.
       01 WS-SHARE            PIC 9V9(6).
       01 WS-COHORT-CHANGE    PIC S9(9)V99.

       01 WS-LOADED-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-REDEEMED-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-OUTSTAND-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-TARGET-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-PRIOR-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-CHANGE-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-ENTRY-COUNT      PIC 9(5) VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(36) VALUE
              "VOUCHER BREAKAGE RECOGNITION FOR".
           05 RH-MONTH-END    PIC 9(4)/99/99.

       01 WS-RPT-PRIOR.
           05 FILLER          PIC X(36) VALUE
              "MEASURED AGAINST MONTH".
           05 RP-PRIOR        PIC X(6).

       01 WS-CURVE-TITLE      PIC X(60) VALUE
          "REDEMPTION CURVE - CUMULATIVE SHARE REDEEMED BY AGE".

       01 WS-CURVE-COLS.
           05 FILLER          PIC X(6)  VALUE "AGE".
           05 FILLER          PIC X(9)  VALUE "  COHORTS".
           05 FILLER          PIC X(17) VALUE "           LOADED".
           05 FILLER          PIC X(17) VALUE "         REDEEMED".
           05 FILLER          PIC X(11) VALUE "   REDEEMED".

       01 WS-CURVE-LINE.
           05 CL-AGE          PIC Z9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 CL-COHORTS      PIC Z(8)9.
           05 CL-LOADED       PIC -(13)9.99.
           05 CL-REDEEMED     PIC -(13)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CL-RATE         PIC ZZ9.9999.
           05 FILLER          PIC X(1) VALUE "%".

       01 WS-RATE-LINE.
           05 FILLER          PIC X(26) VALUE
              "ULTIMATE REDEMPTION RATE: ".
           05 RR-ULTIMATE     PIC ZZ9.9999.
           05 FILLER          PIC X(21) VALUE
              "%   BREAKAGE RATE: ".
           05 RR-BREAKAGE     PIC ZZ9.9999.
           05 FILLER          PIC X(1) VALUE "%".

       01 WS-NO-RATE-LINE     PIC X(70) VALUE
          "NO COHORT HAS REACHED THE HORIZON - NO BREAKAGE RATE SET".

       01 WS-COHORT-COLS.
           05 FILLER          PIC X(7)  VALUE "COHORT".
           05 FILLER          PIC X(4)  VALUE " AGE".
           05 FILLER          PIC X(8)  VALUE "   VCHRS".
           05 FILLER          PIC X(14) VALUE "        LOADED".
           05 FILLER          PIC X(14) VALUE "      REDEEMED".
           05 FILLER          PIC X(14) VALUE "   OUTSTANDING".
           05 FILLER          PIC X(13) VALUE "   CUMULATIVE".
           05 FILLER          PIC X(13) VALUE "        PRIOR".
           05 FILLER          PIC X(13) VALUE "       CHANGE".

       01 WS-COHORT-LINE.
           05 CO-COHORT       PIC 9(6).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 CO-AGE          PIC ---9.
           05 CO-VOUCHERS     PIC Z(7)9.
           05 CO-LOADED       PIC -(10)9.99.
           05 CO-REDEEMED     PIC -(10)9.99.
           05 CO-OUTSTANDING  PIC -(10)9.99.
           05 CO-TARGET       PIC -(9)9.99.
           05 CO-PRIOR        PIC -(9)9.99.
           05 CO-CHANGE       PIC -(9)9.99.

       01 WS-GL-QUALIFIER     PIC X(4) VALUE SPACES.
       01 WS-GL-DEPT          PIC X(4) VALUE SPACES.
       01 WS-GL-CLOSED-DATE   PIC 9(8) VALUE 0.
           COPY "glacct.cpy".
           COPY "perclose.cpy".

       01 WS-RPT-LINE.
           05 RL-ACCOUNT      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-DR-CR        PIC X(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-AMOUNT       PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-DATE         PIC 9(4)/99/99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-DESC         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-COST-CENTER  PIC X(6).

       01 WS-RPT-COUNTS.
           05 FILLER          PIC X(10) VALUE "VOUCHERS: ".
           05 RC-VOUCHERS     PIC Z(6)9.
           05 FILLER          PIC X(13) VALUE "  UNPLACED: ".
           05 RC-UNPLACED     PIC Z(6)9.

       01 WS-PROOF-LINE.
           05 FILLER          PIC X(15) VALUE "PROOF: DEBITS ".
           05 PL-DEBITS       PIC -(9)9.99.
           05 FILLER          PIC X(10) VALUE "  CREDITS ".
           05 PL-CREDITS      PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-VERDICT      PIC X(12).
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-MONTH
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-MONTH
           END-IF.
           PERFORM SET-VALUATION-DATE.
           MOVE "BREAKAGE-HORIZON-MONTHS" TO WS-PARM-NAME.
           MOVE WS-HORIZON TO WS-PARM-VALUE.
           MOVE WS-MONTH-END TO WS-PARM-ASOF.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE <= 60
               MOVE WS-PARM-VALUE TO WS-HORIZON
           END-IF.
           PERFORM LOAD-PRIOR-RECOGNITION.
           IF WS-ALREADY-VALUED = "Y"
               DISPLAY "BREAKAGE FOR " WS-MONTH
                       " IS ALREADY ON BREAKAGE-HISTORY - NOT REPOSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOUCHER-MASTER.
           IF WS-VM-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN VOUCHER-MASTER, STATUS="
                       WS-VM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REDEMPTION-HISTORY.
           IF WS-RH-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN REDEMPTION-HIST, STATUS="
                       WS-RH-STATUS
               CLOSE VOUCHER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-NEXT-HISTORY.
           MOVE 0 TO WS-VM-EOF.
           PERFORM READ-NEXT-VOUCHER UNTIL WS-VM-EOF = 1.
           CLOSE VOUCHER-MASTER.
           CLOSE REDEMPTION-HISTORY.
           PERFORM SET-COHORT-AGES.
           PERFORM BUILD-REDEMPTION-CURVE.
           PERFORM SET-COHORT-TARGETS.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT BREAKAGE-RPT-FILE.
           MOVE WS-MONTH-END TO RH-MONTH-END.
           WRITE BREAKAGE-RPT-RECORD FROM WS-RPT-HEADER.
           IF WS-PRIOR-MONTH = 0
               MOVE "(NONE)" TO RP-PRIOR
           ELSE
               MOVE WS-PRIOR-MONTH TO RP-PRIOR
           END-IF.
           WRITE BREAKAGE-RPT-RECORD FROM WS-RPT-PRIOR.
           MOVE SPACES TO BREAKAGE-RPT-RECORD.
           WRITE BREAKAGE-RPT-RECORD.
           PERFORM PRINT-REDEMPTION-CURVE.
           PERFORM PRINT-COHORT-TABLE.
           PERFORM BUILD-CHANGE-ENTRIES.
           PERFORM WRITE-PROOF-LINE.
           CLOSE GL-INTERFACE-FILE.
           CLOSE BREAKAGE-RPT-FILE.
           IF RETURN-CODE < 8
               PERFORM RECORD-RECOGNITION
           END-IF.
           DISPLAY "BREAKAGE FOR " WS-MONTH ": " WS-TARGET-TOTAL
                   "  CHANGE: " WS-CHANGE-TOTAL
                   "  ENTRIES: " WS-ENTRY-COUNT.
           STOP RUN.

      *    MONTH-END IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
       SET-VALUATION-DATE.
           MOVE WS-MONTH TO WS-NEXT-FIRST (1:6).
           MOVE 1 TO WS-NF-DAY.
           IF WS-NF-MONTH = 12
               ADD 1 TO WS-NF-YEAR
               MOVE 1 TO WS-NF-MONTH
           ELSE
               ADD 1 TO WS-NF-MONTH
           END-IF.
           MOVE WS-NEXT-FIRST TO WS-DATE-1.
           MOVE -1 TO WS-DATE-DAYS.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           MOVE WS-DATE-2 TO WS-MONTH-END.
           IF WS-MONTH-END = 0
               DISPLAY "ERROR: VALUATION MONTH NOT VALID: " WS-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-MONTH-NO = WS-MONTH-YEAR * 12 + WS-MONTH-MM.

      *    THE LATEST MONTH BEFORE THIS ONE IS WHAT THE INCREMENT IS
      *    MEASURED AGAINST; A LATER MONTH FOUND ON THE WAY CLEARS
      *    WHAT WAS LOADED FROM AN OLDER ONE. A COHORT ONLY ON THE
      *    HISTORY STILL GETS A TABLE ENTRY SO WHAT WAS RECOGNIZED
      *    FOR IT IS TAKEN BACK.
       LOAD-PRIOR-RECOGNITION.
           OPEN INPUT HISTORY-FILE.
           IF WS-BK-STATUS <> "00"
               DISPLAY "BREAKAGE-HISTORY NOT ON HAND - NOTHING "
                       "RECOGNIZED BEFORE THIS MONTH."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ HISTORY-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BK-MONTH = WS-MONTH
                               MOVE "Y" TO WS-ALREADY-VALUED
                           WHEN BK-MONTH > WS-MONTH
                               CONTINUE
                           WHEN BK-MONTH > WS-PRIOR-MONTH
                               PERFORM CLEAR-PRIOR-VALUES
                               MOVE BK-MONTH TO WS-PRIOR-MONTH
                               PERFORM POST-PRIOR-TO-COHORT
                           WHEN BK-MONTH = WS-PRIOR-MONTH
                               PERFORM POST-PRIOR-TO-COHORT
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       CLEAR-PRIOR-VALUES.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COHORT-COUNT
               MOVE 0 TO WS-CO-PRIOR (WS-CO-IDX)
           END-PERFORM.
           MOVE 0 TO WS-PRIOR-TOTAL.

       POST-PRIOR-TO-COHORT.
           MOVE BK-COHORT TO WS-COHORT-KEY.
           PERFORM FIND-COHORT-ENTRY.
           IF WS-COHORT-FOUND = "Y"
               ADD BK-RECOGNIZED TO WS-CO-PRIOR (WS-CO-IDX)
               ADD BK-RECOGNIZED TO WS-PRIOR-TOTAL
           END-IF.

       READ-NEXT-HISTORY.
           READ REDEMPTION-HISTORY NEXT RECORD
               AT END
                   MOVE 1 TO WS-RH-EOF
                   MOVE HIGH-VALUES TO RH-VOUCHER-CODE
           END-READ.

       READ-NEXT-VOUCHER.
           READ VOUCHER-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO WS-VM-EOF
               NOT AT END
                   PERFORM PLACE-ONE-VOUCHER
           END-READ.

      *    BOTH FILES ARE IN VOUCHER-CODE ORDER, SO THE HISTORY IS
      *    WALKED ALONGSIDE THE MASTER. HISTORY FOR A CODE NO LONGER
      *    ON THE MASTER IS PASSED OVER.
       PLACE-ONE-VOUCHER.
           MOVE 0 TO WS-VCH-REDEEMED.
           MOVE 0 TO WS-VCH-CHARGED.
           PERFORM READ-NEXT-HISTORY
               UNTIL WS-RH-EOF = 1
                  OR RH-VOUCHER-CODE NOT < VM-VOUCHER-CODE.
           IF VM-ISSUE-DATE NOT NUMERIC OR VM-ISSUE-DATE = 0
               ADD 1 TO WS-UNPLACED-COUNT
               PERFORM READ-NEXT-HISTORY
                   UNTIL WS-RH-EOF = 1
                      OR RH-VOUCHER-CODE NOT = VM-VOUCHER-CODE
               EXIT PARAGRAPH
           END-IF.
           IF VM-ISSUE-DATE > WS-MONTH-END
               PERFORM READ-NEXT-HISTORY
                   UNTIL WS-RH-EOF = 1
                      OR RH-VOUCHER-CODE NOT = VM-VOUCHER-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-ISSUE-DATE (1:6) TO WS-COHORT-KEY.
           PERFORM FIND-COHORT-ENTRY.
           IF WS-COHORT-FOUND = "N"
               ADD 1 TO WS-UNPLACED-COUNT
               PERFORM READ-NEXT-HISTORY
                   UNTIL WS-RH-EOF = 1
                      OR RH-VOUCHER-CODE NOT = VM-VOUCHER-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-ISSUE-DATE TO WS-CONV-DATE.
           PERFORM CONVERT-TO-MONTH-NO.
           MOVE WS-CONV-MONTH-NO TO WS-VCH-MONTH-NO.
           PERFORM POST-VOUCHER-HISTORY
               UNTIL WS-RH-EOF = 1
                  OR RH-VOUCHER-CODE NOT = VM-VOUCHER-CODE.
           ADD 1 TO WS-VOUCHER-COUNT.
           ADD 1 TO WS-CO-VOUCHERS (WS-CO-IDX).
           COMPUTE WS-CO-LOADED (WS-CO-IDX) = WS-CO-LOADED (WS-CO-IDX)
               + VM-BALANCE + WS-VCH-REDEEMED + WS-VCH-CHARGED.
           ADD WS-VCH-REDEEMED TO WS-CO-REDEEMED (WS-CO-IDX).
           IF VM-STATUS = "A" OR VM-STATUS = SPACE
               ADD VM-BALANCE TO WS-CO-OUTSTANDING (WS-CO-IDX)
           END-IF.

      *    ACCEPTED REDEMPTIONS ARE BUCKETED BY MONTHS SINCE ISSUE;
      *    DORMANCY FEES ONLY COUNT TOWARD WHAT WAS LOADED, AND A
      *    DISPUTE CREDIT (LESS ANY REVERSAL) PUT BACK ON THE BALANCE
      *    IS TAKEN OUT OF IT AGAIN SO IT IS NOT COUNTED TWICE. ANYTHING
      *    AFTER MONTH-END STILL COUNTS TOWARD THE LOADED VALUE (THE
      *    BALANCE ALREADY REFLECTS IT) BUT NOT TOWARD THE CURVE.
       POST-VOUCHER-HISTORY.
           EVALUATE TRUE
               WHEN RH-RESULT = "REDEEMED"
                   ADD RH-AMOUNT TO WS-VCH-REDEEMED
                   IF RH-TRANS-DATE <= WS-MONTH-END
                       MOVE RH-TRANS-DATE TO WS-CONV-DATE
                       PERFORM CONVERT-TO-MONTH-NO
                       COMPUTE WS-VCH-AGE =
                           WS-CONV-MONTH-NO - WS-VCH-MONTH-NO
                       IF WS-VCH-AGE < 0
                           MOVE 0 TO WS-VCH-AGE
                       END-IF
                       IF WS-VCH-AGE > 60
                           MOVE 60 TO WS-VCH-AGE
                       END-IF
                       COMPUTE WS-AGE-SUB = WS-VCH-AGE + 1
                       ADD RH-AMOUNT
                           TO WS-CO-RED-BY-AGE (WS-CO-IDX, WS-AGE-SUB)
                   END-IF
               WHEN RH-TRANS-TYPE = "F"
                   ADD RH-AMOUNT TO WS-VCH-CHARGED
               WHEN RH-TRANS-TYPE = "D"
                   IF RH-RESULT (1:14) = "DISPUTE CREDIT"
                       SUBTRACT RH-AMOUNT FROM WS-VCH-CHARGED
                   ELSE
                       ADD RH-AMOUNT TO WS-VCH-CHARGED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM READ-NEXT-HISTORY.

       CONVERT-TO-MONTH-NO.
           COMPUTE WS-CONV-MONTH-NO =
               WS-CONV-YEAR * 12 + WS-CONV-MONTH.

      *    FINDS WS-COHORT-KEY IN THE TABLE, ADDING IT WHEN NEW.
       FIND-COHORT-ENTRY.
           MOVE "N" TO WS-COHORT-FOUND.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COHORT-COUNT
               IF WS-CO-MONTH (WS-CO-IDX) = WS-COHORT-KEY
                   MOVE "Y" TO WS-COHORT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-COHORT-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-COHORT-COUNT >= WS-COHORT-MAX
               DISPLAY "COHORT TABLE FULL - "
                       WS-COHORT-KEY " DROPPED"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-COHORT-COUNT.
           MOVE WS-COHORT-COUNT TO WS-CO-IDX.
           INITIALIZE WS-COHORT-ENTRY (WS-CO-IDX).
           MOVE WS-COHORT-KEY TO WS-CO-MONTH (WS-CO-IDX).
           MOVE "Y" TO WS-COHORT-FOUND.

       SET-COHORT-AGES.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COHORT-COUNT
               MOVE WS-CO-MONTH (WS-CO-IDX) TO WS-CONV-DATE (1:6)
               MOVE "01" TO WS-CONV-DATE (7:2)
               PERFORM CONVERT-TO-MONTH-NO
               COMPUTE WS-CO-AGE (WS-CO-IDX) =
                   WS-MONTH-NO - WS-CONV-MONTH-NO
           END-PERFORM.

      *    FOR EACH AGE UP TO THE HORIZON, EVERY COHORT AT LEAST THAT
      *    OLD ADDS WHAT IT HAD REDEEMED BY THAT AGE AND WHAT IT HAD
      *    LOADED. THE RATE AT THE HORIZON IS THE ULTIMATE RATE.
       BUILD-REDEMPTION-CURVE.
           INITIALIZE WS-CURVE-TABLE.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COHORT-COUNT
               MOVE 0 TO WS-CUM-REDEEMED
               PERFORM VARYING WS-AGE-IDX FROM 0 BY 1
                       UNTIL WS-AGE-IDX > WS-HORIZON
                          OR WS-AGE-IDX > WS-CO-AGE (WS-CO-IDX)
                   COMPUTE WS-AGE-SUB = WS-AGE-IDX + 1
                   ADD WS-CO-RED-BY-AGE (WS-CO-IDX, WS-AGE-SUB)
                       TO WS-CUM-REDEEMED
                   ADD 1 TO WS-CV-COHORTS (WS-AGE-SUB)
                   ADD WS-CO-LOADED (WS-CO-IDX)
                       TO WS-CV-LOADED (WS-AGE-SUB)
                   ADD WS-CUM-REDEEMED TO WS-CV-REDEEMED (WS-AGE-SUB)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-AGE-IDX FROM 0 BY 1
                   UNTIL WS-AGE-IDX > WS-HORIZON
               COMPUTE WS-AGE-SUB = WS-AGE-IDX + 1
               IF WS-CV-LOADED (WS-AGE-SUB) > 0
                   COMPUTE WS-CV-RATE (WS-AGE-SUB) ROUNDED =
                       WS-CV-REDEEMED (WS-AGE-SUB)
                       / WS-CV-LOADED (WS-AGE-SUB)
               END-IF
           END-PERFORM.
           COMPUTE WS-AGE-SUB = WS-HORIZON + 1.
           IF WS-CV-LOADED (WS-AGE-SUB) > 0
               MOVE "Y" TO WS-RATE-SET
               MOVE WS-CV-RATE (WS-AGE-SUB) TO WS-ULTIMATE-RATE
               COMPUTE WS-BREAKAGE-RATE = 1 - WS-ULTIMATE-RATE
           END-IF.

      *    A COHORT'S SHARE OF ITS EXPECTED BREAKAGE IS THE SHARE OF
      *    ULTIMATE REDEMPTIONS THE CURVE HAS SEEN BY ITS AGE
      *    (STRAIGHT-LINE OVER THE HORIZON WHEN NOTHING HAS EVER
      *    BEEN REDEEMED).
       SET-COHORT-TARGETS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COHORT-COUNT
               MOVE 0 TO WS-CO-TARGET (WS-CO-IDX)
               IF WS-RATE-SET = "Y"
                  AND WS-CO-AGE (WS-CO-IDX) >= 0
                  AND WS-CO-AGE (WS-CO-IDX) < WS-HORIZON
                   COMPUTE WS-AGE-SUB = WS-CO-AGE (WS-CO-IDX) + 1
                   IF WS-ULTIMATE-RATE > 0
                       COMPUTE WS-SHARE ROUNDED =
                           WS-CV-RATE (WS-AGE-SUB) / WS-ULTIMATE-RATE
                   ELSE
                       COMPUTE WS-SHARE ROUNDED =
                           (WS-CO-AGE (WS-CO-IDX) + 1) / WS-HORIZON
                   END-IF
                   IF WS-SHARE > 1
                       MOVE 1 TO WS-SHARE
                   END-IF
                   COMPUTE WS-CO-TARGET (WS-CO-IDX) ROUNDED =
                       WS-CO-LOADED (WS-CO-IDX) * WS-BREAKAGE-RATE
                       * WS-SHARE
                   IF WS-CO-TARGET (WS-CO-IDX) >
                      WS-CO-OUTSTANDING (WS-CO-IDX)
                       MOVE WS-CO-OUTSTANDING (WS-CO-IDX)
                           TO WS-CO-TARGET (WS-CO-IDX)
                   END-IF
                   IF WS-CO-TARGET (WS-CO-IDX) < 0
                       MOVE 0 TO WS-CO-TARGET (WS-CO-IDX)
                   END-IF
               END-IF
               ADD WS-CO-LOADED (WS-CO-IDX) TO WS-LOADED-TOTAL
               ADD WS-CO-REDEEMED (WS-CO-IDX) TO WS-REDEEMED-TOTAL
               ADD WS-CO-OUTSTANDING (WS-CO-IDX) TO WS-OUTSTAND-TOTAL
               ADD WS-CO-TARGET (WS-CO-IDX) TO WS-TARGET-TOTAL
           END-PERFORM.
           COMPUTE WS-CHANGE-TOTAL = WS-TARGET-TOTAL - WS-PRIOR-TOTAL.

       PRINT-REDEMPTION-CURVE.
           WRITE BREAKAGE-RPT-RECORD FROM WS-CURVE-TITLE.
           WRITE BREAKAGE-RPT-RECORD FROM WS-CURVE-COLS.
           PERFORM VARYING WS-AGE-IDX FROM 0 BY 1
                   UNTIL WS-AGE-IDX > WS-HORIZON
               COMPUTE WS-AGE-SUB = WS-AGE-IDX + 1
               MOVE WS-AGE-IDX TO CL-AGE
               MOVE WS-CV-COHORTS (WS-AGE-SUB) TO CL-COHORTS
               MOVE WS-CV-LOADED (WS-AGE-SUB) TO CL-LOADED
               MOVE WS-CV-REDEEMED (WS-AGE-SUB) TO CL-REDEEMED
               COMPUTE CL-RATE = WS-CV-RATE (WS-AGE-SUB) * 100
               WRITE BREAKAGE-RPT-RECORD FROM WS-CURVE-LINE
           END-PERFORM.
           IF WS-RATE-SET = "Y"
               COMPUTE RR-ULTIMATE = WS-ULTIMATE-RATE * 100
               COMPUTE RR-BREAKAGE = WS-BREAKAGE-RATE * 100
               WRITE BREAKAGE-RPT-RECORD FROM WS-RATE-LINE
           ELSE
               WRITE BREAKAGE-RPT-RECORD FROM WS-NO-RATE-LINE
           END-IF.
           MOVE SPACES TO BREAKAGE-RPT-RECORD.
           WRITE BREAKAGE-RPT-RECORD.

       PRINT-COHORT-TABLE.
           WRITE BREAKAGE-RPT-RECORD FROM WS-COHORT-COLS.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COHORT-COUNT
               MOVE WS-CO-MONTH (WS-CO-IDX) TO CO-COHORT
               MOVE WS-CO-AGE (WS-CO-IDX) TO CO-AGE
               MOVE WS-CO-VOUCHERS (WS-CO-IDX) TO CO-VOUCHERS
               MOVE WS-CO-LOADED (WS-CO-IDX) TO CO-LOADED
               MOVE WS-CO-REDEEMED (WS-CO-IDX) TO CO-REDEEMED
               MOVE WS-CO-OUTSTANDING (WS-CO-IDX) TO CO-OUTSTANDING
               MOVE WS-CO-TARGET (WS-CO-IDX) TO CO-TARGET
               MOVE WS-CO-PRIOR (WS-CO-IDX) TO CO-PRIOR
               COMPUTE CO-CHANGE = WS-CO-TARGET (WS-CO-IDX)
                   - WS-CO-PRIOR (WS-CO-IDX)
               WRITE BREAKAGE-RPT-RECORD FROM WS-COHORT-LINE
           END-PERFORM.
           MOVE 0 TO CO-COHORT.
           MOVE 0 TO CO-AGE.
           MOVE WS-VOUCHER-COUNT TO CO-VOUCHERS.
           MOVE WS-LOADED-TOTAL TO CO-LOADED.
           MOVE WS-REDEEMED-TOTAL TO CO-REDEEMED.
           MOVE WS-OUTSTAND-TOTAL TO CO-OUTSTANDING.
           MOVE WS-TARGET-TOTAL TO CO-TARGET.
           MOVE WS-PRIOR-TOTAL TO CO-PRIOR.
           MOVE WS-CHANGE-TOTAL TO CO-CHANGE.
           WRITE BREAKAGE-RPT-RECORD FROM WS-COHORT-LINE.
           MOVE WS-VOUCHER-COUNT TO RC-VOUCHERS.
           MOVE WS-UNPLACED-COUNT TO RC-UNPLACED.
           WRITE BREAKAGE-RPT-RECORD FROM WS-RPT-COUNTS.
           MOVE SPACES TO BREAKAGE-RPT-RECORD.
           WRITE BREAKAGE-RPT-RECORD.

      *    ONE PAIR OF ENTRIES PER COHORT WHOSE CUMULATIVE FIGURE
      *    MOVED, ON THE SIDES THE MOVEMENT CALLS FOR.
       BUILD-CHANGE-ENTRIES.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COHORT-COUNT
               COMPUTE WS-COHORT-CHANGE = WS-CO-TARGET (WS-CO-IDX)
                   - WS-CO-PRIOR (WS-CO-IDX)
               IF WS-COHORT-CHANGE NOT = 0
                   MOVE SPACES TO GL-DESC
                   STRING "BREAKAGE CHRT " DELIMITED BY SIZE
                          WS-CO-MONTH (WS-CO-IDX) DELIMITED BY SIZE
                          INTO GL-DESC
                   END-STRING
                   MOVE WS-MONTH-END TO GL-DATE
                   IF WS-COHORT-CHANGE > 0
                       MOVE WS-COHORT-CHANGE TO GL-AMOUNT
                       MOVE "VCHLIAB" TO GL-ACCOUNT
                       MOVE "DR" TO GL-DR-CR
                       PERFORM WRITE-JOURNAL-ENTRY
                       MOVE "VCHBRK" TO GL-ACCOUNT
                       MOVE "CR" TO GL-DR-CR
                       PERFORM WRITE-JOURNAL-ENTRY
                   ELSE
                       COMPUTE GL-AMOUNT = 0 - WS-COHORT-CHANGE
                       MOVE "VCHBRK" TO GL-ACCOUNT
                       MOVE "DR" TO GL-DR-CR
                       PERFORM WRITE-JOURNAL-ENTRY
                       MOVE "VCHLIAB" TO GL-ACCOUNT
                       MOVE "CR" TO GL-DR-CR
                       PERFORM WRITE-JOURNAL-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-ENTRY.
           PERFORM CHECK-GL-PERIOD.
           PERFORM RESOLVE-GL-ACCOUNT.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-ENTRY-COUNT.
           IF GL-DR-CR = "DR"
               ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           MOVE GL-ACCOUNT TO RL-ACCOUNT.
           MOVE GL-DR-CR   TO RL-DR-CR.
           MOVE GL-AMOUNT  TO RL-AMOUNT.
           MOVE GL-DATE    TO RL-DATE.
           MOVE GL-DESC    TO RL-DESC.
           MOVE GL-COST-CENTER TO RL-COST-CENTER.
           WRITE BREAKAGE-RPT-RECORD FROM WS-RPT-LINE.

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
           MOVE "BRK" TO GLR-SOURCE.
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
           EVALUATE TRUE
               WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                    OR WS-ERROR-COUNT > 0
                   MOVE "OUT OF BAL" TO PL-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RATE-SET = "N" OR WS-UNPLACED-COUNT > 0
                   MOVE "IN BALANCE" TO PL-VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "IN BALANCE" TO PL-VERDICT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           WRITE BREAKAGE-RPT-RECORD FROM WS-PROOF-LINE.
           DISPLAY WS-PROOF-LINE.

      *    THIS MONTH'S CUMULATIVE FIGURES BECOME NEXT MONTH'S
      *    STARTING POINT. A COHORT WITH NOTHING RECOGNIZED NOW OR
      *    LAST MONTH IS NOT CARRIED FORWARD.
       RECORD-RECOGNITION.
           OPEN EXTEND HISTORY-FILE.
           IF WS-BK-STATUS <> "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-COHORT-COUNT
               IF WS-CO-TARGET (WS-CO-IDX) NOT = 0
                  OR WS-CO-PRIOR (WS-CO-IDX) NOT = 0
                   MOVE WS-MONTH TO BK-MONTH
                   MOVE WS-CO-MONTH (WS-CO-IDX) TO BK-COHORT
                   MOVE WS-CO-LOADED (WS-CO-IDX) TO BK-LOADED
                   MOVE WS-CO-OUTSTANDING (WS-CO-IDX)
                       TO BK-OUTSTANDING
                   MOVE WS-CO-TARGET (WS-CO-IDX) TO BK-RECOGNIZED
                   MOVE WS-RUN-DATE TO BK-RUN-DATE
                   WRITE BREAKAGE-HISTORY-RECORD
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
