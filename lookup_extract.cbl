      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  lookup_extract.
      *****************************************************************
      *    NIGHTLY BALANCE-LOOKUP EXTRACT FOR THE WEB AND PHONE
      *    CHANNEL VENDOR, SO A CUSTOMER CAN HEAR A BALANCE WITHOUT
      *    RINGING THE COUNTER. ONE VCH RECORD PER VOUCHER CARRIES
      *    THE POSTED BALANCE, THE AVAILABLE BALANCE (LESS OPEN
      *    AUTHORIZATION HOLDS), THE STATUS AND THE EXPIRY DATE
      *    UNDER THE VOUCHER'S PRODUCT TERMS (prodrule; ZERO WHEN
      *    THE PRODUCT NEVER EXPIRES), FOLLOWED BY UP TO FIVE HST
      *    RECORDS - THE LAST FIVE ACCEPTED REDEMPTION-HIST ENTRIES,
      *    OLDEST FIRST. REJECTED ATTEMPTS ARE NOT SENT.
      *
      *    THE VENDOR NEVER SEES THE CHECK DIGIT ITSELF. EACH VCH
      *    RECORD CARRIES A FOUR-DIGIT VERIFICATION VALUE DERIVED
      *    FROM VM-CHECK-DIGIT, THE CODE AND THE LOOKUP-VERIFY-SEED
      *    SYSPARM AGREED WITH THE VENDOR; THE VENDOR APPLIES THE
      *    SAME DERIVATION TO WHAT THE CALLER KEYS.
      *
      *    A CHANGE FEED COMPARES EVERY VOUCHER WITH WHAT WAS LAST
      *    SENT (LOOKUP-SENT, lkpsent.cpy) AND SENDS ADDS, CHANGES
      *    AND DELETES (A VOUCHER SENT BUT NO LONGER ON THE MASTER).
      *    A FULL REFRESH SENDS EVERY VOUCHER AS FUL AND RESETS
      *    LOOKUP-SENT TO MATCH. THE RUN GOES FULL WHEN THE COMMAND
      *    LINE SAYS "FULL", WHEN LOOKUP-FULL-DAYS (SYSPARM, DEFAULT
      *    7) HAVE PASSED SINCE THE LAST FULL FEED, WHEN THE VENDOR
      *    REJECTED A FEED (lookup_ack MARKS IT "R"), OR WHEN THE
      *    BUSINESS DATE WAS ALREADY SENT - A RERUN MUST NOT CUT AN
      *    EMPTY CHANGE FEED OVER THE FIRST. EVERY FEED GOES ON THE
      *    LOOKUP-XMIT-LOG REGISTER (lkpxmit.cpy) WITH ITS CONTROL
      *    TOTALS FOR lookup_ack.
      *
      *    LOOKUP-FEED RECORDS:
      *      HDR  COLS 1-3 "HDR"  4-11 EXTRACT DATE  12 FEED TYPE C/F
      *      VCH  COLS 1-3 "VCH"  4-9 VOUCHER CODE  10-12 ACTION
      *           ADD/CHG/DEL/FUL  13-16 VERIFICATION VALUE
      *           17-22 POSTED BALANCE  23-28 AVAILABLE BALANCE
      *           (BOTH SIGN LEADING SEPARATE, 2 DECIMALS)
      *           29 STATUS A/E/V/S  30-37 EXPIRY DATE
      *           38 HISTORY COUNT
      *      HST  COLS 1-3 "HST"  4-9 VOUCHER CODE  10 ENTRY SEQ
      *           11-18 DATE  19-24 TIME  25 TYPE  26-31 AMOUNT
      *           (SIGN LEADING SEPARATE)  32-35 STORE
      *           36-55 DESCRIPTION
      *      TRL  COLS 1-3 "TRL"  4-10 VCH COUNT  11-17 HST COUNT
      *           18-29 POSTED BALANCE TOTAL OF THE VCH RECORDS
      *           (SIGN LEADING SEPARATE)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-MASTER ASSIGN TO "VOUCHER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VOUCHER-CODE
               FILE STATUS IS WS-VM-STATUS.
           SELECT REDEMPTION-HISTORY ASSIGN TO "REDEMPTION-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT VOUCHER-HOLD ASSIGN TO "VOUCHER-HOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-VH-STATUS.
           SELECT LOOKUP-SENT ASSIGN TO "LOOKUP-SENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LS-VOUCHER-CODE
               FILE STATUS IS WS-LS-STATUS.
           SELECT LOOKUP-XMIT-LOG ASSIGN TO "LOOKUP-XMIT-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-EXTRACT-DATE
               FILE STATUS IS WS-LX-STATUS.
           SELECT LOOKUP-FEED-FILE ASSIGN TO "LOOKUP-FEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LF-STATUS.
           SELECT XMIT-RPT-FILE ASSIGN TO "LOOKUP-EXTRACT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-MASTER.
           COPY "voucher.cpy".

       FD  REDEMPTION-HISTORY.
           COPY "redhist.cpy".

       FD  VOUCHER-HOLD.
           COPY "holdmast.cpy".

       FD  LOOKUP-SENT.
           COPY "lkpsent.cpy".

       FD  LOOKUP-XMIT-LOG.
           COPY "lkpxmit.cpy".

       FD  LOOKUP-FEED-FILE.
       01  LOOKUP-FEED-RECORD   PIC X(80).

       FD  XMIT-RPT-FILE.
       01  XMIT-RPT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS        PIC XX.
       01 WS-RH-STATUS        PIC XX.
       01 WS-VH-STATUS        PIC XX.
       01 WS-LS-STATUS        PIC XX.
       01 WS-LX-STATUS        PIC XX.
       01 WS-LF-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-SCAN-EOF         PIC 9(1) VALUE 0.
       01 WS-HIST-DONE        PIC 9(1) VALUE 0.
       01 WS-HOLD-DONE        PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-FEED-TYPE        PIC X VALUE "C".
       01 WS-FULL-REASON      PIC X(20) VALUE SPACES.
       01 WS-EXTRACT-DATE     PIC 9(8).
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE     PIC 9(8).
           05 WS-RUN-TIME     PIC 9(6).
       01 WS-HIST-AVAILABLE   PIC X VALUE "N".
       01 WS-HOLD-AVAILABLE   PIC X VALUE "N".
       01 WS-SENT-FOUND       PIC X.
       01 WS-REJECTED-FOUND   PIC X VALUE "N".
       01 WS-LAST-FULL-DATE   PIC 9(8) VALUE 0.
       01 WS-FULL-DAYS        PIC 9(3) VALUE 7.
       01 WS-VERIFY-SEED      PIC 9(9) VALUE 7919.
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-ACTION           PIC X(3).
       01 WS-STATUS-OUT       PIC X.
       01 WS-OPEN-HOLDS       PIC S9(5)V99.
       01 WS-AVAILABLE        PIC S9(3)V99.
       01 WS-EXPIRY-DATE      PIC 9(8).
       01 WS-EXP-YEAR         PIC 9(4).
       01 WS-EXP-MONTH        PIC 9(4).
       01 WS-EXP-DAY          PIC 9(2).
       01 WS-EXP-YEARS-ADD    PIC 9(4).
       01 WS-EXP-GROUP.
           05 WS-EXP-OUT-YEAR  PIC 9(4).
           05 WS-EXP-OUT-MONTH PIC 9(2).
           05 WS-EXP-OUT-DAY   PIC 9(2).
       01 WS-EXP-CHECK        REDEFINES WS-EXP-GROUP PIC 9(8).
       01 WS-CHECK-SUM        PIC 9(5).
       01 WS-CD-IDX           PIC 9(1).
       01 WS-VERIFY           PIC 9(4).
       01 WS-VOUCHERS-READ    PIC 9(7) VALUE 0.
       01 WS-VCH-SENT         PIC 9(7) VALUE 0.
       01 WS-HST-SENT         PIC 9(7) VALUE 0.
       01 WS-BALANCE-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-ADD-COUNT        PIC 9(7) VALUE 0.
       01 WS-CHG-COUNT        PIC 9(7) VALUE 0.
       01 WS-DEL-COUNT        PIC 9(7) VALUE 0.
       01 WS-FUL-COUNT        PIC 9(7) VALUE 0.
       01 WS-HST-IDX          PIC 9(1).
       01 WS-HST-COUNT        PIC 9(1).
       01 WS-HST-TABLE.
           05 WS-HST-ENTRY OCCURS 5 TIMES.
              10 WS-HST-DATE      PIC 9(8).
              10 WS-HST-TIME      PIC 9(6).
              10 WS-HST-SEQ       PIC 9(3).
              10 WS-HST-TYPE      PIC X.
              10 WS-HST-AMOUNT    PIC S9(3)V99.
              10 WS-HST-STORE     PIC X(4).
              10 WS-HST-DESC      PIC X(20).

           COPY "prodrule.cpy".

       01 WS-HDR-RECORD.
           05 FILLER          PIC X(3) VALUE "HDR".
           05 HDR-DATE        PIC 9(8).
           05 HDR-FEED-TYPE   PIC X.
           05 FILLER          PIC X(68) VALUE SPACES.

       01 WS-VCH-RECORD.
           05 FILLER          PIC X(3) VALUE "VCH".
           05 VCH-CODE        PIC X(6).
           05 VCH-ACTION      PIC X(3).
           05 VCH-VERIFY      PIC 9(4).
           05 VCH-POSTED      PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 VCH-AVAILABLE   PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 VCH-STATUS      PIC X.
           05 VCH-EXPIRY      PIC 9(8).
           05 VCH-HIST-COUNT  PIC 9(1).
           05 FILLER          PIC X(42) VALUE SPACES.

       01 WS-HST-RECORD.
           05 FILLER          PIC X(3) VALUE "HST".
           05 HST-CODE        PIC X(6).
           05 HST-SEQ         PIC 9(1).
           05 HST-DATE        PIC 9(8).
           05 HST-TIME        PIC 9(6).
           05 HST-TYPE        PIC X.
           05 HST-AMOUNT      PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 HST-STORE       PIC X(4).
           05 HST-DESC        PIC X(20).
           05 FILLER          PIC X(25) VALUE SPACES.

       01 WS-TRL-RECORD.
           05 FILLER          PIC X(3) VALUE "TRL".
           05 TRL-VCH-COUNT   PIC 9(7).
           05 TRL-HST-COUNT   PIC 9(7).
           05 TRL-BAL-TOTAL   PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER          PIC X(51) VALUE SPACES.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(27) VALUE
              "BALANCE LOOKUP FEED FOR    ".
           05 RH-DATE         PIC 9(4)/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-TYPE         PIC X(7).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-REASON       PIC X(20).
       01 WS-RPT-DETAIL.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-CODE         PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-ACTION       PIC X(3).
           05 FILLER          PIC X(10) VALUE "  POSTED ".
           05 RD-POSTED       PIC -(3)9.99.
           05 FILLER          PIC X(8) VALUE "  AVAIL ".
           05 RD-AVAILABLE    PIC -(3)9.99.
           05 FILLER          PIC X(9) VALUE "  STATUS ".
           05 RD-STATUS       PIC X.
           05 FILLER          PIC X(9) VALUE "  EXPIRY ".
           05 RD-EXPIRY       PIC 9(8).
       01 WS-RPT-LINE-1.
           05 FILLER          PIC X(26) VALUE
              "VOUCHERS ON MASTER:       ".
           05 RL-READ         PIC ZZZZZZ9.
       01 WS-RPT-LINE-2.
           05 FILLER          PIC X(8) VALUE "ADDS: ".
           05 RL-ADDS         PIC ZZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  CHANGES: ".
           05 RL-CHANGES      PIC ZZZZZZ9.
           05 FILLER          PIC X(11) VALUE "  DELETES: ".
           05 RL-DELETES      PIC ZZZZZZ9.
           05 FILLER          PIC X(8) VALUE "  FULL: ".
           05 RL-FULL         PIC ZZZZZZ9.
       01 WS-RPT-LINE-3.
           05 FILLER          PIC X(26) VALUE
              "VOUCHER RECORDS SENT:     ".
           05 RL-SENT         PIC ZZZZZZ9.
       01 WS-RPT-LINE-4.
           05 FILLER          PIC X(26) VALUE
              "HISTORY RECORDS SENT:     ".
           05 RL-HIST         PIC ZZZZZZ9.
       01 WS-RPT-LINE-5.
           05 FILLER          PIC X(26) VALUE
              "POSTED BALANCE TOTAL:     ".
           05 RL-TOTAL        PIC -(8)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM = "FULL"
               MOVE "F" TO WS-FEED-TYPE
               MOVE "REQUESTED" TO WS-FULL-REASON
           END-IF.
           CALL "bizdate" USING WS-EXTRACT-DATE.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           PERFORM LOAD-PARAMETERS.
           PERFORM CHECK-REGISTER.
           OPEN INPUT VOUCHER-MASTER.
           IF WS-VM-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN VOUCHER-MASTER, STATUS="
                       WS-VM-STATUS
               CLOSE LOOKUP-XMIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O LOOKUP-SENT.
           IF WS-LS-STATUS = "35"
               OPEN OUTPUT LOOKUP-SENT
               CLOSE LOOKUP-SENT
               OPEN I-O LOOKUP-SENT
           END-IF.
           IF WS-LS-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN LOOKUP-SENT, STATUS="
                       WS-LS-STATUS
               CLOSE VOUCHER-MASTER
               CLOSE LOOKUP-XMIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REDEMPTION-HISTORY.
           IF WS-RH-STATUS = "00"
               MOVE "Y" TO WS-HIST-AVAILABLE
           ELSE
               DISPLAY "REDEMPTION-HIST NOT AVAILABLE - VOUCHERS "
                       "SENT WITHOUT HISTORY."
           END-IF.
           OPEN INPUT VOUCHER-HOLD.
           IF WS-VH-STATUS = "00"
               MOVE "Y" TO WS-HOLD-AVAILABLE
           END-IF.
           OPEN OUTPUT LOOKUP-FEED-FILE.
           OPEN OUTPUT XMIT-RPT-FILE.
           MOVE WS-EXTRACT-DATE TO HDR-DATE RH-DATE.
           MOVE WS-FEED-TYPE TO HDR-FEED-TYPE.
           IF WS-FEED-TYPE = "F"
               MOVE "FULL" TO RH-TYPE
           ELSE
               MOVE "CHANGES" TO RH-TYPE
           END-IF.
           MOVE WS-FULL-REASON TO RH-REASON.
           WRITE LOOKUP-FEED-RECORD FROM WS-HDR-RECORD.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-HEADER.
           MOVE LOW-VALUES TO VM-VOUCHER-CODE.
           START VOUCHER-MASTER KEY IS >= VM-VOUCHER-CODE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM EXTRACT-VOUCHERS UNTIL WS-EOF = 1.
           PERFORM SWEEP-DELETED-VOUCHERS.
           MOVE WS-VCH-SENT TO TRL-VCH-COUNT.
           MOVE WS-HST-SENT TO TRL-HST-COUNT.
           MOVE WS-BALANCE-TOTAL TO TRL-BAL-TOTAL.
           WRITE LOOKUP-FEED-RECORD FROM WS-TRL-RECORD.
           CLOSE LOOKUP-FEED-FILE.
           CLOSE VOUCHER-MASTER.
           CLOSE LOOKUP-SENT.
           IF WS-HIST-AVAILABLE = "Y"
               CLOSE REDEMPTION-HISTORY
           END-IF.
           IF WS-HOLD-AVAILABLE = "Y"
               CLOSE VOUCHER-HOLD
           END-IF.
           PERFORM REGISTER-TRANSMISSION.
           PERFORM WRITE-TRANSMITTAL-TOTALS.
           CLOSE XMIT-RPT-FILE.
           DISPLAY "LOOKUP EXTRACT COMPLETE (" RH-TYPE
                   "). VOUCHERS SENT: " WS-VCH-SENT
                   " HISTORY: " WS-HST-SENT.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       LOAD-PARAMETERS.
           MOVE "LOOKUP-FULL-DAYS" TO WS-PARM-NAME.
           MOVE WS-FULL-DAYS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-FULL-DAYS
           END-IF.
           MOVE "LOOKUP-VERIFY-SEED" TO WS-PARM-NAME.
           MOVE WS-VERIFY-SEED TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
               MOVE WS-PARM-VALUE TO WS-VERIFY-SEED
           END-IF.

      *****************************************************************
      *    ONE PASS OVER THE REGISTER FINDS THE LAST FULL FEED THE
      *    VENDOR DID NOT REJECT, ANY FEED IT DID REJECT, AND
      *    WHETHER TODAY WAS ALREADY SENT. ANY OF THOSE CAN TURN A
      *    CHANGE FEED INTO A FULL REFRESH.
      *****************************************************************
       CHECK-REGISTER.
           OPEN I-O LOOKUP-XMIT-LOG.
           IF WS-LX-STATUS = "35"
               OPEN OUTPUT LOOKUP-XMIT-LOG
               CLOSE LOOKUP-XMIT-LOG
               OPEN I-O LOOKUP-XMIT-LOG
           END-IF.
           IF WS-LX-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN LOOKUP-XMIT-LOG, STATUS="
                       WS-LX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO LX-EXTRACT-DATE.
           MOVE 0 TO WS-SCAN-EOF.
           START LOOKUP-XMIT-LOG KEY IS >= LX-EXTRACT-DATE
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ LOOKUP-XMIT-LOG NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF LX-STATUS = "R"
                           MOVE "Y" TO WS-REJECTED-FOUND
                       END-IF
                       IF LX-FULL-FEED
                          AND (LX-STATUS = "S" OR LX-STATUS = "C")
                           MOVE LX-EXTRACT-DATE TO WS-LAST-FULL-DATE
                       END-IF
                       IF LX-EXTRACT-DATE = WS-EXTRACT-DATE
                          AND WS-FEED-TYPE = "C"
                           MOVE "F" TO WS-FEED-TYPE
                           MOVE "RERUN OF DATE" TO WS-FULL-REASON
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FEED-TYPE = "C" AND WS-REJECTED-FOUND = "Y"
               MOVE "F" TO WS-FEED-TYPE
               MOVE "VENDOR REJECTED FEED" TO WS-FULL-REASON
           END-IF.
           IF WS-FEED-TYPE = "C"
               IF WS-LAST-FULL-DATE = 0
                   MOVE "F" TO WS-FEED-TYPE
                   MOVE "NO FULL ON FILE" TO WS-FULL-REASON
               ELSE
                   MOVE "DAYS" TO WS-DATE-FUNCTION
                   CALL "dateserv" USING WS-DATE-FUNCTION
                       WS-LAST-FULL-DATE WS-EXTRACT-DATE
                       WS-DATE-DAYS WS-DATE-RESULT
                   IF WS-DATE-RESULT <> "Y"
                      OR WS-DATE-DAYS >= WS-FULL-DAYS
                       MOVE "F" TO WS-FEED-TYPE
                       MOVE "PERIODIC REFRESH" TO WS-FULL-REASON
                   END-IF
               END-IF
           END-IF.

       EXTRACT-VOUCHERS.
           READ VOUCHER-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-VOUCHERS-READ
                   PERFORM EXAMINE-ONE-VOUCHER
           END-READ.

      *    ADD: NEVER SENT. CHG: THE BALANCE, AVAILABLE BALANCE,
      *    STATUS, EXPIRY OR NEWEST HISTORY ENTRY DIFFERS FROM WHAT
      *    WAS SENT. A FULL FEED SENDS EVERY VOUCHER AS FUL.
       EXAMINE-ONE-VOUCHER.
           MOVE VM-VOUCHER-CODE TO LS-VOUCHER-CODE.
           READ LOOKUP-SENT
               KEY IS LS-VOUCHER-CODE
               INVALID KEY
                   MOVE "N" TO WS-SENT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SENT-FOUND
           END-READ.
           IF VM-STATUS = SPACE
               MOVE "A" TO WS-STATUS-OUT
           ELSE
               MOVE VM-STATUS TO WS-STATUS-OUT
           END-IF.
           PERFORM TOTAL-OPEN-HOLDS.
           PERFORM COMPUTE-EXPIRY-DATE.
           PERFORM LOAD-LAST-FIVE.
           MOVE SPACES TO WS-ACTION.
           IF WS-FEED-TYPE = "F"
               MOVE "FUL" TO WS-ACTION
           ELSE
               IF WS-SENT-FOUND = "N"
                   MOVE "ADD" TO WS-ACTION
               ELSE
                   IF LS-BALANCE NOT = VM-BALANCE
                      OR LS-AVAILABLE NOT = WS-AVAILABLE
                      OR LS-STATUS NOT = WS-STATUS-OUT
                      OR LS-EXPIRY-DATE NOT = WS-EXPIRY-DATE
                       MOVE "CHG" TO WS-ACTION
                   END-IF
                   IF WS-HST-COUNT > 0
                       IF LS-LAST-DATE NOT =
                              WS-HST-DATE (WS-HST-COUNT)
                          OR LS-LAST-TIME NOT =
                              WS-HST-TIME (WS-HST-COUNT)
                          OR LS-LAST-SEQ NOT =
                              WS-HST-SEQ (WS-HST-COUNT)
                           MOVE "CHG" TO WS-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-ACTION NOT = SPACES
               PERFORM SEND-ONE-VOUCHER
               PERFORM RECORD-AS-SENT
           END-IF.

       TOTAL-OPEN-HOLDS.
           MOVE 0 TO WS-OPEN-HOLDS.
           IF WS-HOLD-AVAILABLE = "Y"
               MOVE 0 TO WS-HOLD-DONE
               MOVE VM-VOUCHER-CODE TO VH-VOUCHER-CODE
               MOVE LOW-VALUES TO VH-AUTH-REF
               START VOUCHER-HOLD KEY IS >= VH-KEY
                   INVALID KEY
                       MOVE 1 TO WS-HOLD-DONE
               END-START
               PERFORM UNTIL WS-HOLD-DONE = 1
                   READ VOUCHER-HOLD NEXT RECORD
                       AT END
                           MOVE 1 TO WS-HOLD-DONE
                       NOT AT END
                           IF VH-VOUCHER-CODE NOT = VM-VOUCHER-CODE
                               MOVE 1 TO WS-HOLD-DONE
                           ELSE
                               IF VH-STATUS = "O"
                                   ADD VH-AMOUNT TO WS-OPEN-HOLDS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           COMPUTE WS-AVAILABLE = VM-BALANCE - WS-OPEN-HOLDS.

      *    THE VOUCHER EXPIRES ON THE SAME DAY OF THE MONTH ITS
      *    PRODUCT'S VALIDITY AFTER ISSUE, AS voucher_expire COUNTS
      *    IT; A DAY THAT MONTH DOES NOT HAVE FALLS BACK TO ITS
      *    LAST DAY.
       COMPUTE-EXPIRY-DATE.
           MOVE 0 TO WS-EXPIRY-DATE.
           MOVE VM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           CALL "prodrule" USING PRODUCT-RULES.
           IF PRD-VALIDITY-MONTHS = 0 OR VM-ISSUE-DATE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-ISSUE-DATE (1:4) TO WS-EXP-YEAR.
           MOVE VM-ISSUE-DATE (5:2) TO WS-EXP-MONTH.
           MOVE VM-ISSUE-DATE (7:2) TO WS-EXP-DAY.
           COMPUTE WS-EXP-MONTH = WS-EXP-MONTH - 1
               + PRD-VALIDITY-MONTHS.
           DIVIDE WS-EXP-MONTH BY 12 GIVING WS-EXP-YEARS-ADD
               REMAINDER WS-EXP-MONTH.
           COMPUTE WS-EXP-OUT-YEAR = WS-EXP-YEAR + WS-EXP-YEARS-ADD.
           COMPUTE WS-EXP-OUT-MONTH = WS-EXP-MONTH + 1.
           MOVE WS-EXP-DAY TO WS-EXP-OUT-DAY.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           MOVE "N" TO WS-DATE-RESULT.
           PERFORM UNTIL WS-DATE-RESULT = "Y" OR WS-EXP-OUT-DAY < 28
               CALL "dateserv" USING WS-DATE-FUNCTION WS-EXP-CHECK
                   WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT
               IF WS-DATE-RESULT <> "Y"
                   SUBTRACT 1 FROM WS-EXP-OUT-DAY
               END-IF
           END-PERFORM.
           MOVE WS-EXP-CHECK TO WS-EXPIRY-DATE.

      *    THE LAST FIVE ACCEPTED ENTRIES, OLDEST FIRST: THE TABLE
      *    SLIDES DOWN ONE PLACE EACH TIME A SIXTH ENTRY ARRIVES.
       LOAD-LAST-FIVE.
           MOVE 0 TO WS-HST-COUNT.
           IF WS-HIST-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-VOUCHER-CODE TO RH-VOUCHER-CODE.
           MOVE 0 TO RH-TRANS-DATE.
           MOVE 0 TO RH-TRANS-TIME.
           MOVE 0 TO RH-TRANS-SEQ.
           MOVE 0 TO WS-HIST-DONE.
           START REDEMPTION-HISTORY KEY IS >= RH-KEY
               INVALID KEY
                   MOVE 1 TO WS-HIST-DONE
           END-START.
           PERFORM UNTIL WS-HIST-DONE = 1
               READ REDEMPTION-HISTORY NEXT RECORD
                   AT END
                       MOVE 1 TO WS-HIST-DONE
                   NOT AT END
                       IF RH-VOUCHER-CODE NOT = VM-VOUCHER-CODE
                           MOVE 1 TO WS-HIST-DONE
                       ELSE
                           IF RH-RESULT (1:8) NOT = "REJECTED"
                               PERFORM KEEP-ONE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-ONE-ENTRY.
           IF WS-HST-COUNT < 5
               ADD 1 TO WS-HST-COUNT
           ELSE
               PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                       UNTIL WS-HST-IDX > 4
                   MOVE WS-HST-ENTRY (WS-HST-IDX + 1)
                       TO WS-HST-ENTRY (WS-HST-IDX)
               END-PERFORM
           END-IF.
           MOVE RH-TRANS-DATE TO WS-HST-DATE (WS-HST-COUNT).
           MOVE RH-TRANS-TIME TO WS-HST-TIME (WS-HST-COUNT).
           MOVE RH-TRANS-SEQ TO WS-HST-SEQ (WS-HST-COUNT).
           IF RH-TRANS-TYPE = SPACE
               MOVE "R" TO WS-HST-TYPE (WS-HST-COUNT)
           ELSE
               MOVE RH-TRANS-TYPE TO WS-HST-TYPE (WS-HST-COUNT)
           END-IF.
           MOVE RH-AMOUNT TO WS-HST-AMOUNT (WS-HST-COUNT).
           MOVE RH-STORE-CODE TO WS-HST-STORE (WS-HST-COUNT).
           MOVE RH-RESULT TO WS-HST-DESC (WS-HST-COUNT).

      *    THE VERIFICATION VALUE: A POSITION-WEIGHTED SUM OF THE
      *    CODE'S CHARACTERS, SCALED BY THE CHECK DIGIT AND OFFSET
      *    BY THE AGREED SEED, LAST FOUR DIGITS.
       COMPUTE-VERIFY-VALUE.
           MOVE 0 TO WS-CHECK-SUM.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1 UNTIL WS-CD-IDX > 6
               COMPUTE WS-CHECK-SUM = WS-CHECK-SUM + WS-CD-IDX *
                   FUNCTION ORD (VM-VOUCHER-CODE (WS-CD-IDX:1))
           END-PERFORM.
           COMPUTE WS-VERIFY = FUNCTION MOD (
               WS-CHECK-SUM * (VM-CHECK-DIGIT + 1)
               + WS-VERIFY-SEED * (VM-CHECK-DIGIT + 3), 10000).

       SEND-ONE-VOUCHER.
           PERFORM COMPUTE-VERIFY-VALUE.
           MOVE VM-VOUCHER-CODE TO VCH-CODE.
           MOVE WS-ACTION TO VCH-ACTION.
           MOVE WS-VERIFY TO VCH-VERIFY.
           MOVE VM-BALANCE TO VCH-POSTED.
           MOVE WS-AVAILABLE TO VCH-AVAILABLE.
           MOVE WS-STATUS-OUT TO VCH-STATUS.
           MOVE WS-EXPIRY-DATE TO VCH-EXPIRY.
           MOVE WS-HST-COUNT TO VCH-HIST-COUNT.
           WRITE LOOKUP-FEED-RECORD FROM WS-VCH-RECORD.
           ADD 1 TO WS-VCH-SENT.
           ADD VM-BALANCE TO WS-BALANCE-TOTAL.
           EVALUATE WS-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-ADD-COUNT
               WHEN "CHG"
                   ADD 1 TO WS-CHG-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FUL-COUNT
           END-EVALUATE.
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
               MOVE VM-VOUCHER-CODE TO HST-CODE
               MOVE WS-HST-IDX TO HST-SEQ
               MOVE WS-HST-DATE (WS-HST-IDX) TO HST-DATE
               MOVE WS-HST-TIME (WS-HST-IDX) TO HST-TIME
               MOVE WS-HST-TYPE (WS-HST-IDX) TO HST-TYPE
               MOVE WS-HST-AMOUNT (WS-HST-IDX) TO HST-AMOUNT
               MOVE WS-HST-STORE (WS-HST-IDX) TO HST-STORE
               MOVE WS-HST-DESC (WS-HST-IDX) TO HST-DESC
               WRITE LOOKUP-FEED-RECORD FROM WS-HST-RECORD
               ADD 1 TO WS-HST-SENT
           END-PERFORM.
           IF WS-ACTION NOT = "FUL"
               MOVE VM-VOUCHER-CODE TO RD-CODE
               MOVE WS-ACTION TO RD-ACTION
               MOVE VM-BALANCE TO RD-POSTED
               MOVE WS-AVAILABLE TO RD-AVAILABLE
               MOVE WS-STATUS-OUT TO RD-STATUS
               MOVE WS-EXPIRY-DATE TO RD-EXPIRY
               WRITE XMIT-RPT-RECORD FROM WS-RPT-DETAIL
           END-IF.

      *    LOOKUP-SENT NOW HOLDS THE VOUCHER AS THE VENDOR HAS IT.
       RECORD-AS-SENT.
           MOVE VM-VOUCHER-CODE TO LS-VOUCHER-CODE.
           MOVE VM-BALANCE TO LS-BALANCE.
           MOVE WS-AVAILABLE TO LS-AVAILABLE.
           MOVE WS-STATUS-OUT TO LS-STATUS.
           MOVE WS-EXPIRY-DATE TO LS-EXPIRY-DATE.
           IF WS-HST-COUNT > 0
               MOVE WS-HST-DATE (WS-HST-COUNT) TO LS-LAST-DATE
               MOVE WS-HST-TIME (WS-HST-COUNT) TO LS-LAST-TIME
               MOVE WS-HST-SEQ (WS-HST-COUNT) TO LS-LAST-SEQ
           ELSE
               MOVE 0 TO LS-LAST-DATE
               MOVE 0 TO LS-LAST-TIME
               MOVE 0 TO LS-LAST-SEQ
           END-IF.
           MOVE WS-RUN-STAMP TO LS-SENT-STAMP.
           IF WS-SENT-FOUND = "Y"
               REWRITE LOOKUP-SENT-RECORD
                   INVALID KEY
                       DISPLAY "LOOKUP-SENT REWRITE FAILED FOR "
                               LS-VOUCHER-CODE
               END-REWRITE
           ELSE
               WRITE LOOKUP-SENT-RECORD
                   INVALID KEY
                       DISPLAY "LOOKUP-SENT WRITE FAILED FOR "
                               LS-VOUCHER-CODE
               END-WRITE
           END-IF.

      *****************************************************************
      *    A VOUCHER THE VENDOR HOLDS BUT THE MASTER NO LONGER DOES
      *    IS SENT AS A DEL ON A CHANGE FEED (A FULL REFRESH
      *    REPLACES THE VENDOR'S WHOLE FILE ANYWAY) AND DROPPED FROM
      *    LOOKUP-SENT EITHER WAY.
      *****************************************************************
       SWEEP-DELETED-VOUCHERS.
           MOVE LOW-VALUES TO LS-VOUCHER-CODE.
           MOVE 0 TO WS-SCAN-EOF.
           START LOOKUP-SENT KEY IS >= LS-VOUCHER-CODE
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF
           END-START.
           PERFORM CHECK-ONE-SENT UNTIL WS-SCAN-EOF = 1.

       CHECK-ONE-SENT.
           READ LOOKUP-SENT NEXT RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF
               NOT AT END
                   MOVE LS-VOUCHER-CODE TO VM-VOUCHER-CODE
                   READ VOUCHER-MASTER
                       KEY IS VM-VOUCHER-CODE
                       INVALID KEY
                           PERFORM SEND-ONE-DELETE
                   END-READ
           END-READ.

       SEND-ONE-DELETE.
           IF WS-FEED-TYPE = "C"
               MOVE LS-VOUCHER-CODE TO VCH-CODE
               MOVE "DEL" TO VCH-ACTION
               MOVE 0 TO VCH-VERIFY
               MOVE 0 TO VCH-POSTED
               MOVE 0 TO VCH-AVAILABLE
               MOVE SPACE TO VCH-STATUS
               MOVE 0 TO VCH-EXPIRY
               MOVE 0 TO VCH-HIST-COUNT
               WRITE LOOKUP-FEED-RECORD FROM WS-VCH-RECORD
               ADD 1 TO WS-VCH-SENT
               ADD 1 TO WS-DEL-COUNT
               MOVE LS-VOUCHER-CODE TO RD-CODE
               MOVE "DEL" TO RD-ACTION
               MOVE 0 TO RD-POSTED
               MOVE 0 TO RD-AVAILABLE
               MOVE SPACE TO RD-STATUS
               MOVE 0 TO RD-EXPIRY
               WRITE XMIT-RPT-RECORD FROM WS-RPT-DETAIL
           END-IF.
           DELETE LOOKUP-SENT RECORD
               INVALID KEY
                   DISPLAY "LOOKUP-SENT DELETE FAILED FOR "
                           LS-VOUCHER-CODE
           END-DELETE.

      *    EVERY FEED GOES ON THE REGISTER AS "S" FOR lookup_ack TO
      *    CONFIRM; A RERUN OF THE SAME DATE RESTATES THE TOTALS AND
      *    DROPS ANY CONFIRMATION. A FULL REFRESH SUPERSEDES EVERY
      *    FEED THE VENDOR REJECTED, SO THE NEXT RUN GOES BACK TO
      *    CHANGES.
       REGISTER-TRANSMISSION.
           IF WS-FEED-TYPE = "F" AND WS-REJECTED-FOUND = "Y"
               PERFORM SUPERSEDE-REJECTED
           END-IF.
           MOVE WS-EXTRACT-DATE TO LX-EXTRACT-DATE.
           MOVE WS-FEED-TYPE TO LX-FEED-TYPE.
           MOVE WS-VCH-SENT TO LX-RECORD-COUNT.
           MOVE WS-HST-SENT TO LX-HISTORY-COUNT.
           MOVE WS-BALANCE-TOTAL TO LX-BALANCE-TOTAL.
           MOVE "S" TO LX-STATUS.
           MOVE 0 TO LX-ACK-DATE.
           WRITE LOOKUP-XMIT-RECORD
               INVALID KEY
                   REWRITE LOOKUP-XMIT-RECORD
                       INVALID KEY
                           DISPLAY "LOOKUP-XMIT-LOG WRITE FAILED FOR "
                                   LX-EXTRACT-DATE
                   END-REWRITE
           END-WRITE.
           CLOSE LOOKUP-XMIT-LOG.

       SUPERSEDE-REJECTED.
           MOVE 0 TO LX-EXTRACT-DATE.
           MOVE 0 TO WS-SCAN-EOF.
           START LOOKUP-XMIT-LOG KEY IS >= LX-EXTRACT-DATE
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ LOOKUP-XMIT-LOG NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF LX-STATUS = "R"
                           MOVE "X" TO LX-STATUS
                           REWRITE LOOKUP-XMIT-RECORD
                               INVALID KEY
                                   DISPLAY "LOOKUP-XMIT-LOG REWRITE "
                                           "FAILED FOR "
                                           LX-EXTRACT-DATE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-TRANSMITTAL-TOTALS.
           MOVE SPACES TO XMIT-RPT-RECORD.
           WRITE XMIT-RPT-RECORD.
           MOVE WS-VOUCHERS-READ TO RL-READ.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-1.
           MOVE WS-ADD-COUNT TO RL-ADDS.
           MOVE WS-CHG-COUNT TO RL-CHANGES.
           MOVE WS-DEL-COUNT TO RL-DELETES.
           MOVE WS-FUL-COUNT TO RL-FULL.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-2.
           MOVE WS-VCH-SENT TO RL-SENT.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-3.
           MOVE WS-HST-SENT TO RL-HIST.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-4.
           MOVE WS-BALANCE-TOTAL TO RL-TOTAL.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-5.
