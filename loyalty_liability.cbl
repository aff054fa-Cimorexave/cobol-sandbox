      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  loyalty_liability.
      *****************************************************************
      *    MONTH-END LOYALTY POINTS EXPIRY AND LIABILITY REPORT. ONE
      *    PASS OF LOYALTY-LEDGER (loyalty.cpy) IN CUSTOMER ORDER:
      *      - EVERY EARN LOT STILL HOLDING POINTS WHOSE EXPIRY DATE
      *        IS ON OR BEFORE MONTH-END IS EXPIRED - THE REMAINDER
      *        MOVES TO LY-EXPIRED-POINTS, STAMPED WITH MONTH-END;
      *      - EACH CUSTOMER'S POINTS EARNED, CONVERTED AND EXPIRED
      *        IN THE MONTH AND THE LIVE BALANCE LEFT ARE PRINTED,
      *        WITH THE OPENING BALANCE DERIVED BACK FROM THEM.
      *    THE TOTAL LIVE BALANCE IS VALUED AT
      *    LOYALTY-POINTS-PER-DOLLAR (100 WHEN NOT SET) - WHAT THE
      *    OUTSTANDING POINTS WOULD COST IN VOUCHERS IF EVERY
      *    CUSTOMER CONVERTED - FOR FINANCE TO BOOK. A RERUN FOR THE
      *    SAME MONTH FINDS THE LOTS ALREADY EXPIRED AND REPRINTS
      *    THE SAME FIGURES. THE MONTH IS YYYYMM ON THE COMMAND LINE,
      *    OR THE CURRENT MONTH. RETURN-CODE 8 WHEN THE LEDGER
      *    CANNOT BE READ, 4 WHEN A LOT COULD NOT BE REWRITTEN OR A
      *    CUSTOMER IS NOT ON CUSTOMER-MASTER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-LEDGER ASSIGN TO "LOYALTY-LEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LY-KEY
               FILE STATUS IS WS-LY-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT LIABILITY-RPT-FILE ASSIGN TO "LOYALTY-LIAB-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LOYALTY-LEDGER.
           COPY "loyalty.cpy".

       FD  CUSTOMER-MASTER.
           COPY "./calls/book.cpy".

       FD  LIABILITY-RPT-FILE.
       01  LIABILITY-RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LY-STATUS        PIC XX.
       01 WS-CM-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-CUST-AVAILABLE   PIC X VALUE "N".
       01 WS-PARAM            PIC X(20).
       01 WS-MONTH            PIC 9(6).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-NEXT-FIRST       PIC 9(8).
       01 WS-NEXT-FIRST-X REDEFINES WS-NEXT-FIRST.
           05 WS-NF-YEAR        PIC 9(4).
           05 WS-NF-MONTH       PIC 9(2).
           05 WS-NF-DAY         PIC 9(2).
       01 WS-MONTH-START      PIC 9(8).
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
       01 WS-PTS-PER-DOLLAR   PIC 9(5) VALUE 100.

       01 WS-FIRST-RECORD     PIC X VALUE "Y".
       01 WS-CURRENT-CUST     PIC 9(7) VALUE 0.
       01 WS-CUST-EARNED      PIC 9(9) VALUE 0.
       01 WS-CUST-SPENT       PIC 9(9) VALUE 0.
       01 WS-CUST-EXPIRED     PIC 9(9) VALUE 0.
       01 WS-CUST-BALANCE     PIC 9(9) VALUE 0.
       01 WS-CUST-OPENING     PIC S9(9) VALUE 0.
       01 WS-TOT-CUSTOMERS    PIC 9(7) VALUE 0.
       01 WS-TOT-EARNED       PIC 9(11) VALUE 0.
       01 WS-TOT-SPENT        PIC 9(11) VALUE 0.
       01 WS-TOT-EXPIRED      PIC 9(11) VALUE 0.
       01 WS-TOT-BALANCE      PIC 9(11) VALUE 0.
       01 WS-TOT-OPENING      PIC S9(11) VALUE 0.
       01 WS-LIABILITY        PIC 9(11)V99 VALUE 0.
       01 WS-LOTS-EXPIRED     PIC 9(7) VALUE 0.
       01 WS-REWRITE-ERRORS   PIC 9(5) VALUE 0.
       01 WS-NO-MASTER-COUNT  PIC 9(5) VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(36) VALUE
              "LOYALTY POINTS LIABILITY AS AT".
           05 RH-MONTH-END    PIC 9(4)/99/99.

       01 WS-RPT-COLS.
           05 FILLER          PIC X(9)  VALUE "CUSTOMER".
           05 FILLER          PIC X(20) VALUE "NAME".
           05 FILLER          PIC X(10) VALUE "   OPENING".
           05 FILLER          PIC X(10) VALUE "    EARNED".
           05 FILLER          PIC X(10) VALUE " CONVERTED".
           05 FILLER          PIC X(10) VALUE "   EXPIRED".
           05 FILLER          PIC X(10) VALUE "   BALANCE".

       01 WS-RPT-CUST-LINE.
           05 RC-CUST-ID      PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RC-NAME         PIC X(20).
           05 RC-OPENING      PIC -(9)9.
           05 RC-EARNED       PIC Z(9)9.
           05 RC-SPENT        PIC Z(9)9.
           05 RC-EXPIRED      PIC Z(9)9.
           05 RC-BALANCE      PIC Z(9)9.

       01 WS-RPT-TOTAL-LINE.
           05 FILLER          PIC X(11) VALUE "TOTALS".
           05 RT-CUSTOMERS    PIC ZZZZZZ9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RT-OPENING      PIC -(11)9.
           05 RT-EARNED       PIC Z(11)9.
           05 RT-SPENT        PIC Z(11)9.
           05 RT-EXPIRED      PIC Z(11)9.

       01 WS-RPT-LIAB-LINE.
           05 FILLER          PIC X(24) VALUE
              "OUTSTANDING POINTS:".
           05 RL-BALANCE      PIC Z(11)9.
           05 FILLER          PIC X(4) VALUE " AT ".
           05 RL-RATE         PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE " PER $1 = ".
           05 RL-LIABILITY    PIC $(11)9.99.

       01 WS-RPT-COUNTS.
           05 FILLER          PIC X(14) VALUE "LOTS EXPIRED: ".
           05 RN-LOTS         PIC ZZZZZZ9.
           05 FILLER          PIC X(18) VALUE
              "  REWRITE ERRORS: ".
           05 RN-ERRORS       PIC ZZZZ9.
           05 FILLER          PIC X(17) VALUE
              "  NOT ON MASTER: ".
           05 RN-NO-MASTER    PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-MONTH
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-MONTH
           END-IF.
           PERFORM SET-MONTH-DATES.
           MOVE "LOYALTY-POINTS-PER-DOLLAR" TO WS-PARM-NAME.
           MOVE WS-PTS-PER-DOLLAR TO WS-PARM-VALUE.
           MOVE WS-MONTH-END TO WS-PARM-ASOF.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 100000
               MOVE WS-PARM-VALUE TO WS-PTS-PER-DOLLAR
           END-IF.
           OPEN I-O LOYALTY-LEDGER.
           IF WS-LY-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN LOYALTY-LEDGER, STATUS="
                       WS-LY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS = "00"
               MOVE "Y" TO WS-CUST-AVAILABLE
           ELSE
               DISPLAY "CUSTOMER-MASTER NOT AVAILABLE - "
                       "NAMES LEFT BLANK."
           END-IF.
           OPEN OUTPUT LIABILITY-RPT-FILE.
           MOVE WS-MONTH-END TO RH-MONTH-END.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-COLS.
           MOVE 0 TO WS-EOF.
           PERFORM READ-LEDGER-ENTRY UNTIL WS-EOF = 1.
           IF WS-FIRST-RECORD = "N"
               PERFORM PRINT-CUSTOMER-LINE
           END-IF.
           PERFORM PRINT-TOTALS.
           CLOSE LOYALTY-LEDGER.
           CLOSE LIABILITY-RPT-FILE.
           IF WS-CUST-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-REWRITE-ERRORS > 0 OR WS-NO-MASTER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           DISPLAY "LOYALTY LIABILITY FOR " WS-MONTH ": "
                   WS-TOT-BALANCE " POINTS, " WS-LIABILITY
                   "  LOTS EXPIRED: " WS-LOTS-EXPIRED.
           STOP RUN.

      *    MONTH-END IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
       SET-MONTH-DATES.
           MOVE WS-MONTH TO WS-MONTH-START (1:6).
           MOVE "01" TO WS-MONTH-START (7:2).
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
               DISPLAY "ERROR: REPORT MONTH NOT VALID: " WS-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-LEDGER-ENTRY.
           READ LOYALTY-LEDGER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   PERFORM POST-LEDGER-ENTRY
           END-READ.

       POST-LEDGER-ENTRY.
           IF WS-FIRST-RECORD = "Y"
               MOVE LY-CUSTOMER-ID TO WS-CURRENT-CUST
               MOVE "N" TO WS-FIRST-RECORD
           END-IF.
           IF LY-CUSTOMER-ID NOT = WS-CURRENT-CUST
               PERFORM PRINT-CUSTOMER-LINE
               MOVE LY-CUSTOMER-ID TO WS-CURRENT-CUST
           END-IF.
           IF LY-ENTRY-TYPE = "C"
               IF LY-POST-DATE >= WS-MONTH-START
                  AND LY-POST-DATE <= WS-MONTH-END
                   ADD LY-POINTS TO WS-CUST-SPENT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF LY-ENTRY-TYPE NOT = "E"
               EXIT PARAGRAPH
           END-IF.
           IF LY-POST-DATE > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF.
           IF LY-POST-DATE >= WS-MONTH-START
               ADD LY-POINTS TO WS-CUST-EARNED
           END-IF.
           IF LY-REMAINING > 0 AND LY-EXPIRY-DATE <= WS-MONTH-END
               PERFORM EXPIRE-LOT
           END-IF.
           IF LY-EXPIRED-DATE >= WS-MONTH-START
              AND LY-EXPIRED-DATE <= WS-MONTH-END
               ADD LY-EXPIRED-POINTS TO WS-CUST-EXPIRED
           END-IF.
           ADD LY-REMAINING TO WS-CUST-BALANCE.

       EXPIRE-LOT.
           ADD LY-REMAINING TO LY-EXPIRED-POINTS.
           MOVE 0 TO LY-REMAINING.
           MOVE WS-MONTH-END TO LY-EXPIRED-DATE.
           REWRITE LOYALTY-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "LOT REWRITE FAILED FOR " LY-CUSTOMER-ID
                           " " LY-POST-DATE ", STATUS=" WS-LY-STATUS
                   ADD 1 TO WS-REWRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-LOTS-EXPIRED
           END-REWRITE.

      *    A CUSTOMER WITH NOTHING LEFT AND NO MOVEMENT THIS MONTH IS
      *    NOT PRINTED.
       PRINT-CUSTOMER-LINE.
           COMPUTE WS-CUST-OPENING = WS-CUST-BALANCE - WS-CUST-EARNED
               + WS-CUST-SPENT + WS-CUST-EXPIRED.
           IF WS-CUST-BALANCE > 0 OR WS-CUST-EARNED > 0
              OR WS-CUST-SPENT > 0 OR WS-CUST-EXPIRED > 0
               MOVE WS-CURRENT-CUST TO RC-CUST-ID
               PERFORM FIND-CUSTOMER-NAME
               MOVE WS-CUST-OPENING TO RC-OPENING
               MOVE WS-CUST-EARNED TO RC-EARNED
               MOVE WS-CUST-SPENT TO RC-SPENT
               MOVE WS-CUST-EXPIRED TO RC-EXPIRED
               MOVE WS-CUST-BALANCE TO RC-BALANCE
               WRITE LIABILITY-RPT-RECORD FROM WS-RPT-CUST-LINE
               ADD 1 TO WS-TOT-CUSTOMERS
           END-IF.
           ADD WS-CUST-OPENING TO WS-TOT-OPENING.
           ADD WS-CUST-EARNED TO WS-TOT-EARNED.
           ADD WS-CUST-SPENT TO WS-TOT-SPENT.
           ADD WS-CUST-EXPIRED TO WS-TOT-EXPIRED.
           ADD WS-CUST-BALANCE TO WS-TOT-BALANCE.
           MOVE 0 TO WS-CUST-EARNED.
           MOVE 0 TO WS-CUST-SPENT.
           MOVE 0 TO WS-CUST-EXPIRED.
           MOVE 0 TO WS-CUST-BALANCE.

       FIND-CUSTOMER-NAME.
           MOVE SPACES TO RC-NAME.
           IF WS-CUST-AVAILABLE = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-CUST TO CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO RC-NAME
                   ADD 1 TO WS-NO-MASTER-COUNT
               NOT INVALID KEY
                   MOVE CUSTOMER-NAME TO RC-NAME
           END-READ.

       PRINT-TOTALS.
           MOVE WS-TOT-CUSTOMERS TO RT-CUSTOMERS.
           MOVE WS-TOT-OPENING TO RT-OPENING.
           MOVE WS-TOT-EARNED TO RT-EARNED.
           MOVE WS-TOT-SPENT TO RT-SPENT.
           MOVE WS-TOT-EXPIRED TO RT-EXPIRED.
           MOVE SPACES TO LIABILITY-RPT-RECORD.
           WRITE LIABILITY-RPT-RECORD.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           COMPUTE WS-LIABILITY ROUNDED =
               WS-TOT-BALANCE / WS-PTS-PER-DOLLAR.
           MOVE WS-TOT-BALANCE TO RL-BALANCE.
           MOVE WS-PTS-PER-DOLLAR TO RL-RATE.
           MOVE WS-LIABILITY TO RL-LIABILITY.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-LIAB-LINE.
           MOVE WS-LOTS-EXPIRED TO RN-LOTS.
           MOVE WS-REWRITE-ERRORS TO RN-ERRORS.
           MOVE WS-NO-MASTER-COUNT TO RN-NO-MASTER.
           WRITE LIABILITY-RPT-RECORD FROM WS-RPT-COUNTS.
