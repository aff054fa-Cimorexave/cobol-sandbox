      *                  STAMP CARRIES NO TIME, SO SAME-DAY IS THE
      *                  TIGHTEST TEST AVAILABLE)
      *      GUESSING  - REPEATED BAD-CHECK-DIGIT REJECTS ON A CODE
      *    AND, FROM THE DISPUTE-CASE FILE dispute_maint KEEPS (WHEN
      *    ONE IS PRESENT), VOUCHERS WITH A CASE:
      *      OVERDUE   - STILL OPEN OR UNDER INVESTIGATION PAST ITS
      *                  DUE DATE
      *      UPHELD    - UPHELD IN THE LAST FRAUD-DISPUTE-DAYS (90)
      *                  DAYS, I.E. A REDEMPTION WE HAVE ACCEPTED THE
      *                  CUSTOMER DID NOT MAKE
      *    COMMAND LINE: YYYYMMDD N   (DEFAULTS: TODAY, N = 3)
      *****************************************************************
       ENVIRONMENT DIVISION.
           SELECT FRAUD-FLAGS-FILE ASSIGN TO "FRAUD-FLAGS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FF-STATUS.
           SELECT DISPUTE-CASE ASSIGN TO "DISPUTE-CASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DC-CASE-NO
               FILE STATUS IS WS-DC-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       01  FRAUD-FLAG-RECORD.
           05 FF-VOUCHER-CODE   PIC X(6).

       FD  DISPUTE-CASE.
           COPY "dispcase.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RH-STATUS        PIC XX.
       01 WS-VM-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-FF-STATUS        PIC XX.
       01 WS-DC-STATUS        PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-REPORT-DATE      PIC 9(8).
       01 WS-VELOCITY-FLAGS   PIC 9(5) VALUE 0.
       01 WS-ZERO-FLAGS       PIC 9(5) VALUE 0.
       01 WS-GUESS-FLAGS      PIC 9(5) VALUE 0.
       01 WS-DISPUTE-FLAGS    PIC 9(5) VALUE 0.
       01 WS-DISPUTE-DAYS     PIC 9(3) VALUE 90.
       01 WS-DISPUTE-FROM     PIC 9(8).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(32) VALUE
           05 FL-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(9) VALUE " THAT DAY".

       01 WS-DISPUTE-LINE.
           05 DL-CODE         PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-FLAG         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 FILLER          PIC X(5) VALUE "CASE ".
           05 DL-CASE         PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-DATE         PIC 9(4)/99/99.

       01 WS-TOTALS-LINE-1.
           05 FILLER          PIC X(22) VALUE "VELOCITY FLAGS:       ".
           05 TL-VELOCITY     PIC ZZZZ9.
       01 WS-TOTALS-LINE-3.
           05 FILLER          PIC X(22) VALUE "CODE-GUESSING FLAGS:  ".
           05 TL-GUESS        PIC ZZZZ9.
       01 WS-TOTALS-LINE-4.
           05 FILLER          PIC X(22) VALUE "DISPUTE FLAGS:        ".
           05 TL-DISPUTE      PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (10:2) IS NUMERIC
               MOVE WS-PARAM (10:2) TO WS-VELOCITY-LIMIT
           END-IF.
           MOVE "FRAUD-DISPUTE-DAYS" TO WS-PARM-NAME.
           MOVE WS-DISPUTE-DAYS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
              AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-DISPUTE-DAYS
           END-IF.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           COMPUTE WS-DATE-DAYS = 0 - WS-DISPUTE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-REPORT-DATE
               WS-DISPUTE-FROM WS-DATE-DAYS WS-DATE-RESULT.
           OPEN INPUT REDEMPTION-HISTORY.
           IF WS-RH-STATUS <> "00"
               DISPLAY "NO REDEMPTION HISTORY FILE AVAILABLE."
           IF WS-FIRST-RECORD = "N"
               PERFORM JUDGE-CURRENT-CODE
           END-IF.
           OPEN INPUT DISPUTE-CASE.
           IF WS-DC-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM FLAG-DISPUTED-VOUCHERS UNTIL WS-EOF = 1
               CLOSE DISPUTE-CASE
           END-IF.
           MOVE WS-VELOCITY-FLAGS TO TL-VELOCITY.
           WRITE FRAUD-RPT-RECORD FROM WS-TOTALS-LINE-1.
           MOVE WS-ZERO-FLAGS TO TL-ZERO.
           WRITE FRAUD-RPT-RECORD FROM WS-TOTALS-LINE-2.
           MOVE WS-GUESS-FLAGS TO TL-GUESS.
           WRITE FRAUD-RPT-RECORD FROM WS-TOTALS-LINE-3.
           MOVE WS-DISPUTE-FLAGS TO TL-DISPUTE.
           WRITE FRAUD-RPT-RECORD FROM WS-TOTALS-LINE-4.
           CLOSE REDEMPTION-HISTORY.
           CLOSE VOUCHER-MASTER.
           CLOSE FRAUD-RPT-FILE.
           CLOSE FRAUD-FLAGS-FILE.
           DISPLAY "FRAUD FLAGS: VELOCITY " WS-VELOCITY-FLAGS
                   " ZERO-DAY " WS-ZERO-FLAGS
                   " GUESSING " WS-GUESS-FLAGS
                   " DISPUTE " WS-DISPUTE-FLAGS.
           STOP RUN.

       SWEEP-HISTORY.
               PERFORM WRITE-FLAG-RECORD
           END-IF.

       FLAG-DISPUTED-VOUCHERS.
           READ DISPUTE-CASE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN (DC-STATUS = "O" OR DC-STATUS = "I")
                            AND DC-DUE-DATE < WS-REPORT-DATE
                           MOVE "DISPUTE OVERDUE" TO DL-FLAG
                           MOVE DC-DUE-DATE TO DL-DATE
                           PERFORM WRITE-DISPUTE-FLAG
                       WHEN DC-STATUS = "U"
                            AND DC-CLOSE-DATE > WS-DISPUTE-FROM
                            AND DC-CLOSE-DATE <= WS-REPORT-DATE
                           MOVE "DISPUTE UPHELD" TO DL-FLAG
                           MOVE DC-CLOSE-DATE TO DL-DATE
                           PERFORM WRITE-DISPUTE-FLAG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       WRITE-DISPUTE-FLAG.
           ADD 1 TO WS-DISPUTE-FLAGS.
           MOVE DC-VOUCHER-CODE TO DL-CODE.
           MOVE DC-CASE-NO TO DL-CASE.
           WRITE FRAUD-RPT-RECORD FROM WS-DISPUTE-LINE.
           MOVE DC-VOUCHER-CODE TO FF-VOUCHER-CODE.
           WRITE FRAUD-FLAG-RECORD.

       WRITE-FLAG-RECORD.
           MOVE WS-CURRENT-CODE TO FF-VOUCHER-CODE.
           WRITE FRAUD-FLAG-RECORD.
