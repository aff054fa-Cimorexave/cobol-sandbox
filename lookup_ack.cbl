      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  lookup_ack.
      *****************************************************************
      *    BALANCE-LOOKUP ACKNOWLEDGMENT RUN. READS THE WEB AND PHONE
      *    CHANNEL VENDOR'S RETURN FILE AND MATCHES EACH
      *    ACKNOWLEDGMENT AGAINST THE LOOKUP-XMIT-LOG REGISTER
      *    lookup_extract MAINTAINS. AN ACCEPTED FILE WHOSE VOUCHER
      *    COUNT AND POSTED BALANCE TOTAL AGREE WITH THE TRAILER WE
      *    SENT IS CONFIRMED; A COUNT OR TOTAL THAT DOES NOT AGREE
      *    STAYS UNCONFIRMED AS A MISMATCH. A FILE THE VENDOR
      *    REJECTED IS MARKED "R", WHICH MAKES THE NEXT
      *    lookup_extract RUN A FULL REFRESH SO NOTHING THE REJECTED
      *    FILE CARRIED IS LOST. FEEDS STILL UNCONFIRMED ARE
      *    REPORTED, ESCALATING ANY OLDER THAN TWO BUSINESS DAYS, AS
      *    carrier_ack DOES FOR THE BENEFIT CARRIERS.
      *
      *    LOOKUP-ACK-IN:
      *      ACK  TYPE(3) EXTRACT-DATE(8) RECORD-COUNT(7)
      *           BALANCE-TOTAL(12, SIGN LEADING SEPARATE)
      *           RESULT(1 A/R) REASON(40)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "LOOKUP-ACK-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT LOOKUP-XMIT-LOG ASSIGN TO "LOOKUP-XMIT-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LX-EXTRACT-DATE
               FILE STATUS IS WS-LX-STATUS.
           SELECT ACK-RPT-FILE ASSIGN TO "LOOKUP-ACK-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 AK-TYPE           PIC X(3).
           05 AK-EXTRACT-DATE   PIC 9(8).
           05 AK-RECORD-COUNT   PIC 9(7).
           05 AK-BALANCE-TOTAL  PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 AK-RESULT         PIC X.
           05 AK-REASON         PIC X(40).

       FD  LOOKUP-XMIT-LOG.
           COPY "lkpxmit.cpy".

       FD  ACK-RPT-FILE.
       01  ACK-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACK-STATUS       PIC XX.
       01 WS-LX-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-ACK-EOF          PIC 9(1) VALUE 0.
       01 WS-SCAN-EOF         PIC 9(1) VALUE 0.
       01 WS-CONFIRMED-COUNT  PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT  PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(5) VALUE 0.
       01 WS-ESCALATE-COUNT   PIC 9(5) VALUE 0.
       01 WS-ESCALATE-DAYS    PIC 9(2) VALUE 2.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).

       01 WS-RPT-HEADER       PIC X(40) VALUE
          "BALANCE LOOKUP FEED ACKNOWLEDGMENTS".

       01 WS-ACK-LINE.
           05 AL-DATE         PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AL-DISPOSITION  PIC X(12).
           05 FILLER          PIC X(7) VALUE " SENT: ".
           05 AL-SENT-CT      PIC ZZZZZZ9.
           05 FILLER          PIC X(1) VALUE "/".
           05 AL-SENT-TOTAL   PIC -(8)9.99.
           05 FILLER          PIC X(8) VALUE "  ACKED ".
           05 AL-ACK-CT       PIC ZZZZZZ9.
           05 FILLER          PIC X(1) VALUE "/".
           05 AL-ACK-TOTAL    PIC -(8)9.99.

       01 WS-REASON-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(8) VALUE "REASON: ".
           05 RL-REASON       PIC X(40).

       01 WS-OPEN-LINE.
           05 OL-DATE         PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OL-TYPE         PIC X(7).
           05 FILLER          PIC X(13) VALUE " UNCONFIRMED ".
           05 OL-DAYS         PIC ZZZ9.
           05 FILLER          PIC X(6) VALUE " DAYS".
           05 OL-FLAG         PIC X(12).

       01 WS-TOTALS-LINE.
           05 FILLER          PIC X(11) VALUE "CONFIRMED: ".
           05 TL-CONFIRMED    PIC ZZZZ9.
           05 FILLER          PIC X(13) VALUE "  MISMATCHED:".
           05 TL-MISMATCH     PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  REJECTED: ".
           05 TL-REJECTED     PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE "  UNCONFIRMED: ".
           05 TL-OPEN         PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           OPEN I-O LOOKUP-XMIT-LOG.
           IF WS-LX-STATUS <> "00"
               DISPLAY "NO LOOKUP-XMIT-LOG FILE AVAILABLE, STATUS="
                       WS-LX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACK-RPT-FILE.
           WRITE ACK-RPT-RECORD FROM WS-RPT-HEADER.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS <> "00"
               DISPLAY "NO LOOKUP-ACK-IN FILE THIS RUN - ESCALATION "
                       "CHECK ONLY."
               MOVE 1 TO WS-ACK-EOF
           END-IF.
           PERFORM MATCH-ONE-ACK UNTIL WS-ACK-EOF = 1.
           IF WS-ACK-STATUS = "00"
               CLOSE ACK-FILE
           END-IF.
           PERFORM ESCALATE-UNCONFIRMED.
           MOVE WS-CONFIRMED-COUNT TO TL-CONFIRMED.
           MOVE WS-MISMATCH-COUNT TO TL-MISMATCH.
           MOVE WS-REJECTED-COUNT TO TL-REJECTED.
           MOVE WS-OPEN-COUNT TO TL-OPEN.
           WRITE ACK-RPT-RECORD FROM WS-TOTALS-LINE.
           CLOSE LOOKUP-XMIT-LOG.
           CLOSE ACK-RPT-FILE.
           DISPLAY "CONFIRMED:      " WS-CONFIRMED-COUNT.
           DISPLAY "MISMATCHED:     " WS-MISMATCH-COUNT.
           DISPLAY "REJECTED:       " WS-REJECTED-COUNT.
           DISPLAY "UNCONFIRMED:    " WS-OPEN-COUNT.
           DISPLAY "ESCALATED:      " WS-ESCALATE-COUNT.
           IF WS-ESCALATE-COUNT > 0 OR WS-MISMATCH-COUNT > 0
              OR WS-REJECTED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       MATCH-ONE-ACK.
           READ ACK-FILE
               AT END
                   MOVE 1 TO WS-ACK-EOF
               NOT AT END
                   IF AK-TYPE = "ACK"
                       PERFORM APPLY-ONE-ACK
                   END-IF
           END-READ.

       APPLY-ONE-ACK.
           MOVE AK-EXTRACT-DATE TO LX-EXTRACT-DATE.
           READ LOOKUP-XMIT-LOG
               KEY IS LX-EXTRACT-DATE
               INVALID KEY
                   PERFORM REPORT-UNKNOWN-ACK
               NOT INVALID KEY
                   PERFORM CONFIRM-OR-MISMATCH
           END-READ.

       REPORT-UNKNOWN-ACK.
           ADD 1 TO WS-UNMATCHED-COUNT.
           MOVE AK-EXTRACT-DATE TO AL-DATE.
           MOVE "NOT SENT?" TO AL-DISPOSITION.
           MOVE 0 TO AL-SENT-CT.
           MOVE 0 TO AL-SENT-TOTAL.
           MOVE AK-RECORD-COUNT TO AL-ACK-CT.
           MOVE AK-BALANCE-TOTAL TO AL-ACK-TOTAL.
           WRITE ACK-RPT-RECORD FROM WS-ACK-LINE.

      *    A FEED ALREADY SUPERSEDED BY A FULL REFRESH IS LEFT AS IT
      *    IS - A LATE ACKNOWLEDGMENT CANNOT REVIVE IT.
       CONFIRM-OR-MISMATCH.
           MOVE LX-EXTRACT-DATE TO AL-DATE.
           MOVE LX-RECORD-COUNT TO AL-SENT-CT.
           MOVE LX-BALANCE-TOTAL TO AL-SENT-TOTAL.
           MOVE AK-RECORD-COUNT TO AL-ACK-CT.
           MOVE AK-BALANCE-TOTAL TO AL-ACK-TOTAL.
           EVALUATE TRUE
               WHEN LX-STATUS = "X"
                   MOVE "SUPERSEDED" TO AL-DISPOSITION
                   WRITE ACK-RPT-RECORD FROM WS-ACK-LINE
                   EXIT PARAGRAPH
               WHEN AK-RESULT = "R"
                   MOVE "R" TO LX-STATUS
                   MOVE WS-BUSINESS-DATE TO LX-ACK-DATE
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO AL-DISPOSITION
               WHEN AK-RESULT = "A"
                AND AK-RECORD-COUNT = LX-RECORD-COUNT
                AND AK-BALANCE-TOTAL = LX-BALANCE-TOTAL
                   MOVE "C" TO LX-STATUS
                   MOVE WS-BUSINESS-DATE TO LX-ACK-DATE
                   ADD 1 TO WS-CONFIRMED-COUNT
                   MOVE "CONFIRMED" TO AL-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "MISMATCH" TO AL-DISPOSITION
           END-EVALUATE.
           REWRITE LOOKUP-XMIT-RECORD
               INVALID KEY
                   DISPLAY "LOOKUP-XMIT-LOG REWRITE FAILED FOR "
                           LX-EXTRACT-DATE
           END-REWRITE.
           WRITE ACK-RPT-RECORD FROM WS-ACK-LINE.
           IF AK-RESULT = "R" AND AK-REASON NOT = SPACES
               MOVE AK-REASON TO RL-REASON
               WRITE ACK-RPT-RECORD FROM WS-REASON-LINE
           END-IF.

      *****************************************************************
      *    ANYTHING STILL "S" ON THE REGISTER GOES ON THE REPORT;
      *    PAST WS-ESCALATE-DAYS BUSINESS DAYS IT IS FLAGGED FOR
      *    ESCALATION AND THE RUN ENDS WITH RETURN-CODE 4.
      *****************************************************************
       ESCALATE-UNCONFIRMED.
           MOVE 0 TO LX-EXTRACT-DATE.
           MOVE 0 TO WS-SCAN-EOF.
           START LOOKUP-XMIT-LOG KEY IS >= LX-EXTRACT-DATE
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF
           END-START.
           PERFORM CHECK-ONE-TRANSMISSION UNTIL WS-SCAN-EOF = 1.

       CHECK-ONE-TRANSMISSION.
           READ LOOKUP-XMIT-LOG NEXT RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF
               NOT AT END
                   IF LX-STATUS = "S"
                       PERFORM REPORT-OPEN-TRANSMISSION
                   END-IF
           END-READ.

       REPORT-OPEN-TRANSMISSION.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE LX-EXTRACT-DATE TO OL-DATE.
           IF LX-FULL-FEED
               MOVE "FULL" TO OL-TYPE
           ELSE
               MOVE "CHANGES" TO OL-TYPE
           END-IF.
           MOVE "BDAY" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION LX-EXTRACT-DATE
               WS-BUSINESS-DATE WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               MOVE 0 TO WS-DATE-DAYS
           END-IF.
           MOVE WS-DATE-DAYS TO OL-DAYS.
           IF WS-DATE-DAYS > WS-ESCALATE-DAYS
               MOVE "  ESCALATE" TO OL-FLAG
               ADD 1 TO WS-ESCALATE-COUNT
           ELSE
               MOVE SPACES TO OL-FLAG
           END-IF.
           WRITE ACK-RPT-RECORD FROM WS-OPEN-LINE.
