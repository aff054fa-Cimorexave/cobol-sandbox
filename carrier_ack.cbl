      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  carrier_ack.
      *****************************************************************
      *    BENEFIT CARRIER ACKNOWLEDGMENT RUN. READS THE CARRIERS'
      *    RETURN FILE, MATCHES EACH ACKNOWLEDGMENT AGAINST THE
      *    CARRIER-XMIT-LOG REGISTER carrier_extract MAINTAINS (BY
      *    PLAN, EXTRACT DATE AND EMPLOYEE RECORD COUNT), MARKS
      *    CONFIRMED FEEDS, LISTS EVERY DISCREPANCY THE CARRIER
      *    FOUND IN A FEED FOR BENEFITS TO WORK, AND REPORTS FEEDS
      *    STILL UNCONFIRMED - ESCALATING ANY OLDER THAN TWO
      *    BUSINESS DAYS, AS hr_ack DOES FOR THE HR INTERFACE. A
      *    COUNT MISMATCH STAYS UNCONFIRMED. DISCREPANCIES FOLLOW
      *    THE ACKNOWLEDGMENT OF THEIR FEED; THE ACKNOWLEDGMENT
      *    RESETS THE FEED'S DISCREPANCY COUNT, SO A RETURN FILE
      *    PROCESSED TWICE IS NOT COUNTED TWICE.
      *
      *    CARRIER-ACK-IN:
      *      ACK  TYPE(3) PLAN(4) EXTRACT-DATE(8) RECORD-COUNT(7)
      *           RESULT(1 A/R)
      *      DSC  TYPE(3) PLAN(4) EXTRACT-DATE(8) EMPLOYEE-ID(7)
      *           DEP-SEQ(2, 00 = EMPLOYEE) REASON(4) TEXT(40)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "CARRIER-ACK-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT CARRIER-XMIT-LOG ASSIGN TO "CARRIER-XMIT-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-KEY
               FILE STATUS IS WS-CX-STATUS.
           SELECT ACK-RPT-FILE ASSIGN TO "CARRIER-ACK-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 AK-TYPE           PIC X(3).
           05 AK-PLAN-CODE      PIC X(4).
           05 AK-EXTRACT-DATE   PIC 9(8).
           05 AK-RECORD-COUNT   PIC 9(7).
           05 AK-RESULT         PIC X.
       01  DISCREP-RECORD.
           05 FILLER            PIC X(3).
           05 FILLER            PIC X(4).
           05 FILLER            PIC 9(8).
           05 DK-EMPLOYEE-ID    PIC 9(7).
           05 DK-DEP-SEQ        PIC 9(2).
           05 DK-REASON         PIC X(4).
           05 DK-TEXT           PIC X(40).

       FD  CARRIER-XMIT-LOG.
           COPY "carrxmit.cpy".

       FD  ACK-RPT-FILE.
       01  ACK-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACK-STATUS       PIC XX.
       01 WS-CX-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-ACK-EOF          PIC 9(1) VALUE 0.
       01 WS-SCAN-EOF         PIC 9(1) VALUE 0.
       01 WS-CONFIRMED-COUNT  PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT   PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT  PIC 9(5) VALUE 0.
       01 WS-DISCREP-COUNT    PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(5) VALUE 0.
       01 WS-ESCALATE-COUNT   PIC 9(5) VALUE 0.
       01 WS-ESCALATE-DAYS    PIC 9(2) VALUE 2.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).

       01 WS-RPT-HEADER       PIC X(40) VALUE
          "BENEFIT CARRIER ACKNOWLEDGMENTS".

       01 WS-ACK-LINE.
           05 AL-PLAN         PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 AL-DATE         PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AL-DISPOSITION  PIC X(12).
           05 FILLER          PIC X(8) VALUE "  SENT: ".
           05 AL-SENT-CT      PIC ZZZZZZ9.
           05 FILLER          PIC X(9) VALUE "  ACKED: ".
           05 AL-ACK-CT       PIC ZZZZZZ9.

       01 WS-DISCREP-LINE.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(1) VALUE "/".
           05 DL-DEP-SEQ      PIC 9(2).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-REASON       PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-TEXT         PIC X(40).

       01 WS-OPEN-LINE.
           05 OL-PLAN         PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 OL-DATE         PIC 9(8).
           05 FILLER          PIC X(14) VALUE "  UNCONFIRMED ".
           05 OL-DAYS         PIC ZZZ9.
           05 FILLER          PIC X(6) VALUE " DAYS".
           05 OL-FLAG         PIC X(12).

       01 WS-TOTALS-LINE.
           05 FILLER          PIC X(11) VALUE "CONFIRMED: ".
           05 TL-CONFIRMED    PIC ZZZZ9.
           05 FILLER          PIC X(13) VALUE "  MISMATCHED:".
           05 TL-MISMATCH     PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE "  UNCONFIRMED: ".
           05 TL-OPEN         PIC ZZZZ9.
           05 FILLER          PIC X(17) VALUE "  DISCREPANCIES: ".
           05 TL-DISCREP      PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           OPEN I-O CARRIER-XMIT-LOG.
           IF WS-CX-STATUS <> "00"
               DISPLAY "NO CARRIER-XMIT-LOG FILE AVAILABLE, STATUS="
                       WS-CX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACK-RPT-FILE.
           WRITE ACK-RPT-RECORD FROM WS-RPT-HEADER.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS <> "00"
               DISPLAY "NO CARRIER-ACK-IN FILE THIS RUN - ESCALATION "
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
           MOVE WS-OPEN-COUNT TO TL-OPEN.
           MOVE WS-DISCREP-COUNT TO TL-DISCREP.
           WRITE ACK-RPT-RECORD FROM WS-TOTALS-LINE.
           CLOSE CARRIER-XMIT-LOG.
           CLOSE ACK-RPT-FILE.
           DISPLAY "CONFIRMED:      " WS-CONFIRMED-COUNT.
           DISPLAY "COUNT MISMATCH: " WS-MISMATCH-COUNT.
           DISPLAY "DISCREPANCIES:  " WS-DISCREP-COUNT.
           DISPLAY "UNCONFIRMED:    " WS-OPEN-COUNT.
           DISPLAY "ESCALATED:      " WS-ESCALATE-COUNT.
           IF WS-ESCALATE-COUNT > 0 OR WS-MISMATCH-COUNT > 0
              OR WS-DISCREP-COUNT > 0
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
                   PERFORM APPLY-ONE-ACK
           END-READ.

       APPLY-ONE-ACK.
           MOVE AK-PLAN-CODE TO CX-PLAN-CODE.
           MOVE AK-EXTRACT-DATE TO CX-EXTRACT-DATE.
           READ CARRIER-XMIT-LOG
               KEY IS CX-KEY
               INVALID KEY
                   PERFORM REPORT-UNKNOWN-ACK
               NOT INVALID KEY
                   IF AK-TYPE = "DSC"
                       PERFORM RECORD-DISCREPANCY
                   ELSE
                       PERFORM CONFIRM-OR-MISMATCH
                   END-IF
           END-READ.

       REPORT-UNKNOWN-ACK.
           ADD 1 TO WS-UNMATCHED-COUNT.
           MOVE AK-PLAN-CODE TO AL-PLAN.
           MOVE AK-EXTRACT-DATE TO AL-DATE.
           MOVE "NOT SENT?" TO AL-DISPOSITION.
           MOVE 0 TO AL-SENT-CT.
           IF AK-TYPE = "DSC"
               MOVE 0 TO AL-ACK-CT
           ELSE
               MOVE AK-RECORD-COUNT TO AL-ACK-CT
           END-IF.
           WRITE ACK-RPT-RECORD FROM WS-ACK-LINE.

       CONFIRM-OR-MISMATCH.
           MOVE CX-PLAN-CODE TO AL-PLAN.
           MOVE CX-EXTRACT-DATE TO AL-DATE.
           MOVE CX-RECORD-COUNT TO AL-SENT-CT.
           MOVE AK-RECORD-COUNT TO AL-ACK-CT.
           MOVE 0 TO CX-DISCREP-COUNT.
           IF AK-RESULT = "A"
              AND AK-RECORD-COUNT = CX-RECORD-COUNT
               MOVE "C" TO CX-STATUS
               MOVE WS-BUSINESS-DATE TO CX-ACK-DATE
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE "CONFIRMED" TO AL-DISPOSITION
           ELSE
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "MISMATCH" TO AL-DISPOSITION
           END-IF.
           REWRITE CARRIER-XMIT-RECORD
               INVALID KEY
                   DISPLAY "CARRIER-XMIT-LOG REWRITE FAILED FOR "
                           CX-KEY
           END-REWRITE.
           WRITE ACK-RPT-RECORD FROM WS-ACK-LINE.

      *    EACH DISCREPANCY IS LISTED UNDER ITS FEED AND COUNTED ON
      *    THE REGISTER; THE FEED ITSELF MAY STILL BE CONFIRMED.
       RECORD-DISCREPANCY.
           ADD 1 TO WS-DISCREP-COUNT.
           ADD 1 TO CX-DISCREP-COUNT.
           REWRITE CARRIER-XMIT-RECORD
               INVALID KEY
                   DISPLAY "CARRIER-XMIT-LOG REWRITE FAILED FOR "
                           CX-KEY
           END-REWRITE.
           MOVE DK-EMPLOYEE-ID TO DL-EMP-ID.
           MOVE DK-DEP-SEQ TO DL-DEP-SEQ.
           MOVE DK-REASON TO DL-REASON.
           MOVE DK-TEXT TO DL-TEXT.
           WRITE ACK-RPT-RECORD FROM WS-DISCREP-LINE.

      *****************************************************************
      *    ANYTHING STILL "S" ON THE REGISTER GOES ON THE REPORT;
      *    PAST WS-ESCALATE-DAYS BUSINESS DAYS IT IS FLAGGED FOR
      *    ESCALATION AND THE RUN ENDS WITH RETURN-CODE 4.
      *****************************************************************
       ESCALATE-UNCONFIRMED.
           MOVE LOW-VALUES TO CX-KEY.
           MOVE 0 TO WS-SCAN-EOF.
           START CARRIER-XMIT-LOG KEY IS >= CX-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF
           END-START.
           PERFORM CHECK-ONE-TRANSMISSION UNTIL WS-SCAN-EOF = 1.

       CHECK-ONE-TRANSMISSION.
           READ CARRIER-XMIT-LOG NEXT RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF
               NOT AT END
                   IF CX-STATUS = "S"
                       PERFORM REPORT-OPEN-TRANSMISSION
                   END-IF
           END-READ.

       REPORT-OPEN-TRANSMISSION.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE CX-PLAN-CODE TO OL-PLAN.
           MOVE CX-EXTRACT-DATE TO OL-DATE.
           MOVE "BDAY" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION CX-EXTRACT-DATE
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
