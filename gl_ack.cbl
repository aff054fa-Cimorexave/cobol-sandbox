      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  gl_ack.
      *****************************************************************
      *    GENERAL LEDGER ACKNOWLEDGMENT RUN. READS FINANCE'S RETURN
      *    FILE FOR THE BATCHES gl_consolidate RELEASED AND APPLIES
      *    IT TO GL-BATCH-REGISTER AND GL-SENT-LINES. AN
      *    ACKNOWLEDGMENT NAMES A BATCH AND EITHER ONE LINE OF IT OR,
      *    WITH SEQUENCE ZERO, THE WHOLE BATCH:
      *      LINE "R"  - THE LINE WAS REJECTED; IT GOES TO GL-RECYCLE
      *                  OPEN WITH THE LEDGER'S REASON FOR FINANCE TO
      *                  CORRECT IN gl_recycle_maint.
      *      LINE "A"  - THE LINE POSTED.
      *      BATCH "A" - EVERY LINE NOT REJECTED SEPARATELY POSTED.
      *      BATCH "R" - NOTHING POSTED; EVERY LINE IS RECYCLED.
      *    THE BATCH THEN STANDS POSTED, PARTIALLY POSTED OR
      *    REJECTED BY ITS LINES. A LINE REJECTED TWICE IS RECYCLED
      *    ONCE. AN ACKNOWLEDGMENT FOR A BATCH OR LINE WE NEVER SENT
      *    IS REPORTED AND IGNORED. BATCHES STILL UNACKNOWLEDGED ARE
      *    REPORTED, ESCALATING ANY OLDER THAN ONE BUSINESS DAY, AS
      *    lookup_ack DOES FOR THE LOOKUP VENDOR.
      *
      *    GL-ACK-IN:
      *      BATCH(6) SEQ(5) RESULT(1 A/R) REASON(40)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "GL-ACK-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
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
           SELECT ACK-RPT-FILE ASSIGN TO "GL-ACK-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE.
       01  ACK-RECORD.
           05 AK-BATCH          PIC 9(6).
           05 AK-SEQ            PIC 9(5).
           05 AK-RESULT         PIC X.
           05 AK-REASON         PIC X(40).

       FD  GL-BATCH-REGISTER.
           COPY "glbatch.cpy".

       FD  GL-SENT-LINES.
           COPY "glsent.cpy".

       FD  GL-RECYCLE.
           COPY "glrecyc.cpy".

       FD  ACK-RPT-FILE.
       01  ACK-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACK-STATUS       PIC XX.
       01 WS-GBR-STATUS       PIC XX.
       01 WS-GS-STATUS        PIC XX.
       01 WS-GRC-STATUS       PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-ACK-EOF          PIC 9(1) VALUE 0.
       01 WS-SCAN-EOF         PIC 9(1) VALUE 0.
       01 WS-LINE-EOF         PIC 9(1) VALUE 0.
       01 WS-POSTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-DUPLICATE-COUNT  PIC 9(5) VALUE 0.
       01 WS-UNMATCHED-COUNT  PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(5) VALUE 0.
       01 WS-ESCALATE-COUNT   PIC 9(5) VALUE 0.
       01 WS-ESCALATE-DAYS    PIC 9(2) VALUE 1.
       01 WS-BATCH-REJECTS    PIC 9(5).
       01 WS-BATCH-UNACKED    PIC 9(5).
       01 WS-LINE-ACTION      PIC X.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).

       01 WS-RPT-HEADER       PIC X(40) VALUE
          "GENERAL LEDGER ACKNOWLEDGMENTS".

       01 WS-ACK-LINE.
           05 AL-BATCH        PIC 9(6).
           05 FILLER          PIC X(1) VALUE "/".
           05 AL-SEQ          PIC 9(5).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AL-DISPOSITION  PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AL-FEED         PIC X(20).

       01 WS-REASON-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(8) VALUE "REASON: ".
           05 RL-REASON       PIC X(40).

       01 WS-BATCH-LINE.
           05 FILLER          PIC X(6) VALUE "BATCH ".
           05 BT-BATCH        PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 BT-STATUS       PIC X(18).
           05 FILLER          PIC X(7) VALUE " LINES ".
           05 BT-ENTRIES      PIC ZZZZ9.
           05 FILLER          PIC X(11) VALUE "  REJECTED ".
           05 BT-REJECTED     PIC ZZZZ9.

       01 WS-OPEN-LINE.
           05 OL-BATCH        PIC 9(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 OL-FEED         PIC X(20).
           05 FILLER          PIC X(6) VALUE " SENT ".
           05 OL-SENT-DATE    PIC 9(8).
           05 FILLER          PIC X(13) VALUE " UNCONFIRMED ".
           05 OL-DAYS         PIC ZZZ9.
           05 FILLER          PIC X(5) VALUE " DAYS".
           05 OL-FLAG         PIC X(10).

       01 WS-TOTALS-LINE.
           05 FILLER          PIC X(8) VALUE "POSTED: ".
           05 TL-POSTED       PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  REJECTED: ".
           05 TL-REJECTED     PIC ZZZZ9.
           05 FILLER          PIC X(11) VALUE "  UNKNOWN: ".
           05 TL-UNMATCHED    PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE "  UNCONFIRMED: ".
           05 TL-OPEN         PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           OPEN I-O GL-BATCH-REGISTER.
           IF WS-GBR-STATUS <> "00"
               DISPLAY "NO GL-BATCH-REGISTER FILE AVAILABLE, STATUS="
                       WS-GBR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GL-SENT-LINES.
           IF WS-GS-STATUS <> "00"
               DISPLAY "NO GL-SENT-LINES FILE AVAILABLE, STATUS="
                       WS-GS-STATUS
               CLOSE GL-BATCH-REGISTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O GL-RECYCLE.
           IF WS-GRC-STATUS = "35"
              OPEN OUTPUT GL-RECYCLE
              CLOSE GL-RECYCLE
              OPEN I-O GL-RECYCLE
           END-IF.
           OPEN OUTPUT ACK-RPT-FILE.
           WRITE ACK-RPT-RECORD FROM WS-RPT-HEADER.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS <> "00"
               DISPLAY "NO GL-ACK-IN FILE THIS RUN - ESCALATION "
                       "CHECK ONLY."
               MOVE 1 TO WS-ACK-EOF
           END-IF.
           PERFORM MATCH-ONE-ACK UNTIL WS-ACK-EOF = 1.
           IF WS-ACK-STATUS = "00"
               CLOSE ACK-FILE
           END-IF.
           PERFORM ESCALATE-UNCONFIRMED.
           MOVE WS-POSTED-COUNT TO TL-POSTED.
           MOVE WS-REJECTED-COUNT TO TL-REJECTED.
           MOVE WS-UNMATCHED-COUNT TO TL-UNMATCHED.
           MOVE WS-OPEN-COUNT TO TL-OPEN.
           WRITE ACK-RPT-RECORD FROM WS-TOTALS-LINE.
           CLOSE GL-BATCH-REGISTER.
           CLOSE GL-SENT-LINES.
           CLOSE GL-RECYCLE.
           CLOSE ACK-RPT-FILE.
           DISPLAY "LINES POSTED:   " WS-POSTED-COUNT.
           DISPLAY "LINES REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "DUPLICATES:     " WS-DUPLICATE-COUNT.
           DISPLAY "UNKNOWN:        " WS-UNMATCHED-COUNT.
           DISPLAY "UNCONFIRMED:    " WS-OPEN-COUNT.
           DISPLAY "ESCALATED:      " WS-ESCALATE-COUNT.
           IF WS-ESCALATE-COUNT > 0 OR WS-REJECTED-COUNT > 0
              OR WS-UNMATCHED-COUNT > 0
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
           MOVE AK-BATCH TO AL-BATCH.
           MOVE AK-SEQ TO AL-SEQ.
           MOVE SPACES TO AL-FEED.
           IF AK-RESULT NOT = "A" AND AK-RESULT NOT = "R"
               MOVE "BAD RESULT CODE" TO AL-DISPOSITION
               PERFORM REPORT-UNKNOWN-ACK
               EXIT PARAGRAPH
           END-IF.
           MOVE AK-BATCH TO GBR-BATCH.
           READ GL-BATCH-REGISTER
               KEY IS GBR-BATCH
               INVALID KEY
                   MOVE "BATCH NOT SENT?" TO AL-DISPOSITION
                   PERFORM REPORT-UNKNOWN-ACK
                   EXIT PARAGRAPH
           END-READ.
           MOVE GBR-FEED-NAME TO AL-FEED.
           IF AK-SEQ = 0
               PERFORM APPLY-BATCH-ACK
           ELSE
               PERFORM APPLY-LINE-ACK
           END-IF.
           PERFORM SETTLE-BATCH-STATUS.

       REPORT-UNKNOWN-ACK.
           ADD 1 TO WS-UNMATCHED-COUNT.
           WRITE ACK-RPT-RECORD FROM WS-ACK-LINE.

       APPLY-LINE-ACK.
           MOVE AK-BATCH TO GS-BATCH.
           MOVE AK-SEQ TO GS-SEQ.
           READ GL-SENT-LINES
               KEY IS GS-KEY
               INVALID KEY
                   MOVE "LINE NOT SENT?" TO AL-DISPOSITION
                   PERFORM REPORT-UNKNOWN-ACK
                   EXIT PARAGRAPH
           END-READ.
           MOVE AK-RESULT TO WS-LINE-ACTION.
           PERFORM ACK-ONE-LINE.

      *    A WHOLE-BATCH ACCEPTANCE POSTS ONLY THE LINES STILL SENT -
      *    LINES ALREADY REJECTED ON THEIR OWN STAY REJECTED.
       APPLY-BATCH-ACK.
           MOVE AK-RESULT TO WS-LINE-ACTION.
           MOVE AK-BATCH TO GS-BATCH.
           MOVE 0 TO GS-SEQ.
           MOVE 0 TO WS-LINE-EOF.
           START GL-SENT-LINES KEY IS >= GS-KEY
               INVALID KEY
                   MOVE 1 TO WS-LINE-EOF
           END-START.
           PERFORM ACK-NEXT-BATCH-LINE UNTIL WS-LINE-EOF = 1.

       ACK-NEXT-BATCH-LINE.
           READ GL-SENT-LINES NEXT RECORD
               AT END
                   MOVE 1 TO WS-LINE-EOF
               NOT AT END
                   IF GS-BATCH NOT = AK-BATCH
                       MOVE 1 TO WS-LINE-EOF
                   ELSE
                       MOVE GS-SEQ TO AL-SEQ
                       IF WS-LINE-ACTION = "R" OR GS-STATUS = "S"
                           PERFORM ACK-ONE-LINE
                       END-IF
                   END-IF
           END-READ.

       ACK-ONE-LINE.
           EVALUATE TRUE
               WHEN WS-LINE-ACTION = "R" AND GS-STATUS = "R"
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "ALREADY REJECTED" TO AL-DISPOSITION
                   WRITE ACK-RPT-RECORD FROM WS-ACK-LINE
                   EXIT PARAGRAPH
               WHEN WS-LINE-ACTION = "R"
                   MOVE "R" TO GS-STATUS
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "REJECTED" TO AL-DISPOSITION
                   PERFORM RECYCLE-ONE-LINE
               WHEN OTHER
                   MOVE "P" TO GS-STATUS
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE "POSTED" TO AL-DISPOSITION
           END-EVALUATE.
           REWRITE GL-SENT-RECORD
               INVALID KEY
                   DISPLAY "GL-SENT-LINES REWRITE FAILED FOR "
                           GS-KEY
           END-REWRITE.
           IF WS-LINE-ACTION = "R"
               WRITE ACK-RPT-RECORD FROM WS-ACK-LINE
               IF AK-REASON NOT = SPACES
                   MOVE AK-REASON TO RL-REASON
                   WRITE ACK-RPT-RECORD FROM WS-REASON-LINE
               END-IF
           END-IF.

       RECYCLE-ONE-LINE.
           MOVE GS-BATCH TO GRC-BATCH.
           MOVE GS-SEQ TO GRC-SEQ.
           MOVE GS-ENTRY TO GRC-ENTRY.
           MOVE AK-REASON TO GRC-REASON.
           MOVE WS-BUSINESS-DATE TO GRC-REJECT-DATE.
           MOVE "O" TO GRC-STATUS.
           MOVE 0 TO GRC-RESUB-BATCH.
           WRITE GL-RECYCLE-RECORD
               INVALID KEY
                   DISPLAY "GL-RECYCLE ALREADY HOLDS " GRC-KEY
           END-WRITE.

      *****************************************************************
      *    THE BATCH STANDS BY ITS LINES: ALL REJECTED IS "R", SOME
      *    REJECTED IS "A", NONE REJECTED AND NONE STILL SENT IS "P".
      *    A BATCH WITH LINES STILL SENT AND NONE REJECTED STAYS "S".
      *****************************************************************
       SETTLE-BATCH-STATUS.
           MOVE 0 TO WS-BATCH-REJECTS.
           MOVE 0 TO WS-BATCH-UNACKED.
           MOVE AK-BATCH TO GS-BATCH.
           MOVE 0 TO GS-SEQ.
           MOVE 0 TO WS-LINE-EOF.
           START GL-SENT-LINES KEY IS >= GS-KEY
               INVALID KEY
                   MOVE 1 TO WS-LINE-EOF
           END-START.
           PERFORM COUNT-NEXT-BATCH-LINE UNTIL WS-LINE-EOF = 1.
           EVALUATE TRUE
               WHEN WS-BATCH-REJECTS >= GBR-ENTRIES
                   MOVE "R" TO GBR-STATUS
                   MOVE "REJECTED" TO BT-STATUS
               WHEN WS-BATCH-REJECTS > 0
                   MOVE "A" TO GBR-STATUS
                   MOVE "PARTIALLY POSTED" TO BT-STATUS
               WHEN WS-BATCH-UNACKED = 0
                   MOVE "P" TO GBR-STATUS
                   MOVE "POSTED" TO BT-STATUS
               WHEN OTHER
                   MOVE "S" TO GBR-STATUS
                   MOVE "AWAITING LINES" TO BT-STATUS
           END-EVALUATE.
           MOVE WS-BATCH-REJECTS TO GBR-REJECTED-CT.
           MOVE WS-BUSINESS-DATE TO GBR-ACK-DATE.
           REWRITE GL-BATCH-RECORD
               INVALID KEY
                   DISPLAY "GL-BATCH-REGISTER REWRITE FAILED FOR "
                           GBR-BATCH
           END-REWRITE.
           IF AK-SEQ = 0
               MOVE GBR-BATCH TO BT-BATCH
               MOVE GBR-ENTRIES TO BT-ENTRIES
               MOVE WS-BATCH-REJECTS TO BT-REJECTED
               WRITE ACK-RPT-RECORD FROM WS-BATCH-LINE
           END-IF.

       COUNT-NEXT-BATCH-LINE.
           READ GL-SENT-LINES NEXT RECORD
               AT END
                   MOVE 1 TO WS-LINE-EOF
               NOT AT END
                   IF GS-BATCH NOT = AK-BATCH
                       MOVE 1 TO WS-LINE-EOF
                   ELSE
                       IF GS-STATUS = "R"
                           ADD 1 TO WS-BATCH-REJECTS
                       END-IF
                       IF GS-STATUS = "S"
                           ADD 1 TO WS-BATCH-UNACKED
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *    ANY BATCH STILL "S" ON THE REGISTER GOES ON THE REPORT;
      *    PAST WS-ESCALATE-DAYS BUSINESS DAYS IT IS FLAGGED FOR
      *    ESCALATION AND THE RUN ENDS WITH RETURN-CODE 4.
      *****************************************************************
       ESCALATE-UNCONFIRMED.
           MOVE 0 TO GBR-BATCH.
           MOVE 0 TO WS-SCAN-EOF.
           START GL-BATCH-REGISTER KEY IS >= GBR-BATCH
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF
           END-START.
           PERFORM CHECK-ONE-BATCH UNTIL WS-SCAN-EOF = 1.

       CHECK-ONE-BATCH.
           READ GL-BATCH-REGISTER NEXT RECORD
               AT END
                   MOVE 1 TO WS-SCAN-EOF
               NOT AT END
                   IF GBR-SENT
                       PERFORM REPORT-OPEN-BATCH
                   END-IF
           END-READ.

       REPORT-OPEN-BATCH.
           ADD 1 TO WS-OPEN-COUNT.
           MOVE GBR-BATCH TO OL-BATCH.
           MOVE GBR-FEED-NAME TO OL-FEED.
           MOVE GBR-SENT-DATE TO OL-SENT-DATE.
           MOVE "BDAY" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION GBR-SENT-DATE
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
