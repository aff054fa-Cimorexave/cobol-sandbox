      *    ESCALATING ANYTHING STILL UNACKNOWLEDGED AFTER TWO
      *    BUSINESS DAYS OF THE BUSDATE-CTL CALENDAR. A COUNT
      *    MISMATCH STAYS UNCONFIRMED AND IS REPORTED, SO A SHORT
      *    LOAD AT THE BUREAU CANNOT PASS AS CLEAN. THE RETURN FILE
      *    IS FIRST FINGERPRINTED ON THE INTERFACE REGISTRY
      *    (intfreg): ONE IDENTICAL TO A FILE ALREADY APPLIED IS
      *    REJECTED AND THE RUN DOES THE ESCALATION CHECK ONLY, AS
      *    WITH NO FILE, ENDING RC 4.
      *
      *    HR-ACK-IN: EXTRACT-DATE(8) RECORD-COUNT(7) RESULT(1 A/R)
      *****************************************************************
       01 WS-HX-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-ACK-EOF          PIC 9(1) VALUE 0.
       01 WS-ACK-TAKEN        PIC X VALUE "N".
       01 WS-ACK-REJECTED     PIC X VALUE "N".
       01 WS-FP-EOF           PIC 9(1).
       01 WS-SCAN-EOF         PIC 9(1) VALUE 0.
       01 WS-CONFIRMED-COUNT  PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT   PIC 9(5) VALUE 0.
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
           COPY "intfchk.cpy".

       01 WS-RPT-HEADER       PIC X(40) VALUE
          "HR TRANSMISSION ACKNOWLEDGMENTS".
           END-IF.
           OPEN OUTPUT ACK-RPT-FILE.
           WRITE ACK-RPT-RECORD FROM WS-RPT-HEADER.
           PERFORM FINGERPRINT-ACKS.
           IF IFC-RESULT = "N"
               DISPLAY "HR-ACK-IN IS THE " IFC-DETAIL
                       " - REJECTED, ESCALATION CHECK ONLY."
               MOVE "Y" TO WS-ACK-REJECTED
               MOVE 1 TO WS-ACK-EOF
           ELSE
               OPEN INPUT ACK-FILE
               IF WS-ACK-STATUS <> "00"
                   DISPLAY "NO HR-ACK-IN FILE THIS RUN - ESCALATION "
                           "CHECK ONLY."
                   MOVE 1 TO WS-ACK-EOF
               ELSE
                   MOVE "Y" TO WS-ACK-TAKEN
               END-IF
           END-IF.
           PERFORM MATCH-ONE-ACK UNTIL WS-ACK-EOF = 1.
           IF WS-ACK-TAKEN = "Y"
               CLOSE ACK-FILE
           END-IF.
           PERFORM ESCALATE-UNCONFIRMED.
           DISPLAY "UNCONFIRMED:    " WS-OPEN-COUNT.
           DISPLAY "ESCALATED:      " WS-ESCALATE-COUNT.
           IF WS-ESCALATE-COUNT > 0 OR WS-MISMATCH-COUNT > 0
              OR WS-ACK-REJECTED = "Y"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF WS-ACK-TAKEN = "Y"
               MOVE "DONE" TO IFC-FUNCTION
               CALL "intfreg" USING INTERFACE-CHECK
           END-IF.
           STOP RUN.

      *    COUNT, RECORD-COUNT HASH AND CONTENT FINGERPRINT OF THE
      *    RETURN FILE FOR THE INTERFACE REGISTRY.
       FINGERPRINT-ACKS.
           MOVE "HR-ACK-IN" TO IFC-INTERFACE.
           MOVE "I" TO IFC-DIRECTION.
           MOVE "hr_ack" TO IFC-PROGRAM.
           MOVE "INIT" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FP-EOF.
           PERFORM UNTIL WS-FP-EOF = 1
               READ ACK-FILE
                   AT END
                       MOVE 1 TO WS-FP-EOF
                   NOT AT END
                       MOVE ACK-RECORD TO IFC-RECORD
                       MOVE 16 TO IFC-RECORD-LENGTH
                       IF AK-RECORD-COUNT IS NUMERIC
                           MOVE AK-RECORD-COUNT TO IFC-AMOUNT
                       ELSE
                           MOVE 0 TO IFC-AMOUNT
                       END-IF
                       MOVE "ADD " TO IFC-FUNCTION
                       CALL "intfreg" USING INTERFACE-CHECK
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

       MATCH-ONE-ACK.
           READ ACK-FILE
               AT END
