                      "ADMINISTRATOR."
              EXIT PARAGRAPH
           END-IF.
           IF CRED-STATUS = "S"
              DISPLAY "OPERATOR ID IS SUSPENDED - ACCESS NOT "
                      "RECERTIFIED. SEE YOUR SUPERVISOR."
              EXIT PARAGRAPH
           END-IF.
           IF CRED-STATUS = "L"
              MOVE "OPR0002" TO WS-MSG-ID
              MOVE "AN ADMINISTRATOR MUST CLEAR IT" TO WS-MSG-EXTRA
      *    THE MENU ONLY SHOWS (AND ONLY RUNS) THE FUNCTIONS THE
      *    SIGNED-ON OPERATOR'S ROLE ALLOWS. A DENIED SELECTION IS
      *    WRITTEN TO THE SESSION JOURNAL.
      *      ROLE A - EVERYTHING         ROLE E - 1, 2, 6 AND 7
      *      ROLE V - 1, 3 AND 4         ROLE G - 1 ONLY
      *****************************************************************
       OPERATOR-MENU.
               END-IF
               IF WS-OPERATOR-ROLE = "A" OR WS-OPERATOR-ROLE = "E"
                   DISPLAY "6. TIMESHEET APPROVAL"
                   DISPLAY "7. APPROVAL DELEGATION"
               END-IF
               DISPLAY "5. EXIT"
               DISPLAY "SELECTION: "
                       MOVE "EMPLOYEE MAINT" TO WS-SJ-FUNCTION
                       MOVE "SELECT" TO WS-SJ-EVENT
                       PERFORM WRITE-SESSION-JOURNAL
                       CALL "var-levels" USING WS-OPERATOR-ID
                   WHEN WS-CHOICE = 3
                       MOVE "VOUCHER REDEMPTION" TO WS-SJ-FUNCTION
                       MOVE "SELECT" TO WS-SJ-EVENT
                       MOVE "SELECT" TO WS-SJ-EVENT
                       PERFORM WRITE-SESSION-JOURNAL
                       CALL "ts_approve" USING WS-OPERATOR-ID
                   WHEN WS-CHOICE = 7
                       MOVE "APPROVAL DELEGATION" TO WS-SJ-FUNCTION
                       MOVE "SELECT" TO WS-SJ-EVENT
                       PERFORM WRITE-SESSION-JOURNAL
                       CALL "approval_delegate" USING WS-OPERATOR-ID
                   WHEN WS-CHOICE = 5
                       MOVE 1 TO WS-DONE
                       MOVE "SIGNOFF" TO WS-SJ-EVENT
                      AND WS-OPERATOR-ROLE NOT = "E"
                       MOVE "N" TO WS-AUTHORIZED
                   END-IF
               WHEN 7
                   MOVE "APPROVAL DELEGATION" TO WS-SJ-FUNCTION
                   IF WS-OPERATOR-ROLE NOT = "A"
                      AND WS-OPERATOR-ROLE NOT = "E"
                       MOVE "N" TO WS-AUTHORIZED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
