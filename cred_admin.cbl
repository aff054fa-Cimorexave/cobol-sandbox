      *    OFF A RESTRICTED MENU OR RUN IT FROM THE CONSOLE). ADDS
      *    OPERATORS, DEACTIVATES/REACTIVATES THEM, RESETS PINS WITH
      *    A FORCED CHANGE AT NEXT SIGN-ON, CLEARS LOCKOUTS, AND
      *    SETS ROLES AND THE SUPERVISOR WHO RECERTIFIES EACH
      *    OPERATOR'S ACCESS - ALL THROUGH A PROGRAM WITH CHANGE-LOG
      *    ENTRIES INSTEAD OF A TEXT EDITOR. PIN VALUES ARE NEVER
      *    WRITTEN TO THE CHANGE-LOG. EACH OPERATOR IS ALSO LINKED
      *    TO THE EMPLOYEE-MASTER RECORD OF THE PERSON BEHIND IT,
      *    WHICH sodcheck USES TO STOP THEM MAINTAINING THEIR OWN
      *    OR THEIR MANAGER'S RECORDS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CREDS-STATUS     PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-MENU-CHOICE      PIC 9(2).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-NEW-PIN          PIC X(4).
       01 WS-PIN-AGAIN        PIC X(4).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-SUPERVISOR-ID    PIC X(8).
       01 WS-LINK-EMPLOYEE-ID PIC 9(7).
       01 WS-OLD-EMPLOYEE-ID  PIC 9(7).
       01 WS-LINKED-TO        PIC X(8).
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-CL-ACTION        PIC X(8).
           DISPLAY "4. RESET PIN".
           DISPLAY "5. CLEAR LOCKOUT".
           DISPLAY "6. SET ROLE".
           DISPLAY "7. SET SUPERVISOR".
           DISPLAY "8. SET EMPLOYEE LINK".
           DISPLAY "9. LIST OPERATORS".
           DISPLAY "10. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 6
                   PERFORM 0700-SET-ROLE
               WHEN 7
                   PERFORM 0750-SET-SUPERVISOR
               WHEN 8
                   PERFORM 0770-SET-EMPLOYEE-LINK
               WHEN 9
                   PERFORM 0800-LIST-OPERATORS
               WHEN 10
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE WS-TODAY TO CRED-PIN-DATE.
           MOVE "Y" TO CRED-FORCE-CHANGE.
           MOVE SPACES TO CRED-SUPERVISOR-ID.
           MOVE 0 TO CRED-RECERT-DATE.
           MOVE 0 TO CRED-EMPLOYEE-ID.
           WRITE OPERATOR-CREDS-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-CREDS-STATUS
                   END-IF
           END-READ.

      *    THE SUPERVISOR MUST BE ANOTHER OPERATOR ON FILE - NOBODY
      *    RECERTIFIES THEIR OWN ACCESS.
       0750-SET-SUPERVISOR.
           DISPLAY "OPERATOR ID: ".
           ACCEPT CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   DISPLAY "OPERATOR " CRED-OPERATOR-ID
                           " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           MOVE CRED-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE CRED-SUPERVISOR-ID TO WS-CL-OLD-DISP.
           DISPLAY "SUPERVISOR OPERATOR ID: ".
           ACCEPT WS-SUPERVISOR-ID.
           IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
               DISPLAY "AN OPERATOR CANNOT SUPERVISE THEMSELVES. "
                       "NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUPERVISOR-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   DISPLAY "SUPERVISOR " WS-SUPERVISOR-ID
                           " NOT ON FILE. NOT CHANGED."
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-OPERATOR-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   DISPLAY "OPERATOR " CRED-OPERATOR-ID
                           " NO LONGER ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-SUPERVISOR-ID TO CRED-SUPERVISOR-ID.
           MOVE WS-SUPERVISOR-ID TO WS-CL-NEW-DISP.
           MOVE "CHANGE" TO WS-CL-ACTION.
           MOVE "SUPERVISOR" TO WS-CL-FIELD-NAME.
           PERFORM 0940-REWRITE-AND-LOG.

      *    THE EMPLOYEE MUST BE ON EMPLOYEE-MASTER AND NOT ALREADY
      *    BEHIND ANOTHER OPERATOR - ONE PERSON, ONE LINKED
      *    CREDENTIAL. ZERO REMOVES THE LINK.
       0770-SET-EMPLOYEE-LINK.
           DISPLAY "OPERATOR ID: ".
           ACCEPT CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   DISPLAY "OPERATOR " CRED-OPERATOR-ID
                           " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           MOVE CRED-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE CRED-EMPLOYEE-ID TO WS-OLD-EMPLOYEE-ID.
           DISPLAY "EMPLOYEE ID (0 = NO LINK) [" CRED-EMPLOYEE-ID
                   "]: ".
           ACCEPT WS-LINK-EMPLOYEE-ID.
           IF WS-LINK-EMPLOYEE-ID NOT = 0
               PERFORM 0780-VALIDATE-LINK
               IF WS-LINK-EMPLOYEE-ID = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-OPERATOR-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   DISPLAY "OPERATOR " CRED-OPERATOR-ID
                           " NO LONGER ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-LINK-EMPLOYEE-ID TO CRED-EMPLOYEE-ID.
           MOVE WS-OLD-EMPLOYEE-ID TO WS-CL-OLD-DISP.
           MOVE WS-LINK-EMPLOYEE-ID TO WS-CL-NEW-DISP.
           MOVE "CHANGE" TO WS-CL-ACTION.
           MOVE "EMPLOYEE-ID" TO WS-CL-FIELD-NAME.
           PERFORM 0940-REWRITE-AND-LOG.

      *    A FAILED CHECK ZEROES WS-LINK-EMPLOYEE-ID SO THE CALLER
      *    LEAVES THE LINK AS IT WAS. THE SCAN MOVES THE CREDENTIALS
      *    FILE POSITION, SO THE CALLER READS ITS OPERATOR AGAIN.
       0780-VALIDATE-LINK.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               MOVE WS-LINK-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   KEY IS EMPLOYEE-ID
                   INVALID KEY
                       DISPLAY "EMPLOYEE " WS-LINK-EMPLOYEE-ID
                               " NOT ON EMPLOYEE-MASTER. NOT CHANGED."
                       MOVE 0 TO WS-LINK-EMPLOYEE-ID
                   NOT INVALID KEY
                       DISPLAY "LINKING TO " FIRST-NAME " " LAST-NAME
               END-READ
               CLOSE EMPLOYEE-MASTER
           ELSE
               DISPLAY "EMPLOYEE-MASTER NOT AVAILABLE - EMPLOYEE ID "
                       "NOT VALIDATED."
           END-IF.
           IF WS-LINK-EMPLOYEE-ID = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LINKED-TO.
           MOVE LOW-VALUES TO CRED-OPERATOR-ID.
           MOVE 0 TO WS-LIST-DONE.
           START OPERATOR-CREDS-FILE KEY IS >= CRED-OPERATOR-ID
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ OPERATOR-CREDS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF CRED-EMPLOYEE-ID = WS-LINK-EMPLOYEE-ID
                          AND CRED-OPERATOR-ID NOT = WS-OPERATOR-ID
                           MOVE CRED-OPERATOR-ID TO WS-LINKED-TO
                           MOVE 1 TO WS-LIST-DONE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LINKED-TO NOT = SPACES
               DISPLAY "EMPLOYEE " WS-LINK-EMPLOYEE-ID
                       " IS ALREADY LINKED TO OPERATOR " WS-LINKED-TO
                       ". NOT CHANGED."
               MOVE 0 TO WS-LINK-EMPLOYEE-ID
           END-IF.

       0800-LIST-OPERATORS.
           MOVE LOW-VALUES TO CRED-OPERATOR-ID.
           MOVE 0 TO WS-LIST-DONE.
                               " ROLE " CRED-ROLE
                               " FAILS " CRED-FAIL-COUNT
                               " PIN SET " CRED-PIN-DATE
                               " SUPV " CRED-SUPERVISOR-ID
                               " RECERT " CRED-RECERT-DATE
                               " EMP " CRED-EMPLOYEE-ID
               END-READ
           END-PERFORM.

