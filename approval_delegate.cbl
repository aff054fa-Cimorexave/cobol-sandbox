      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. approval_delegate.
      *****************************************************************
      *    APPROVAL DELEGATION. CALLED FROM THE Z-HELLO SIGN-ON MENU
      *    (ROLES "A" AND "E") WITH THE SIGNED-ON OPERATOR'S ID. AN
      *    APPROVER GOING ON LEAVE NAMES A COLLEAGUE TO SIGN OFF
      *    THEIR TIMESHEETS, LEAVE REQUESTS AND ASSIGNED QUEUE ITEMS
      *    FOR A DATE RANGE (apprdlg.cpy); THE COLLEAGUE MUST BE AN
      *    ACTIVE OPERATOR WITH THE SAME ROLE OR ADMIN. A DELEGATION
      *    CAN BE CANCELLED EARLY; deleg_report EXPIRES IT ONCE THE
      *    END DATE HAS PASSED. AN ADMINISTRATOR MAY ENTER OR CANCEL
      *    A DELEGATION FOR AN APPROVER WHO LEFT WITHOUT ONE.
      *    EVERY ADD AND CANCEL IS CHANGE-LOGGED UNDER KEY TYPE
      *    "DELEGATION" (FIELD DELEGATE-ID, OLD VALUE THE DATE
      *    RANGE, NEW VALUE THE DELEGATE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGATION-FILE ASSIGN TO "APPROVAL-DELEGATION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-AD-STATUS.
           SELECT OPERATOR-CREDS-FILE ASSIGN TO "OPERATOR-CREDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-OPERATOR-ID
               FILE STATUS IS WS-CREDS-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DELEGATION-FILE.
           COPY "apprdlg.cpy".

       FD  OPERATOR-CREDS-FILE.
           COPY "opercred.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AD-STATUS        PIC XX.
       01 WS-CREDS-STATUS     PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-SCAN-DONE        PIC 9(1).
       01 WS-SIGNED-ON-ROLE   PIC X.
       01 WS-DELEGATOR-ID     PIC X(8).
       01 WS-DELEGATOR-ROLE   PIC X.
       01 WS-DELEGATE-ID      PIC X(8).
       01 WS-START-DATE       PIC 9(8).
       01 WS-END-DATE         PIC 9(8).
       01 WS-OVERLAP          PIC X.
       01 WS-SHOWN-COUNT      PIC 9(5).
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X.
       01 WS-CL-ACTION        PIC X(8).

       LINKAGE SECTION.
       01 SIGNED-ON-ID        PIC X(8).
      ******************************************************************
       PROCEDURE DIVISION USING SIGNED-ON-ID.
           PERFORM 0100-OPEN-FILES.
           IF WS-CREDS-STATUS <> "00"
               DISPLAY "OPERATOR-CREDS NOT AVAILABLE, STATUS="
                       WS-CREDS-STATUS
               CLOSE DELEGATION-FILE
               CLOSE CHANGE-LOG-FILE
               GOBACK
           END-IF.
           MOVE SIGNED-ON-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   MOVE "G" TO WS-SIGNED-ON-ROLE
               NOT INVALID KEY
                   MOVE CRED-ROLE TO WS-SIGNED-ON-ROLE
           END-READ.
           CALL "getdate" USING WS-TODAY WS-NOW.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE DELEGATION-FILE.
           CLOSE OPERATOR-CREDS-FILE.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O DELEGATION-FILE.
           IF WS-AD-STATUS = "35"
              OPEN OUTPUT DELEGATION-FILE
              CLOSE DELEGATION-FILE
              OPEN I-O DELEGATION-FILE
           END-IF.
           OPEN INPUT OPERATOR-CREDS-FILE.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "APPROVAL DELEGATION".
           DISPLAY "1. DELEGATE APPROVALS".
           DISPLAY "2. LIST DELEGATIONS".
           DISPLAY "3. CANCEL A DELEGATION".
           DISPLAY "4. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ADD-DELEGATION
               WHEN 2
                   PERFORM 0500-LIST-DELEGATIONS
               WHEN 3
                   PERFORM 0600-CANCEL-DELEGATION
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

      *****************************************************************
      *    THE SIGNED-ON OPERATOR DELEGATES THEIR OWN AUTHORITY; AN
      *    ADMINISTRATOR MAY NAME ANOTHER APPROVER INSTEAD.
      *****************************************************************
       0300-ADD-DELEGATION.
           PERFORM 0700-ACCEPT-DELEGATOR.
           MOVE WS-DELEGATOR-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   DISPLAY "OPERATOR " WS-DELEGATOR-ID
                           " NOT ON FILE. DELEGATION REJECTED."
                   EXIT PARAGRAPH
           END-READ.
           IF CRED-STATUS = "D"
               DISPLAY "OPERATOR " WS-DELEGATOR-ID
                       " IS DEACTIVATED. DELEGATION REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE CRED-ROLE TO WS-DELEGATOR-ROLE.
           DISPLAY "DELEGATE TO OPERATOR ID: ".
           ACCEPT WS-DELEGATE-ID.
           PERFORM 0310-CHECK-DELEGATE.
           IF WS-DELEGATE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0320-ACCEPT-DATE-RANGE.
           IF WS-START-DATE = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0330-CHECK-OVERLAP.
           IF WS-OVERLAP = "Y"
               DISPLAY "AN ACTIVE DELEGATION FROM " WS-DELEGATOR-ID
                       " ALREADY COVERS PART OF THAT RANGE. "
                       "CANCEL IT FIRST."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO APPROVAL-DELEGATION-RECORD.
           MOVE WS-DELEGATOR-ID TO AD-DELEGATOR-ID.
           MOVE WS-START-DATE TO AD-START-DATE.
           MOVE WS-END-DATE TO AD-END-DATE.
           MOVE WS-DELEGATE-ID TO AD-DELEGATE-ID.
           MOVE "A" TO AD-STATUS.
           MOVE SIGNED-ON-ID TO AD-CREATED-BY.
           MOVE WS-TODAY TO AD-CREATED-DATE.
           WRITE APPROVAL-DELEGATION-RECORD
               INVALID KEY
                   DISPLAY "A DELEGATION FROM " WS-DELEGATOR-ID
                           " STARTING " WS-START-DATE
                           " IS ALREADY ON FILE. ADD REJECTED."
               NOT INVALID KEY
                   DISPLAY "APPROVALS FOR " WS-DELEGATOR-ID
                           " DELEGATED TO " WS-DELEGATE-ID
                           " FROM " WS-START-DATE
                           " TO " WS-END-DATE "."
                   MOVE "ADD" TO WS-CL-ACTION
                   PERFORM 0900-LOG-DELEGATION
           END-WRITE.

      *    EQUAL OR HIGHER ROLE: THE DELEGATOR'S OWN ROLE, OR ADMIN.
      *    A REFUSED DELEGATE IS RETURNED AS SPACES.
       0310-CHECK-DELEGATE.
           IF WS-DELEGATE-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-DELEGATE-ID = WS-DELEGATOR-ID
               DISPLAY "AN OPERATOR CANNOT DELEGATE TO THEMSELVES."
               MOVE SPACES TO WS-DELEGATE-ID
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DELEGATE-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   DISPLAY "OPERATOR " WS-DELEGATE-ID " NOT ON FILE."
                   MOVE SPACES TO WS-DELEGATE-ID
                   EXIT PARAGRAPH
           END-READ.
           IF CRED-STATUS NOT = "A"
               DISPLAY "OPERATOR " WS-DELEGATE-ID
                       " IS NOT ACTIVE (STATUS " CRED-STATUS ")."
               MOVE SPACES TO WS-DELEGATE-ID
               EXIT PARAGRAPH
           END-IF.
           IF CRED-ROLE NOT = WS-DELEGATOR-ROLE
              AND CRED-ROLE NOT = "A"
               DISPLAY "OPERATOR " WS-DELEGATE-ID " HAS ROLE "
                       CRED-ROLE " - A DELEGATE NEEDS ROLE "
                       WS-DELEGATOR-ROLE " OR A."
               MOVE SPACES TO WS-DELEGATE-ID
           END-IF.

      *    THE RANGE MAY NOT START IN THE PAST; A REFUSED RANGE IS
      *    RETURNED WITH A ZERO START DATE.
       0320-ACCEPT-DATE-RANGE.
           DISPLAY "FIRST DAY (YYYYMMDD): ".
           ACCEPT WS-START-DATE.
           DISPLAY "LAST DAY (YYYYMMDD): ".
           ACCEPT WS-END-DATE.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-START-DATE
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT = "Y"
               CALL "dateserv" USING WS-DATE-FUNCTION WS-END-DATE
                   WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT
           END-IF.
           IF WS-DATE-RESULT NOT = "Y"
               DISPLAY "NOT A VALID DATE. DELEGATION REJECTED."
               MOVE 0 TO WS-START-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-START-DATE < WS-TODAY
               DISPLAY "THE FIRST DAY IS IN THE PAST. "
                       "DELEGATION REJECTED."
               MOVE 0 TO WS-START-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-END-DATE < WS-START-DATE
               DISPLAY "THE LAST DAY IS BEFORE THE FIRST. "
                       "DELEGATION REJECTED."
               MOVE 0 TO WS-START-DATE
           END-IF.

      *    ONE DELEGATE AT A TIME: NO TWO ACTIVE DELEGATIONS FROM
      *    THE SAME APPROVER MAY SHARE A DAY.
       0330-CHECK-OVERLAP.
           MOVE "N" TO WS-OVERLAP.
           MOVE WS-DELEGATOR-ID TO AD-DELEGATOR-ID.
           MOVE 0 TO AD-START-DATE.
           MOVE 0 TO WS-SCAN-DONE.
           START DELEGATION-FILE KEY IS >= AD-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 1
               READ DELEGATION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE
                   NOT AT END
                       IF AD-DELEGATOR-ID NOT = WS-DELEGATOR-ID
                           MOVE 1 TO WS-SCAN-DONE
                       ELSE
                           IF AD-ACTIVE
                              AND AD-START-DATE <= WS-END-DATE
                              AND AD-END-DATE >= WS-START-DATE
                               MOVE "Y" TO WS-OVERLAP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      *    DELEGATIONS GIVEN BY OR TO THE SIGNED-ON OPERATOR (AN
      *    ADMINISTRATOR SEES THEM ALL), WITH THEIR STATUS.
      *****************************************************************
       0500-LIST-DELEGATIONS.
           MOVE 0 TO WS-SHOWN-COUNT.
           MOVE LOW-VALUES TO AD-KEY.
           MOVE 0 TO WS-SCAN-DONE.
           START DELEGATION-FILE KEY IS >= AD-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 1
               READ DELEGATION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-SIGNED-ON-ROLE = "A"
                          OR AD-DELEGATOR-ID = SIGNED-ON-ID
                          OR AD-DELEGATE-ID = SIGNED-ON-ID
                           ADD 1 TO WS-SHOWN-COUNT
                           DISPLAY AD-DELEGATOR-ID " TO "
                                   AD-DELEGATE-ID " "
                                   AD-START-DATE "-" AD-END-DATE
                                   " STATUS " AD-STATUS
                                   " BY " AD-CREATED-BY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SHOWN-COUNT = 0
               DISPLAY "NO DELEGATIONS ON FILE."
           END-IF.

       0600-CANCEL-DELEGATION.
           PERFORM 0700-ACCEPT-DELEGATOR.
           DISPLAY "FIRST DAY OF THE DELEGATION (YYYYMMDD): ".
           ACCEPT WS-START-DATE.
           MOVE WS-DELEGATOR-ID TO AD-DELEGATOR-ID.
           MOVE WS-START-DATE TO AD-START-DATE.
           READ DELEGATION-FILE
               KEY IS AD-KEY
               INVALID KEY
                   DISPLAY "NO DELEGATION FROM " WS-DELEGATOR-ID
                           " STARTING " WS-START-DATE "."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT AD-ACTIVE
               DISPLAY "THAT DELEGATION IS NO LONGER ACTIVE "
                       "(STATUS " AD-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO AD-STATUS.
           REWRITE APPROVAL-DELEGATION-RECORD
               INVALID KEY
                   DISPLAY "CANCEL FAILED, STATUS=" WS-AD-STATUS
               NOT INVALID KEY
                   DISPLAY "DELEGATION TO " AD-DELEGATE-ID
                           " CANCELLED."
                   MOVE "CANCEL" TO WS-CL-ACTION
                   PERFORM 0900-LOG-DELEGATION
           END-REWRITE.

      *    ONLY AN ADMINISTRATOR IS ASKED WHOSE AUTHORITY IS MEANT;
      *    EVERYONE ELSE ACTS ON THEIR OWN.
       0700-ACCEPT-DELEGATOR.
           MOVE SIGNED-ON-ID TO WS-DELEGATOR-ID.
           IF WS-SIGNED-ON-ROLE = "A"
               DISPLAY "APPROVER ID (BLANK FOR YOURSELF): "
               ACCEPT WS-DELEGATOR-ID
               IF WS-DELEGATOR-ID = SPACES
                   MOVE SIGNED-ON-ID TO WS-DELEGATOR-ID
               END-IF
           END-IF.

       0900-LOG-DELEGATION.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "DELEGATION"     TO CL-KEY-TYPE.
           MOVE AD-DELEGATOR-ID  TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE "DELEGATE-ID"    TO CL-FIELD-NAME.
           STRING AD-START-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AD-END-DATE DELIMITED BY SIZE
                  INTO CL-OLD-VALUE
           END-STRING.
           MOVE AD-DELEGATE-ID   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
