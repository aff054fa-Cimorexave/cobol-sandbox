      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  access_recert.
      *****************************************************************
      *    QUARTERLY OPERATOR ACCESS RECERTIFICATION, IN TWO RUNS
      *    CHOSEN ON THE COMMAND LINE:
      *      ISSUE - AT THE START OF THE QUARTER. LISTS EVERY
      *        OPERATOR NOT ALREADY DEACTIVATED, GROUPED BY
      *        CRED-SUPERVISOR-ID, WITH ROLE, STATUS, LAST SIGN-ON
      *        AND EVERY FUNCTION THEY HAVE USED FROM THE
      *        SESSION-JOURNAL (TIMES USED, LAST USED), FLAGGING
      *        ACCESS NOT SIGNED ON WITHIN RECERT-UNUSED-DAYS (90).
      *        WRITES THE ACCESS-ATTEST FILE (accattest.cpy) FOR THE
      *        SUPERVISORS TO MARK KEEP / CHANGE / REVOKE, WITH A
      *        DEADLINE RECERT-DEADLINE-DAYS (14) AFTER THE BUSINESS
      *        DATE. OPERATORS WITH NO SUPERVISOR, OR WHOSE
      *        SUPERVISOR IS NOT ACTIVE, ARE ATTESTED BY AN
      *        ADMINISTRATOR.
      *      APPLY - ANY TIME AFTER; RERUNNABLE. ACTS ON THE MARKS:
      *        KEEP AND CHANGE STAMP CRED-RECERT-DATE (AND LIFT A
      *        RECERTIFICATION SUSPENSION), CHANGE SETS THE NEW
      *        ROLE, REVOKE DEACTIVATES. ONCE THE DEADLINE HAS
      *        PASSED AN UNMARKED (OR WRONGLY MARKED) OPERATOR IS
      *        SUSPENDED - STATUS "S", WHICH SIGN-ON REFUSES. EVERY
      *        CHANGE IS CHANGE-LOGGED (RECERT / REVOKE / SUSPEND,
      *        WHICH audit_package CARRIES INTO THE ANNUAL EVIDENCE)
      *        AND THE OUTCOME REPORT LISTS EACH OPERATOR'S RESULT.
      *    RC 4 AFTER ISSUE IF ANY OPERATOR HAS NO ACTIVE
      *    SUPERVISOR; AFTER APPLY IF ANY LINE IS STILL AWAITING ITS
      *    MARK OR WAS WRONGLY MARKED. RC 8 IF A FILE THE RUN NEEDS
      *    IS NOT ON HAND OR THE COMMAND LINE IS NOT ISSUE OR APPLY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-CREDS-FILE ASSIGN TO "OPERATOR-CREDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-OPERATOR-ID
               FILE STATUS IS WS-CREDS-STATUS.
           SELECT SESSION-JOURNAL ASSIGN TO "SESSION-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SJ-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT ATTEST-FILE ASSIGN TO "ACCESS-ATTEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.
           SELECT REVIEW-RPT-FILE ASSIGN TO "ACCESS-RECERT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OUTCOME-RPT-FILE ASSIGN TO "ACCESS-RECERT-OUTCOME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-CREDS-FILE.
           COPY "opercred.cpy".

       FD  SESSION-JOURNAL.
           COPY "sessjrnl.cpy".

       SD  SORT-WORK-FILE.
       01  SD-OPERATOR-RECORD.
           05 SD-SUPERVISOR-ID     PIC X(8).
           05 SD-OPERATOR-ID       PIC X(8).
           05 SD-ROLE              PIC X.
           05 SD-STATUS            PIC X.
           05 SD-RECERT-DATE       PIC 9(8).

       FD  ATTEST-FILE.
           COPY "accattest.cpy".

       FD  REVIEW-RPT-FILE.
       01  REVIEW-RPT-RECORD       PIC X(80).

       FD  OUTCOME-RPT-FILE.
       01  OUTCOME-RPT-RECORD      PIC X(80).

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CREDS-STATUS     PIC XX.
       01 WS-SJ-STATUS        PIC XX.
       01 WS-AT-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-OUT-STATUS       PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-PARAM            PIC X(20).
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-TIME-SCRATCH     PIC 9(8).
       01 WS-DEADLINE         PIC 9(8).

       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-DEADLINE-DAYS    PIC S9(7) VALUE 14.
       01 WS-UNUSED-DAYS      PIC S9(7) VALUE 90.

       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X.

      *    SIGN-ON AND FUNCTION HISTORY PER OPERATOR FROM THE
      *    SESSION-JOURNAL. FUNCTIONS PAST THE TENTH ARE TALLIED
      *    UNDER THE LAST ROW.
       01 WS-OP-MAX           PIC 9(3) VALUE 200.
       01 WS-OP-COUNT         PIC 9(3) VALUE 0.
       01 WS-OP-IDX           PIC 9(3).
       01 WS-OP-FOUND         PIC X.
       01 WS-FN-MAX           PIC 9(2) VALUE 10.
       01 WS-FN-IDX           PIC 9(2).
       01 WS-FN-FOUND         PIC X.
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY OCCURS 200 TIMES.
              10 WS-OP-ID           PIC X(8).
              10 WS-OP-LAST-SIGNON  PIC 9(8).
              10 WS-OP-FN-COUNT     PIC 9(2).
              10 WS-OP-FN OCCURS 10 TIMES.
                 15 WS-FN-NAME      PIC X(20).
                 15 WS-FN-USES      PIC 9(5).
                 15 WS-FN-LAST      PIC 9(8).

       01 WS-CURRENT-SUPV     PIC X(8).
       01 WS-FIRST-GROUP      PIC X VALUE "Y".
       01 WS-SUPV-OK          PIC X.
       01 WS-SUPV-COUNT       PIC 9(5).
       01 WS-SUPV-UNUSED      PIC 9(5).
       01 WS-SAVE-OPERATOR    PIC X(8).
       01 WS-LAST-SIGNON      PIC 9(8).
       01 WS-UNUSED-FLAG      PIC X.

       01 WS-ISSUED           PIC 9(5) VALUE 0.
       01 WS-UNUSED-TOTAL     PIC 9(5) VALUE 0.
       01 WS-NO-SUPV-TOTAL    PIC 9(5) VALUE 0.

       01 WS-OUTCOME          PIC X(30).
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-LINES-READ       PIC 9(5) VALUE 0.
       01 WS-KEPT             PIC 9(5) VALUE 0.
       01 WS-CHANGED          PIC 9(5) VALUE 0.
       01 WS-REVOKED          PIC 9(5) VALUE 0.
       01 WS-SUSPENDED        PIC 9(5) VALUE 0.
       01 WS-AWAITING         PIC 9(5) VALUE 0.
       01 WS-INVALID          PIC 9(5) VALUE 0.
       01 WS-UNCHANGED        PIC 9(5) VALUE 0.
       01 WS-NOT-ON-FILE      PIC 9(5) VALUE 0.

       01 WS-REVIEW-HDR.
           05 FILLER          PIC X(36) VALUE
              "QUARTERLY ACCESS RECERTIFICATION   ".
           05 FILLER          PIC X(9)  VALUE "ISSUED ".
           05 RH-ISSUE        PIC 9(8).
           05 FILLER          PIC X(11) VALUE "  DEADLINE ".
           05 RH-DEADLINE     PIC 9(8).
       01 WS-SUPV-HDR.
           05 FILLER          PIC X(12) VALUE "SUPERVISOR  ".
           05 SH-SUPV         PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SH-NOTE         PIC X(50).
       01 WS-OP-COLS.
           05 FILLER          PIC X(40) VALUE
              "  OPERATOR ROLE STATUS LAST-SIGNON FLAG ".
           05 FILLER          PIC X(20) VALUE "LAST RECERT".
       01 WS-OP-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 OL-OPERATOR     PIC X(8).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 OL-ROLE         PIC X.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 OL-STATUS       PIC X.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 OL-LAST-SIGNON  PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 OL-FLAG         PIC X(6).
           05 FILLER          PIC X     VALUE SPACE.
           05 OL-RECERT       PIC X(8).
       01 WS-FN-LINE.
           05 FILLER          PIC X(14) VALUE "      USED:   ".
           05 FL-FUNCTION     PIC X(20).
           05 FL-USES         PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE " TIMES, LAST".
           05 FILLER          PIC X     VALUE SPACE.
           05 FL-LAST         PIC 9(8).
       01 WS-SUPV-TRL.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 ST-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(13) VALUE " OPERATORS,  ".
           05 ST-UNUSED       PIC ZZZZ9.
           05 FILLER          PIC X(30) VALUE
              " UNUSED FOR THE WINDOW".
       01 WS-TOTAL-LINE.
           05 TL-TEXT         PIC X(50).
           05 TL-COUNT        PIC ZZZZ9.

       01 WS-OUTCOME-HDR.
           05 FILLER          PIC X(40) VALUE
              "ACCESS RECERTIFICATION OUTCOME  APPLIED ".
           05 OH-DATE         PIC 9(8).
       01 WS-OUTCOME-COLS.
           05 FILLER          PIC X(40) VALUE
              "SUPERVSR OPERATOR ROLE MARK NEW  OUTCOME".
       01 WS-OUTCOME-LINE.
           05 OC-SUPV         PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 OC-OPERATOR     PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 OC-ROLE         PIC X.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 OC-MARK         PIC X.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 OC-NEW-ROLE     PIC X.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 OC-OUTCOME      PIC X(30).
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           PERFORM 050-LOAD-RECERT-RULES.
           EVALUATE TRUE
               WHEN WS-PARAM (1:5) = "ISSUE"
                   PERFORM 100-ISSUE-ATTESTATIONS
               WHEN WS-PARAM (1:5) = "APPLY"
                   PERFORM 500-APPLY-ATTESTATIONS
               WHEN OTHER
                   DISPLAY "USAGE: access_recert ISSUE | APPLY"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       050-LOAD-RECERT-RULES.
           MOVE "RECERT-DEADLINE-DAYS" TO WS-PARM-NAME.
           MOVE WS-DEADLINE-DAYS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
               MOVE WS-PARM-VALUE TO WS-DEADLINE-DAYS
           END-IF.
           MOVE "RECERT-UNUSED-DAYS" TO WS-PARM-NAME.
           MOVE WS-UNUSED-DAYS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
               MOVE WS-PARM-VALUE TO WS-UNUSED-DAYS
           END-IF.

      *****************************************************************
      *    ISSUE: HISTORY FROM THE JOURNAL, THEN THE OPERATORS SORTED
      *    BY SUPERVISOR INTO THE REVIEW REPORT AND ATTESTATION FILE.
      *****************************************************************
       100-ISSUE-ATTESTATIONS.
           OPEN INPUT OPERATOR-CREDS-FILE.
           IF WS-CREDS-STATUS <> "00"
               DISPLAY "ERROR: OPERATOR-CREDS NOT AVAILABLE, STATUS="
                       WS-CREDS-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ATTEST-FILE.
           IF WS-AT-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN ACCESS-ATTEST, STATUS="
                       WS-AT-STATUS
               CLOSE OPERATOR-CREDS-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REVIEW-RPT-FILE.
           PERFORM 110-LOAD-SESSION-HISTORY.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           MOVE WS-DEADLINE-DAYS TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION
               WS-BUSINESS-DATE WS-DEADLINE
               WS-DATE-DAYS WS-DATE-RESULT.
           MOVE WS-BUSINESS-DATE TO RH-ISSUE.
           MOVE WS-DEADLINE TO RH-DEADLINE.
           WRITE REVIEW-RPT-RECORD FROM WS-REVIEW-HDR.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-SUPERVISOR-ID
               ON ASCENDING KEY SD-OPERATOR-ID
               INPUT PROCEDURE IS 200-RELEASE-OPERATORS
               OUTPUT PROCEDURE IS 300-WRITE-ATTESTATIONS.
           MOVE SPACES TO REVIEW-RPT-RECORD.
           WRITE REVIEW-RPT-RECORD.
           MOVE "OPERATORS ISSUED FOR ATTESTATION" TO TL-TEXT.
           MOVE WS-ISSUED TO TL-COUNT.
           WRITE REVIEW-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ACCESS UNUSED FOR THE WINDOW (FLAGGED UNUSED)"
               TO TL-TEXT.
           MOVE WS-UNUSED-TOTAL TO TL-COUNT.
           WRITE REVIEW-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "NO ACTIVE SUPERVISOR - ADMINISTRATOR TO ATTEST"
               TO TL-TEXT.
           MOVE WS-NO-SUPV-TOTAL TO TL-COUNT.
           WRITE REVIEW-RPT-RECORD FROM WS-TOTAL-LINE.
           CLOSE OPERATOR-CREDS-FILE.
           CLOSE ATTEST-FILE.
           CLOSE REVIEW-RPT-FILE.
           DISPLAY "ACCESS RECERTIFICATION ISSUED FOR " WS-ISSUED
                   " OPERATORS, DEADLINE " WS-DEADLINE.
           IF WS-NO-SUPV-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    NO JOURNAL ON HAND LEAVES EVERY OPERATOR WITHOUT HISTORY,
      *    SO ALL OF THEM ARE FLAGGED UNUSED - THE SAFE SIDE.
       110-LOAD-SESSION-HISTORY.
           OPEN INPUT SESSION-JOURNAL.
           IF WS-SJ-STATUS <> "00"
               DISPLAY "SESSION-JOURNAL NOT AVAILABLE - NO SIGN-ON "
                       "HISTORY ON THE REVIEW."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SESSION-JOURNAL
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 120-TALLY-EVENT
               END-READ
           END-PERFORM.
           CLOSE SESSION-JOURNAL.

       120-TALLY-EVENT.
           IF SJ-EVENT <> "SIGNON" AND SJ-EVENT <> "SELECT"
               EXIT PARAGRAPH
           END-IF.
           MOVE SJ-OPERATOR-ID TO WS-SAVE-OPERATOR.
           PERFORM 130-FIND-OPERATOR.
           IF WS-OP-FOUND = "N"
               IF WS-OP-COUNT >= WS-OP-MAX
                   DISPLAY "OPERATOR TABLE FULL - HISTORY FOR "
                           SJ-OPERATOR-ID " NOT HELD"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OP-COUNT
               MOVE WS-OP-COUNT TO WS-OP-IDX
               MOVE SJ-OPERATOR-ID TO WS-OP-ID (WS-OP-IDX)
               MOVE 0 TO WS-OP-LAST-SIGNON (WS-OP-IDX)
               MOVE 0 TO WS-OP-FN-COUNT (WS-OP-IDX)
           END-IF.
           IF SJ-EVENT = "SIGNON"
               IF SJ-EVENT-DATE > WS-OP-LAST-SIGNON (WS-OP-IDX)
                   MOVE SJ-EVENT-DATE TO WS-OP-LAST-SIGNON (WS-OP-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM 140-FIND-FUNCTION.
           ADD 1 TO WS-FN-USES (WS-OP-IDX, WS-FN-IDX).
           IF SJ-EVENT-DATE > WS-FN-LAST (WS-OP-IDX, WS-FN-IDX)
               MOVE SJ-EVENT-DATE TO WS-FN-LAST (WS-OP-IDX, WS-FN-IDX)
           END-IF.

       130-FIND-OPERATOR.
           MOVE "N" TO WS-OP-FOUND.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-ID (WS-OP-IDX) = WS-SAVE-OPERATOR
                   MOVE "Y" TO WS-OP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       140-FIND-FUNCTION.
           MOVE "N" TO WS-FN-FOUND.
           PERFORM VARYING WS-FN-IDX FROM 1 BY 1
                   UNTIL WS-FN-IDX > WS-OP-FN-COUNT (WS-OP-IDX)
               IF WS-FN-NAME (WS-OP-IDX, WS-FN-IDX) = SJ-FUNCTION
                   MOVE "Y" TO WS-FN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FN-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-OP-FN-COUNT (WS-OP-IDX) >= WS-FN-MAX
               MOVE WS-FN-MAX TO WS-FN-IDX
               MOVE "(OTHER FUNCTIONS)" TO
                   WS-FN-NAME (WS-OP-IDX, WS-FN-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OP-FN-COUNT (WS-OP-IDX).
           MOVE WS-OP-FN-COUNT (WS-OP-IDX) TO WS-FN-IDX.
           MOVE SJ-FUNCTION TO WS-FN-NAME (WS-OP-IDX, WS-FN-IDX).
           MOVE 0 TO WS-FN-USES (WS-OP-IDX, WS-FN-IDX).
           MOVE 0 TO WS-FN-LAST (WS-OP-IDX, WS-FN-IDX).

      *    EVERY OPERATOR STILL HOLDING ACCESS - ACTIVE, LOCKED OR
      *    SUSPENDED - IS RECERTIFIED; DEACTIVATED ONES ARE NOT.
       200-RELEASE-OPERATORS.
           MOVE LOW-VALUES TO CRED-OPERATOR-ID.
           MOVE 0 TO WS-EOF.
           START OPERATOR-CREDS-FILE KEY IS >= CRED-OPERATOR-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ OPERATOR-CREDS-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF CRED-STATUS NOT = "D"
                           MOVE CRED-SUPERVISOR-ID TO SD-SUPERVISOR-ID
                           MOVE CRED-OPERATOR-ID TO SD-OPERATOR-ID
                           MOVE CRED-ROLE TO SD-ROLE
                           MOVE CRED-STATUS TO SD-STATUS
                           MOVE CRED-RECERT-DATE TO SD-RECERT-DATE
                           RELEASE SD-OPERATOR-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       300-WRITE-ATTESTATIONS.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 310-ISSUE-ONE-OPERATOR
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-GROUP = "N"
               PERFORM 330-END-SUPERVISOR
           END-IF.

       310-ISSUE-ONE-OPERATOR.
           IF WS-FIRST-GROUP = "Y"
              OR SD-SUPERVISOR-ID NOT = WS-CURRENT-SUPV
               IF WS-FIRST-GROUP = "N"
                   PERFORM 330-END-SUPERVISOR
               END-IF
               PERFORM 320-START-SUPERVISOR
           END-IF.
           MOVE SD-OPERATOR-ID TO WS-SAVE-OPERATOR.
           PERFORM 130-FIND-OPERATOR.
           MOVE 0 TO WS-LAST-SIGNON.
           IF WS-OP-FOUND = "Y"
               MOVE WS-OP-LAST-SIGNON (WS-OP-IDX) TO WS-LAST-SIGNON
           END-IF.
           MOVE SPACE TO WS-UNUSED-FLAG.
           IF WS-LAST-SIGNON = 0
               MOVE "U" TO WS-UNUSED-FLAG
           ELSE
               MOVE "DAYS" TO WS-DATE-FUNCTION
               CALL "dateserv" USING WS-DATE-FUNCTION
                   WS-LAST-SIGNON WS-BUSINESS-DATE
                   WS-DATE-DAYS WS-DATE-RESULT
               IF WS-DATE-RESULT NOT = "Y"
                  OR WS-DATE-DAYS >= WS-UNUSED-DAYS
                   MOVE "U" TO WS-UNUSED-FLAG
               END-IF
           END-IF.
           MOVE SPACES TO ACCESS-ATTEST-RECORD.
           MOVE SD-SUPERVISOR-ID TO AT-SUPERVISOR-ID.
           MOVE SD-OPERATOR-ID TO AT-OPERATOR-ID.
           MOVE SD-ROLE TO AT-ROLE.
           MOVE SD-STATUS TO AT-STATUS.
           MOVE WS-LAST-SIGNON TO AT-LAST-SIGNON.
           MOVE WS-UNUSED-FLAG TO AT-UNUSED-FLAG.
           MOVE WS-BUSINESS-DATE TO AT-ISSUE-DATE.
           MOVE WS-DEADLINE TO AT-DEADLINE.
           WRITE ACCESS-ATTEST-RECORD.
           ADD 1 TO WS-ISSUED.
           ADD 1 TO WS-SUPV-COUNT.
           IF WS-SUPV-OK = "N"
               ADD 1 TO WS-NO-SUPV-TOTAL
           END-IF.
           MOVE SD-OPERATOR-ID TO OL-OPERATOR.
           MOVE SD-ROLE TO OL-ROLE.
           MOVE SD-STATUS TO OL-STATUS.
           IF WS-LAST-SIGNON = 0
               MOVE "NEVER" TO OL-LAST-SIGNON
           ELSE
               MOVE WS-LAST-SIGNON TO OL-LAST-SIGNON
           END-IF.
           IF WS-UNUSED-FLAG = "U"
               MOVE "UNUSED" TO OL-FLAG
               ADD 1 TO WS-SUPV-UNUSED
               ADD 1 TO WS-UNUSED-TOTAL
           ELSE
               MOVE SPACES TO OL-FLAG
           END-IF.
           IF SD-RECERT-DATE = 0
               MOVE "NEVER" TO OL-RECERT
           ELSE
               MOVE SD-RECERT-DATE TO OL-RECERT
           END-IF.
           WRITE REVIEW-RPT-RECORD FROM WS-OP-LINE.
           IF WS-OP-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FN-IDX FROM 1 BY 1
                   UNTIL WS-FN-IDX > WS-OP-FN-COUNT (WS-OP-IDX)
               MOVE WS-FN-NAME (WS-OP-IDX, WS-FN-IDX) TO FL-FUNCTION
               MOVE WS-FN-USES (WS-OP-IDX, WS-FN-IDX) TO FL-USES
               MOVE WS-FN-LAST (WS-OP-IDX, WS-FN-IDX) TO FL-LAST
               WRITE REVIEW-RPT-RECORD FROM WS-FN-LINE
           END-PERFORM.

      *    A SUPERVISOR WHO IS NOT ON FILE, NOT ACTIVE OR MISSING
      *    CANNOT ATTEST; THE GROUP IS FLAGGED FOR AN ADMINISTRATOR.
       320-START-SUPERVISOR.
           MOVE "N" TO WS-FIRST-GROUP.
           MOVE SD-SUPERVISOR-ID TO WS-CURRENT-SUPV.
           MOVE 0 TO WS-SUPV-COUNT.
           MOVE 0 TO WS-SUPV-UNUSED.
           MOVE "Y" TO WS-SUPV-OK.
           MOVE SPACES TO SH-NOTE.
           IF WS-CURRENT-SUPV = SPACES
               MOVE "N" TO WS-SUPV-OK
               MOVE "(NONE) - ADMINISTRATOR TO ATTEST" TO SH-NOTE
           ELSE
               MOVE WS-CURRENT-SUPV TO CRED-OPERATOR-ID
               READ OPERATOR-CREDS-FILE
                   KEY IS CRED-OPERATOR-ID
                   INVALID KEY
                       MOVE "N" TO WS-SUPV-OK
                       MOVE "NOT ON FILE - ADMINISTRATOR TO ATTEST"
                           TO SH-NOTE
                   NOT INVALID KEY
                       IF CRED-STATUS NOT = "A"
                           MOVE "N" TO WS-SUPV-OK
                           MOVE "NOT ACTIVE - ADMINISTRATOR TO ATTEST"
                               TO SH-NOTE
                       END-IF
               END-READ
           END-IF.
           MOVE WS-CURRENT-SUPV TO SH-SUPV.
           MOVE SPACES TO REVIEW-RPT-RECORD.
           WRITE REVIEW-RPT-RECORD.
           WRITE REVIEW-RPT-RECORD FROM WS-SUPV-HDR.
           WRITE REVIEW-RPT-RECORD FROM WS-OP-COLS.

       330-END-SUPERVISOR.
           MOVE WS-SUPV-COUNT TO ST-COUNT.
           MOVE WS-SUPV-UNUSED TO ST-UNUSED.
           WRITE REVIEW-RPT-RECORD FROM WS-SUPV-TRL.

      *****************************************************************
      *    APPLY: ACT ON EACH MARKED LINE; SUSPEND THE UNMARKED ONES
      *    ONCE THEIR DEADLINE HAS PASSED.
      *****************************************************************
       500-APPLY-ATTESTATIONS.
           OPEN INPUT ATTEST-FILE.
           IF WS-AT-STATUS <> "00"
               DISPLAY "ERROR: ACCESS-ATTEST NOT AVAILABLE, STATUS="
                       WS-AT-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O OPERATOR-CREDS-FILE.
           IF WS-CREDS-STATUS <> "00"
               DISPLAY "ERROR: OPERATOR-CREDS NOT AVAILABLE, STATUS="
                       WS-CREDS-STATUS
               CLOSE ATTEST-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           IF WS-CL-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN CHANGE-LOG, STATUS="
                       WS-CL-STATUS " - NOTHING APPLIED"
               CLOSE ATTEST-FILE
               CLOSE OPERATOR-CREDS-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT OUTCOME-RPT-FILE.
           MOVE WS-BUSINESS-DATE TO OH-DATE.
           WRITE OUTCOME-RPT-RECORD FROM WS-OUTCOME-HDR.
           WRITE OUTCOME-RPT-RECORD FROM WS-OUTCOME-COLS.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ ATTEST-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AT-OPERATOR-ID NOT = SPACES
                           ADD 1 TO WS-LINES-READ
                           PERFORM 510-APPLY-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 800-WRITE-OUTCOME-TOTALS.
           CLOSE ATTEST-FILE.
           CLOSE OPERATOR-CREDS-FILE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE OUTCOME-RPT-FILE.
           DISPLAY "ACCESS RECERTIFICATION APPLIED: KEPT " WS-KEPT
                   " CHANGED " WS-CHANGED " REVOKED " WS-REVOKED
                   " SUSPENDED " WS-SUSPENDED
                   " AWAITING " WS-AWAITING.
           IF WS-AWAITING > 0 OR WS-INVALID > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       510-APPLY-ONE-LINE.
           MOVE AT-OPERATOR-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   MOVE "NOT ON FILE - NO ACTION" TO WS-OUTCOME
                   ADD 1 TO WS-NOT-ON-FILE
                   PERFORM 590-WRITE-OUTCOME
                   EXIT PARAGRAPH
           END-READ.
           IF CRED-STATUS = "D"
               MOVE "ALREADY DEACTIVATED" TO WS-OUTCOME
               ADD 1 TO WS-UNCHANGED
               PERFORM 590-WRITE-OUTCOME
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN AT-DECISION = "K"
                   PERFORM 520-KEEP-ACCESS
               WHEN AT-DECISION = "C"
                  AND (AT-NEW-ROLE = "A" OR AT-NEW-ROLE = "E"
                       OR AT-NEW-ROLE = "V" OR AT-NEW-ROLE = "G")
                   PERFORM 530-CHANGE-ROLE
               WHEN AT-DECISION = "R"
                   PERFORM 540-REVOKE-ACCESS
               WHEN AT-DECISION = SPACE
                   PERFORM 550-UNATTESTED
               WHEN OTHER
                   ADD 1 TO WS-INVALID
                   DISPLAY "INVALID MARK FOR OPERATOR " AT-OPERATOR-ID
                           ": " AT-DECISION " " AT-NEW-ROLE
                   PERFORM 550-UNATTESTED
           END-EVALUATE.
           PERFORM 590-WRITE-OUTCOME.

      *    A SECOND APPLY RUN FINDS THE RECERT DATE ALREADY STAMPED
      *    AND CHANGES NOTHING.
       520-KEEP-ACCESS.
           IF CRED-RECERT-DATE = AT-ISSUE-DATE AND CRED-STATUS NOT = "S"
               MOVE "KEPT (ALREADY APPLIED)" TO WS-OUTCOME
               ADD 1 TO WS-UNCHANGED
               EXIT PARAGRAPH
           END-IF.
           MOVE AT-ISSUE-DATE TO CRED-RECERT-DATE.
           MOVE "KEPT" TO WS-OUTCOME.
           IF CRED-STATUS = "S"
               MOVE "A" TO CRED-STATUS
               MOVE "KEPT - SUSPENSION LIFTED" TO WS-OUTCOME
           END-IF.
           MOVE "RECERT" TO WS-CL-ACTION.
           MOVE "ACCESS" TO WS-CL-FIELD-NAME.
           MOVE SPACES TO WS-CL-OLD-DISP.
           STRING "ROLE " CRED-ROLE DELIMITED BY SIZE
               INTO WS-CL-OLD-DISP
           END-STRING.
           MOVE "KEEP" TO WS-CL-NEW-DISP.
           PERFORM 600-REWRITE-AND-LOG.
           IF WS-OUTCOME (1:4) = "KEPT"
               ADD 1 TO WS-KEPT
           END-IF.

       530-CHANGE-ROLE.
           IF CRED-RECERT-DATE = AT-ISSUE-DATE
              AND CRED-ROLE = AT-NEW-ROLE AND CRED-STATUS NOT = "S"
               MOVE "CHANGED (ALREADY APPLIED)" TO WS-OUTCOME
               ADD 1 TO WS-UNCHANGED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CL-OLD-DISP.
           STRING "ROLE " CRED-ROLE DELIMITED BY SIZE
               INTO WS-CL-OLD-DISP
           END-STRING.
           MOVE SPACES TO WS-CL-NEW-DISP.
           STRING "ROLE " AT-NEW-ROLE DELIMITED BY SIZE
               INTO WS-CL-NEW-DISP
           END-STRING.
           MOVE AT-NEW-ROLE TO CRED-ROLE.
           MOVE AT-ISSUE-DATE TO CRED-RECERT-DATE.
           MOVE "ROLE CHANGED" TO WS-OUTCOME.
           IF CRED-STATUS = "S"
               MOVE "A" TO CRED-STATUS
               MOVE "ROLE CHANGED - SUSPENSION LIFTED" TO WS-OUTCOME
           END-IF.
           MOVE "RECERT" TO WS-CL-ACTION.
           MOVE "ROLE" TO WS-CL-FIELD-NAME.
           PERFORM 600-REWRITE-AND-LOG.
           IF WS-OUTCOME (1:4) = "ROLE"
               ADD 1 TO WS-CHANGED
           END-IF.

       540-REVOKE-ACCESS.
           MOVE CRED-STATUS TO WS-CL-OLD-DISP.
           MOVE "D" TO CRED-STATUS.
           MOVE "D (REVOKED)" TO WS-CL-NEW-DISP.
           MOVE "REVOKE" TO WS-CL-ACTION.
           MOVE "STATUS" TO WS-CL-FIELD-NAME.
           MOVE "REVOKED - DEACTIVATED" TO WS-OUTCOME.
           PERFORM 600-REWRITE-AND-LOG.
           IF WS-OUTCOME (1:7) = "REVOKED"
               ADD 1 TO WS-REVOKED
           END-IF.

       550-UNATTESTED.
           IF WS-BUSINESS-DATE NOT > AT-DEADLINE
               MOVE "AWAITING ATTESTATION" TO WS-OUTCOME
               ADD 1 TO WS-AWAITING
               EXIT PARAGRAPH
           END-IF.
           IF CRED-STATUS = "S"
               MOVE "ALREADY SUSPENDED" TO WS-OUTCOME
               ADD 1 TO WS-UNCHANGED
               EXIT PARAGRAPH
           END-IF.
           MOVE CRED-STATUS TO WS-CL-OLD-DISP.
           MOVE "S" TO CRED-STATUS.
           MOVE "S (NOT RECERTIFIED)" TO WS-CL-NEW-DISP.
           MOVE "SUSPEND" TO WS-CL-ACTION.
           MOVE "STATUS" TO WS-CL-FIELD-NAME.
           MOVE "SUSPENDED - NOT ATTESTED" TO WS-OUTCOME.
           PERFORM 600-REWRITE-AND-LOG.
           IF WS-OUTCOME (1:9) = "SUSPENDED"
               ADD 1 TO WS-SUSPENDED
           END-IF.

       590-WRITE-OUTCOME.
           MOVE AT-SUPERVISOR-ID TO OC-SUPV.
           MOVE AT-OPERATOR-ID TO OC-OPERATOR.
           MOVE AT-ROLE TO OC-ROLE.
           MOVE AT-DECISION TO OC-MARK.
           MOVE AT-NEW-ROLE TO OC-NEW-ROLE.
           MOVE WS-OUTCOME TO OC-OUTCOME.
           WRITE OUTCOME-RPT-RECORD FROM WS-OUTCOME-LINE.

      *    A FAILED REWRITE REPLACES THE OUTCOME SO THE COUNTS ABOVE
      *    DO NOT CLAIM IT.
       600-REWRITE-AND-LOG.
           REWRITE OPERATOR-CREDS-RECORD
               INVALID KEY
                   DISPLAY "UPDATE FAILED FOR " CRED-OPERATOR-ID
                           ", STATUS=" WS-CREDS-STATUS
                   MOVE "UPDATE FAILED - NO ACTION" TO WS-OUTCOME
                   ADD 1 TO WS-INVALID
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "OPERATOR"       TO CL-KEY-TYPE.
           MOVE CRED-OPERATOR-ID TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           MOVE WS-BUSINESS-DATE TO CL-CHANGE-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.

       800-WRITE-OUTCOME-TOTALS.
           MOVE SPACES TO OUTCOME-RPT-RECORD.
           WRITE OUTCOME-RPT-RECORD.
           MOVE "ATTESTATION LINES READ" TO TL-TEXT.
           MOVE WS-LINES-READ TO TL-COUNT.
           WRITE OUTCOME-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ACCESS KEPT" TO TL-TEXT.
           MOVE WS-KEPT TO TL-COUNT.
           WRITE OUTCOME-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ROLE CHANGED" TO TL-TEXT.
           MOVE WS-CHANGED TO TL-COUNT.
           WRITE OUTCOME-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "REVOKED (DEACTIVATED)" TO TL-TEXT.
           MOVE WS-REVOKED TO TL-COUNT.
           WRITE OUTCOME-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "SUSPENDED - NOT ATTESTED BY THE DEADLINE" TO TL-TEXT.
           MOVE WS-SUSPENDED TO TL-COUNT.
           WRITE OUTCOME-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "AWAITING ATTESTATION - DEADLINE NOT PASSED"
               TO TL-TEXT.
           MOVE WS-AWAITING TO TL-COUNT.
           WRITE OUTCOME-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "INVALID MARKS OR FAILED UPDATES" TO TL-TEXT.
           MOVE WS-INVALID TO TL-COUNT.
           WRITE OUTCOME-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "NO CHANGE NEEDED (APPLIED BEFORE OR DEACTIVATED)"
               TO TL-TEXT.
           MOVE WS-UNCHANGED TO TL-COUNT.
           WRITE OUTCOME-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "OPERATOR NO LONGER ON FILE" TO TL-TEXT.
           MOVE WS-NOT-ON-FILE TO TL-COUNT.
           WRITE OUTCOME-RPT-RECORD FROM WS-TOTAL-LINE.
