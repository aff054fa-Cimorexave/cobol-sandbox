      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  deleg_report.
      *****************************************************************
      *    NIGHTLY APPROVAL DELEGATION RUN (apprdlg.cpy):
      *      1. EXPIRES EVERY ACTIVE DELEGATION WHOSE LAST DAY IS
      *         BEFORE THE BUSINESS DATE - STATUS "E", CHANGE-LOGGED
      *         AS "EXPIRE" UNDER KEY TYPE "DELEGATION".
      *      2. LISTS THE DELEGATIONS STILL ACTIVE OR WAITING TO
      *         START, FLAGGING ANY WHOSE DELEGATE IS NO LONGER AN
      *         ACTIVE OPERATOR OR NO LONGER HOLDS THE DELEGATOR'S
      *         ROLE (OR ADMIN) - apprauth REFUSES THOSE AT THE TIME
      *         OF USE, SO THE APPROVER'S WORK WILL STALL.
      *      3. LISTS EVERY APPROVAL AND REJECTION MADE UNDER A
      *         DELEGATION FROM THE DELEGATED-APPROVALS LOG
      *         (dlgappr.cpy), WITH THE DELEGATE WHO SIGNED AND THE
      *         APPROVER THEY SIGNED FOR.
      *    RERUNNABLE: AN EXPIRED DELEGATION IS NOT EXPIRED TWICE.
      *    RC 4 IF ANY ACTIVE DELEGATION IS FLAGGED; RC 8 IF THE
      *    REPORT CANNOT BE WRITTEN.
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
           SELECT DELEGATED-LOG-FILE ASSIGN TO "DELEGATED-APPROVALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DA-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT DELEG-RPT-FILE ASSIGN TO "DELEG-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DELEGATION-FILE.
           COPY "apprdlg.cpy".

       FD  OPERATOR-CREDS-FILE.
           COPY "opercred.cpy".

       FD  DELEGATED-LOG-FILE.
           COPY "dlgappr.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       FD  DELEG-RPT-FILE.
       01  DELEG-RPT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AD-STATUS        PIC XX.
       01 WS-CREDS-STATUS     PIC XX.
       01 WS-DA-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-AD-AVAILABLE     PIC X VALUE "N".
       01 WS-CREDS-AVAILABLE  PIC X VALUE "N".
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-TIME-SCRATCH     PIC 9(8).
       01 WS-DELEGATOR-ROLE   PIC X.
       01 WS-FLAG-NOTE        PIC X(25).

       01 WS-EXPIRED-COUNT    PIC 9(5) VALUE 0.
       01 WS-ACTIVE-COUNT     PIC 9(5) VALUE 0.
       01 WS-FLAGGED-COUNT    PIC 9(5) VALUE 0.
       01 WS-APPROVED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(5) VALUE 0.

       01 WS-RPT-HDR.
           05 FILLER          PIC X(40) VALUE
              "APPROVAL DELEGATION REPORT   BUSINESS ".
           05 RH-DATE         PIC 9(8).
       01 WS-SECTION-HDR.
           05 SH-TEXT         PIC X(80).
       01 WS-DELEG-COLS.
           05 FILLER          PIC X(40) VALUE
              "APPROVER DELEGATE FIRST    LAST     SET ".
           05 FILLER          PIC X(40) VALUE
              "BY   NOTE".
       01 WS-DELEG-LINE.
           05 DL-DELEGATOR    PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 DL-DELEGATE     PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 DL-START        PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 DL-END          PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 DL-CREATED-BY   PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 DL-NOTE         PIC X(25).
       01 WS-DECISION-COLS.
           05 FILLER          PIC X(40) VALUE
              "DATE     PROGRAM        ITEM            ".
           05 FILLER          PIC X(40) VALUE
              "     DECISION DELEGATE FOR".
       01 WS-DECISION-LINE.
           05 DC-DATE         PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 DC-PROGRAM      PIC X(14).
           05 FILLER          PIC X     VALUE SPACE.
           05 DC-ITEM         PIC X(20).
           05 FILLER          PIC X     VALUE SPACE.
           05 DC-DECISION     PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 DC-DELEGATE     PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 DC-APPROVER     PIC X(8).
       01 WS-TOTAL-LINE.
           05 TL-TEXT         PIC X(50).
           05 TL-COUNT        PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           OPEN OUTPUT DELEG-RPT-FILE.
           IF WS-RPT-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN DELEG-REPORT, STATUS="
                       WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE DELEG-RPT-RECORD FROM WS-RPT-HDR.
           OPEN I-O DELEGATION-FILE.
           IF WS-AD-STATUS = "00"
               MOVE "Y" TO WS-AD-AVAILABLE
           ELSE
               DISPLAY "APPROVAL-DELEGATION NOT ON HAND - NO "
                       "DELEGATIONS TO EXPIRE OR LIST."
           END-IF.
           OPEN INPUT OPERATOR-CREDS-FILE.
           IF WS-CREDS-STATUS = "00"
               MOVE "Y" TO WS-CREDS-AVAILABLE
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           PERFORM 100-EXPIRE-DELEGATIONS.
           PERFORM 200-LIST-ACTIVE.
           PERFORM 300-LIST-DELEGATED-DECISIONS.
           PERFORM 800-WRITE-TOTALS.
           IF WS-AD-AVAILABLE = "Y"
               CLOSE DELEGATION-FILE
           END-IF.
           IF WS-CREDS-AVAILABLE = "Y"
               CLOSE OPERATOR-CREDS-FILE
           END-IF.
           CLOSE CHANGE-LOG-FILE.
           CLOSE DELEG-RPT-FILE.
           DISPLAY "DELEGATIONS EXPIRED: " WS-EXPIRED-COUNT
                   "  ACTIVE: " WS-ACTIVE-COUNT
                   "  FLAGGED: " WS-FLAGGED-COUNT.
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *    1. EXPIRY. THE LAST DAY ITSELF IS STILL COVERED, SO ONLY
      *    A DELEGATION ENDING BEFORE THE BUSINESS DATE EXPIRES.
      *****************************************************************
       100-EXPIRE-DELEGATIONS.
           MOVE SPACES TO SH-TEXT.
           WRITE DELEG-RPT-RECORD FROM WS-SECTION-HDR.
           MOVE "DELEGATIONS EXPIRED THIS RUN" TO SH-TEXT.
           WRITE DELEG-RPT-RECORD FROM WS-SECTION-HDR.
           WRITE DELEG-RPT-RECORD FROM WS-DELEG-COLS.
           IF WS-AD-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AD-KEY.
           MOVE 0 TO WS-EOF.
           START DELEGATION-FILE KEY IS >= AD-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ DELEGATION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AD-ACTIVE
                          AND AD-END-DATE < WS-BUSINESS-DATE
                           PERFORM 110-EXPIRE-ONE
                       END-IF
               END-READ
           END-PERFORM.

       110-EXPIRE-ONE.
           MOVE "E" TO AD-STATUS.
           REWRITE APPROVAL-DELEGATION-RECORD
               INVALID KEY
                   DISPLAY "DELEGATION REWRITE FAILED FOR "
                           AD-DELEGATOR-ID " " AD-START-DATE
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE SPACES TO DL-NOTE.
           PERFORM 700-WRITE-DELEG-LINE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "DELEGATION"     TO CL-KEY-TYPE.
           MOVE AD-DELEGATOR-ID  TO CL-KEY-VALUE.
           MOVE "EXPIRE"         TO CL-ACTION.
           MOVE "DELEGATE-ID"    TO CL-FIELD-NAME.
           STRING AD-START-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AD-END-DATE DELIMITED BY SIZE
                  INTO CL-OLD-VALUE
           END-STRING.
           MOVE AD-DELEGATE-ID   TO CL-NEW-VALUE.
           MOVE WS-BUSINESS-DATE TO CL-CHANGE-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.

      *****************************************************************
      *    2. WHAT IS STILL IN FORCE OR BOOKED, WITH THE DELEGATE'S
      *    STANDING CHECKED THE WAY apprauth WILL CHECK IT.
      *****************************************************************
       200-LIST-ACTIVE.
           MOVE SPACES TO SH-TEXT.
           WRITE DELEG-RPT-RECORD FROM WS-SECTION-HDR.
           MOVE "DELEGATIONS ACTIVE OR BOOKED" TO SH-TEXT.
           WRITE DELEG-RPT-RECORD FROM WS-SECTION-HDR.
           WRITE DELEG-RPT-RECORD FROM WS-DELEG-COLS.
           IF WS-AD-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO AD-KEY.
           MOVE 0 TO WS-EOF.
           START DELEGATION-FILE KEY IS >= AD-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ DELEGATION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AD-ACTIVE
                           PERFORM 210-LIST-ONE-ACTIVE
                       END-IF
               END-READ
           END-PERFORM.

       210-LIST-ONE-ACTIVE.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE SPACES TO WS-FLAG-NOTE.
           IF AD-START-DATE > WS-BUSINESS-DATE
               MOVE "BOOKED" TO WS-FLAG-NOTE
           END-IF.
           IF WS-CREDS-AVAILABLE = "Y"
               PERFORM 220-CHECK-DELEGATE-STANDING
           END-IF.
           MOVE WS-FLAG-NOTE TO DL-NOTE.
           PERFORM 700-WRITE-DELEG-LINE.

       220-CHECK-DELEGATE-STANDING.
           MOVE SPACE TO WS-DELEGATOR-ROLE.
           MOVE AD-DELEGATOR-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               NOT INVALID KEY
                   MOVE CRED-ROLE TO WS-DELEGATOR-ROLE
           END-READ.
           MOVE AD-DELEGATE-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   MOVE "** DELEGATE NOT ON FILE" TO WS-FLAG-NOTE
                   ADD 1 TO WS-FLAGGED-COUNT
                   EXIT PARAGRAPH
           END-READ.
           IF CRED-STATUS NOT = "A"
               MOVE "** DELEGATE NOT ACTIVE" TO WS-FLAG-NOTE
               ADD 1 TO WS-FLAGGED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF CRED-ROLE NOT = WS-DELEGATOR-ROLE
              AND CRED-ROLE NOT = "A"
               MOVE "** DELEGATE ROLE TOO LOW" TO WS-FLAG-NOTE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      *****************************************************************
      *    3. EVERY DECISION TAKEN UNDER A DELEGATION, AS LOGGED.
      *****************************************************************
       300-LIST-DELEGATED-DECISIONS.
           MOVE SPACES TO SH-TEXT.
           WRITE DELEG-RPT-RECORD FROM WS-SECTION-HDR.
           MOVE "DECISIONS MADE UNDER DELEGATION" TO SH-TEXT.
           WRITE DELEG-RPT-RECORD FROM WS-SECTION-HDR.
           WRITE DELEG-RPT-RECORD FROM WS-DECISION-COLS.
           OPEN INPUT DELEGATED-LOG-FILE.
           IF WS-DA-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ DELEGATED-LOG-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 310-LIST-ONE-DECISION
               END-READ
           END-PERFORM.
           CLOSE DELEGATED-LOG-FILE.

       310-LIST-ONE-DECISION.
           IF DA-DECISION = "APPROVE"
               ADD 1 TO WS-APPROVED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.
           MOVE DA-DATE TO DC-DATE.
           MOVE DA-PROGRAM TO DC-PROGRAM.
           MOVE DA-ITEM TO DC-ITEM.
           MOVE DA-DECISION TO DC-DECISION.
           MOVE DA-DELEGATE-ID TO DC-DELEGATE.
           MOVE DA-APPROVER-ID TO DC-APPROVER.
           WRITE DELEG-RPT-RECORD FROM WS-DECISION-LINE.

       700-WRITE-DELEG-LINE.
           MOVE AD-DELEGATOR-ID TO DL-DELEGATOR.
           MOVE AD-DELEGATE-ID TO DL-DELEGATE.
           MOVE AD-START-DATE TO DL-START.
           MOVE AD-END-DATE TO DL-END.
           MOVE AD-CREATED-BY TO DL-CREATED-BY.
           WRITE DELEG-RPT-RECORD FROM WS-DELEG-LINE.

       800-WRITE-TOTALS.
           MOVE SPACES TO DELEG-RPT-RECORD.
           WRITE DELEG-RPT-RECORD.
           MOVE "DELEGATIONS EXPIRED THIS RUN" TO TL-TEXT.
           MOVE WS-EXPIRED-COUNT TO TL-COUNT.
           WRITE DELEG-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DELEGATIONS ACTIVE OR BOOKED" TO TL-TEXT.
           MOVE WS-ACTIVE-COUNT TO TL-COUNT.
           WRITE DELEG-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  FLAGGED - DELEGATE CANNOT ACT" TO TL-TEXT.
           MOVE WS-FLAGGED-COUNT TO TL-COUNT.
           WRITE DELEG-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "APPROVALS MADE UNDER DELEGATION" TO TL-TEXT.
           MOVE WS-APPROVED-COUNT TO TL-COUNT.
           WRITE DELEG-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "REJECTIONS MADE UNDER DELEGATION" TO TL-TEXT.
           MOVE WS-REJECTED-COUNT TO TL-COUNT.
           WRITE DELEG-RPT-RECORD FROM WS-TOTAL-LINE.
