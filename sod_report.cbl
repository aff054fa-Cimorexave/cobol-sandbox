      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  sod_report.
      *****************************************************************
      *    NIGHTLY SEGREGATION-OF-DUTIES EXCEPTION REPORT:
      *      1. LISTS EVERY ATTEMPT sodcheck HAS REFUSED, FROM THE
      *         SOD-EXCEPTIONS LOG (sodexcp.cpy) - AN OPERATOR
      *         REACHING FOR THEIR OWN EMPLOYEE RECORD OR THEIR OWN
      *         MANAGER'S IN var-levels, bank_maint, benefit_maint,
      *         ts_approve OR approval_queue. ATTEMPTS ON THE
      *         BUSINESS DATE ARE MARKED "NEW".
      *      2. LISTS THE OPERATORS THE CHECK CANNOT PROTECT: ANY
      *         NOT DEACTIVATED WHOSE CREDENTIAL IS NOT LINKED TO AN
      *         EMPLOYEE (CRED-EMPLOYEE-ID ZERO), OR IS LINKED TO ONE
      *         NO LONGER ON EMPLOYEE-MASTER. LINK THEM IN
      *         cred_admin.
      *    READ-ONLY AND RERUNNABLE. RC 4 IF ANY ATTEMPT WAS MADE ON
      *    THE BUSINESS DATE; RC 8 IF THE REPORT CANNOT BE WRITTEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-EXCEPTION-FILE ASSIGN TO "SOD-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SX-STATUS.
           SELECT OPERATOR-CREDS-FILE ASSIGN TO "OPERATOR-CREDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-OPERATOR-ID
               FILE STATUS IS WS-CREDS-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SOD-RPT-FILE ASSIGN TO "SOD-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SOD-EXCEPTION-FILE.
           COPY "sodexcp.cpy".

       FD  OPERATOR-CREDS-FILE.
           COPY "opercred.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  SOD-RPT-FILE.
       01  SOD-RPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SX-STATUS        PIC XX.
       01 WS-CREDS-STATUS     PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).

       01 WS-ATTEMPT-COUNT    PIC 9(5) VALUE 0.
       01 WS-NEW-COUNT        PIC 9(5) VALUE 0.
       01 WS-SELF-COUNT       PIC 9(5) VALUE 0.
       01 WS-MANAGER-COUNT    PIC 9(5) VALUE 0.
       01 WS-UNLINKED-COUNT   PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT      PIC 9(5) VALUE 0.

       01 WS-RPT-HDR.
           05 FILLER          PIC X(40) VALUE
              "SEGREGATION OF DUTIES EXCEPTIONS  BUS. ".
           05 RH-DATE         PIC 9(8).
       01 WS-SECTION-HDR.
           05 SH-TEXT         PIC X(80).
       01 WS-ATTEMPT-COLS.
           05 FILLER          PIC X(40) VALUE
              "DATE     TIME   OPERATOR OWN EMP PROGRAM".
           05 FILLER          PIC X(40) VALUE
              "        ACTION   TARGET  REASON".
       01 WS-ATTEMPT-LINE.
           05 AL-DATE         PIC 9(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 AL-TIME         PIC 9(6).
           05 FILLER          PIC X     VALUE SPACE.
           05 AL-OPERATOR     PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 AL-OWN-EMP      PIC 9(7).
           05 FILLER          PIC X     VALUE SPACE.
           05 AL-PROGRAM      PIC X(14).
           05 FILLER          PIC X     VALUE SPACE.
           05 AL-ACTION       PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 AL-TARGET       PIC 9(7).
           05 FILLER          PIC X     VALUE SPACE.
           05 AL-REASON       PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 AL-NEW          PIC X(3).
       01 WS-LINK-COLS.
           05 FILLER          PIC X(40) VALUE
              "OPERATOR ROLE STAT EMPLOYEE NOTE".
       01 WS-LINK-LINE.
           05 LL-OPERATOR     PIC X(8).
           05 FILLER          PIC X     VALUE SPACE.
           05 LL-ROLE         PIC X.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 LL-STATUS       PIC X.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 LL-EMPLOYEE     PIC 9(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 LL-NOTE         PIC X(30).
       01 WS-TOTAL-LINE.
           05 TL-TEXT         PIC X(50).
           05 TL-COUNT        PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           OPEN OUTPUT SOD-RPT-FILE.
           IF WS-RPT-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN SOD-REPORT, STATUS="
                       WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE SOD-RPT-RECORD FROM WS-RPT-HDR.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-AVAILABLE
           ELSE
               DISPLAY "EMPLOYEE-MASTER NOT ON HAND - OPERATOR LINKS "
                       "NOT VALIDATED."
           END-IF.
           PERFORM 100-LIST-ATTEMPTS.
           PERFORM 200-LIST-UNPROTECTED.
           PERFORM 800-WRITE-TOTALS.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           CLOSE SOD-RPT-FILE.
           DISPLAY "SOD ATTEMPTS: " WS-ATTEMPT-COUNT
                   "  ON " WS-BUSINESS-DATE ": " WS-NEW-COUNT
                   "  UNLINKED OPERATORS: " WS-UNLINKED-COUNT.
           IF WS-NEW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *    1. EVERY REFUSED ATTEMPT, AS LOGGED.
      *****************************************************************
       100-LIST-ATTEMPTS.
           MOVE SPACES TO SH-TEXT.
           WRITE SOD-RPT-RECORD FROM WS-SECTION-HDR.
           MOVE "REFUSED ATTEMPTS ON OWN OR MANAGER'S RECORDS"
               TO SH-TEXT.
           WRITE SOD-RPT-RECORD FROM WS-SECTION-HDR.
           WRITE SOD-RPT-RECORD FROM WS-ATTEMPT-COLS.
           OPEN INPUT SOD-EXCEPTION-FILE.
           IF WS-SX-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ SOD-EXCEPTION-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 110-LIST-ONE-ATTEMPT
               END-READ
           END-PERFORM.
           CLOSE SOD-EXCEPTION-FILE.

       110-LIST-ONE-ATTEMPT.
           ADD 1 TO WS-ATTEMPT-COUNT.
           IF SX-REASON = "SELF"
               ADD 1 TO WS-SELF-COUNT
           ELSE
               ADD 1 TO WS-MANAGER-COUNT
           END-IF.
           MOVE SPACES TO AL-NEW.
           IF SX-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-NEW-COUNT
               MOVE "NEW" TO AL-NEW
           END-IF.
           MOVE SX-DATE TO AL-DATE.
           MOVE SX-TIME TO AL-TIME.
           MOVE SX-OPERATOR-ID TO AL-OPERATOR.
           MOVE SX-OWN-EMPLOYEE-ID TO AL-OWN-EMP.
           MOVE SX-PROGRAM TO AL-PROGRAM.
           MOVE SX-ACTION TO AL-ACTION.
           MOVE SX-TARGET-ID TO AL-TARGET.
           MOVE SX-REASON TO AL-REASON.
           WRITE SOD-RPT-RECORD FROM WS-ATTEMPT-LINE.

      *****************************************************************
      *    2. OPERATORS sodcheck LETS THROUGH UNCHECKED BECAUSE THERE
      *    IS NO (OR NO LIVE) EMPLOYEE RECORD BEHIND THEM.
      *****************************************************************
       200-LIST-UNPROTECTED.
           MOVE SPACES TO SH-TEXT.
           WRITE SOD-RPT-RECORD FROM WS-SECTION-HDR.
           MOVE "OPERATORS NOT LINKED TO AN EMPLOYEE RECORD" TO SH-TEXT.
           WRITE SOD-RPT-RECORD FROM WS-SECTION-HDR.
           WRITE SOD-RPT-RECORD FROM WS-LINK-COLS.
           OPEN INPUT OPERATOR-CREDS-FILE.
           IF WS-CREDS-STATUS <> "00"
               DISPLAY "OPERATOR-CREDS NOT ON HAND - OPERATOR LINKS "
                       "NOT LISTED."
               EXIT PARAGRAPH
           END-IF.
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
                           PERFORM 210-CHECK-ONE-LINK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-CREDS-FILE.

       210-CHECK-ONE-LINK.
           IF CRED-EMPLOYEE-ID IS NOT NUMERIC
               MOVE 0 TO CRED-EMPLOYEE-ID
           END-IF.
           IF CRED-EMPLOYEE-ID = 0
               ADD 1 TO WS-UNLINKED-COUNT
               MOVE "NOT LINKED" TO LL-NOTE
               PERFORM 700-WRITE-LINK-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE CRED-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   ADD 1 TO WS-STALE-COUNT
                   MOVE "EMPLOYEE NOT ON MASTER" TO LL-NOTE
                   PERFORM 700-WRITE-LINK-LINE
           END-READ.

       700-WRITE-LINK-LINE.
           MOVE CRED-OPERATOR-ID TO LL-OPERATOR.
           MOVE CRED-ROLE TO LL-ROLE.
           MOVE CRED-STATUS TO LL-STATUS.
           MOVE CRED-EMPLOYEE-ID TO LL-EMPLOYEE.
           WRITE SOD-RPT-RECORD FROM WS-LINK-LINE.

       800-WRITE-TOTALS.
           MOVE SPACES TO SOD-RPT-RECORD.
           WRITE SOD-RPT-RECORD.
           MOVE "REFUSED ATTEMPTS ON FILE" TO TL-TEXT.
           MOVE WS-ATTEMPT-COUNT TO TL-COUNT.
           WRITE SOD-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  ON THE OPERATOR'S OWN RECORD" TO TL-TEXT.
           MOVE WS-SELF-COUNT TO TL-COUNT.
           WRITE SOD-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  ON THE OPERATOR'S OWN MANAGER" TO TL-TEXT.
           MOVE WS-MANAGER-COUNT TO TL-COUNT.
           WRITE SOD-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "  MADE ON THE BUSINESS DATE" TO TL-TEXT.
           MOVE WS-NEW-COUNT TO TL-COUNT.
           WRITE SOD-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "OPERATORS NOT LINKED TO AN EMPLOYEE" TO TL-TEXT.
           MOVE WS-UNLINKED-COUNT TO TL-COUNT.
           WRITE SOD-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE "OPERATORS LINKED TO A MISSING EMPLOYEE" TO TL-TEXT.
           MOVE WS-STALE-COUNT TO TL-COUNT.
           WRITE SOD-RPT-RECORD FROM WS-TOTAL-LINE.
