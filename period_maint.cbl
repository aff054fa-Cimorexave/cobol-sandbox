      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. period_maint.
      *****************************************************************
      *    ACCOUNTING PERIOD CLOSE. FINANCE CLOSES A MONTH FOR ONE
      *    SUBSYSTEM - PAYROLL, VOUCHERS OR THE LEDGER FEEDS - ONCE
      *    ITS NUMBERS HAVE BEEN REPORTED, ON ACCT-PERIODS
      *    (acctper.cpy). FROM THEN ON EVERY POSTING PROGRAM ASKS
      *    closectl BEFORE IT POSTS INTO THAT MONTH: THE GL EXTRACTS
      *    MOVE THE ENTRY INTO THE NEXT OPEN MONTH, THE OTHERS REFUSE
      *    IT. ANY SIGNED-ON OPERATOR CAN CLOSE A MONTH THAT HAS
      *    STARTED; A CLOSED MONTH CAN ONLY BE REOPENED BY AN
      *    ADMIN-ROLE OPERATOR RAISING A "PERREOPN" ITEM ON
      *    PENDING-APPROVALS, WHICH A SECOND ADMIN POSTS IN
      *    approval_queue. EVERY CLOSE IS LOGGED TO THE SHARED
      *    CHANGE-LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-CREDS-FILE ASSIGN TO "OPERATOR-CREDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-OPERATOR-ID
               FILE STATUS IS WS-CREDS-STATUS.
           SELECT ACCT-PERIODS ASSIGN TO "ACCT-PERIODS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-AP-STATUS.
           SELECT PENDING-APPROVALS ASSIGN TO "PENDING-APPROVALS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-REQUEST-KEY
               FILE STATUS IS WS-PA-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-CREDS-FILE.
           COPY "opercred.cpy".

       FD  ACCT-PERIODS.
           COPY "acctper.cpy".

       FD  PENDING-APPROVALS.
           COPY "pendappr.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CREDS-STATUS     PIC XX.
       01 WS-AP-STATUS        PIC XX.
       01 WS-PA-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-LIST-COUNT       PIC 9(5).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-PIN              PIC X(4).
       01 WS-OPERATOR-ROLE    PIC X.
       01 WS-SIGNED-ON        PIC X VALUE "N".
       01 WS-ENTRY-OK         PIC X.
       01 WS-ON-FILE          PIC X.
       01 WS-CONFIRM          PIC X.
       01 WS-TIME-SCRATCH     PIC 9(8).
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-BUSINESS-SPLIT REDEFINES WS-BUSINESS-DATE.
           05 WS-BUSINESS-MONTH   PIC 9(6).
           05 FILLER              PIC 9(2).
       01 WS-WANTED-SUBSYSTEM PIC X(3).
       01 WS-WANTED-PERIOD    PIC X(6).
       01 WS-WANTED-SPLIT REDEFINES WS-WANTED-PERIOD.
           05 WS-WANTED-YEAR      PIC 9(4).
           05 WS-WANTED-MONTH     PIC 9(2).
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           PERFORM 0100-SIGN-ON.
           IF WS-SIGNED-ON <> "Y"
               DISPLAY "SIGN-ON FAILED. ENDING."
               GOBACK
           END-IF.
           PERFORM 0150-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE ACCT-PERIODS.
           CLOSE PENDING-APPROVALS.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-SIGN-ON.
           OPEN INPUT OPERATOR-CREDS-FILE.
           IF WS-CREDS-STATUS <> "00"
               DISPLAY "OPERATOR-CREDS NOT AVAILABLE."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN WITH NO-ECHO.
           MOVE WS-OPERATOR-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRED-STATUS = "A" AND CRED-PIN = WS-PIN
                       MOVE "Y" TO WS-SIGNED-ON
                       MOVE CRED-ROLE TO WS-OPERATOR-ROLE
                   END-IF
           END-READ.
           CLOSE OPERATOR-CREDS-FILE.

       0150-OPEN-FILES.
           OPEN I-O ACCT-PERIODS.
           IF WS-AP-STATUS = "35"
              OPEN OUTPUT ACCT-PERIODS
              CLOSE ACCT-PERIODS
              OPEN I-O ACCT-PERIODS
           END-IF.
           OPEN I-O PENDING-APPROVALS.
           IF WS-PA-STATUS = "35"
              OPEN OUTPUT PENDING-APPROVALS
              CLOSE PENDING-APPROVALS
              OPEN I-O PENDING-APPROVALS
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "ACCOUNTING PERIOD CLOSE".
           DISPLAY "1. CLOSE A MONTH".
           DISPLAY "2. REQUEST A REOPEN (ADMIN)".
           DISPLAY "3. LIST CLOSED AND REOPENED MONTHS".
           DISPLAY "4. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-CLOSE-PERIOD
               WHEN 2
                   IF WS-OPERATOR-ROLE = "A"
                       PERFORM 0400-REQUEST-REOPEN
                   ELSE
                       DISPLAY "REOPENING IS RESTRICTED TO ADMIN-ROLE "
                               "OPERATORS."
                   END-IF
               WHEN 3
                   PERFORM 0500-LIST-PERIODS
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

      *    A MONTH THAT HAS NOT STARTED YET CANNOT BE CLOSED - THERE
      *    IS NOTHING IN IT TO REPORT.
       0300-CLOSE-PERIOD.
           PERFORM 0800-ACCEPT-PERIOD.
           IF WS-ENTRY-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           IF AP-PERIOD > WS-BUSINESS-MONTH
               DISPLAY "MONTH " AP-PERIOD " HAS NOT STARTED YET."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ON-FILE = "Y" AND AP-CLOSED
               DISPLAY AP-SUBSYSTEM " " AP-PERIOD
                       " IS ALREADY CLOSED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLOSE " AP-SUBSYSTEM " FOR " AP-PERIOD
                   "? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM <> "Y" AND WS-CONFIRM <> "y"
               DISPLAY "NOT CLOSED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO AP-STATUS.
           MOVE WS-BUSINESS-DATE TO AP-CLOSED-DATE.
           MOVE WS-OPERATOR-ID TO AP-CLOSED-BY.
           IF WS-ON-FILE = "Y"
               REWRITE ACCOUNTING-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "ACCT-PERIODS REWRITE FAILED, STATUS="
                               WS-AP-STATUS
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "OPEN" TO WS-CL-OLD-DISP
           ELSE
               MOVE 0 TO AP-REOPEN-DATE
               MOVE SPACES TO AP-REOPEN-MAKER
               MOVE SPACES TO AP-REOPEN-CHECKER
               WRITE ACCOUNTING-PERIOD-RECORD
                   INVALID KEY
                       DISPLAY "ACCT-PERIODS WRITE FAILED, STATUS="
                               WS-AP-STATUS
                       EXIT PARAGRAPH
               END-WRITE
               MOVE "NEVER CLOSED" TO WS-CL-OLD-DISP
           END-IF.
           MOVE "CLOSE" TO WS-CL-ACTION.
           MOVE "CLOSED" TO WS-CL-NEW-DISP.
           PERFORM 0900-LOG-CHANGE.
           DISPLAY AP-SUBSYSTEM " " AP-PERIOD " CLOSED.".

      *    THE REOPEN IS CAPTURED, NOT APPLIED - THE MONTH STAYS
      *    CLOSED UNTIL A SECOND ADMIN POSTS IT IN approval_queue.
       0400-REQUEST-REOPEN.
           PERFORM 0800-ACCEPT-PERIOD.
           IF WS-ENTRY-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ON-FILE <> "Y" OR NOT AP-CLOSED
               DISPLAY AP-SUBSYSTEM " " AP-PERIOD " IS NOT CLOSED."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PENDING-APPROVAL-RECORD.
           CALL "getdate" USING PA-REQUEST-DATE PA-REQUEST-TIME.
           MOVE 0 TO PA-REQUEST-SEQ.
           MOVE "PERREOPN" TO PA-ACTION-TYPE.
           MOVE AP-KEY TO PA-TARGET-KEY.
           MOVE "CLOSED" TO PA-OLD-VALUE.
           MOVE "OPEN" TO PA-NEW-VALUE.
           MOVE WS-OPERATOR-ID TO PA-MAKER-ID.
           MOVE "P" TO PA-STATUS.
           MOVE SPACES TO PA-CHECKER-ID.
           MOVE 0 TO PA-DECISION-DATE.
           PERFORM 0480-WRITE-PENDING-ITEM.
           DISPLAY "REOPEN REQUEST QUEUED FOR A SECOND OPERATOR.".

       0480-WRITE-PENDING-ITEM.
           WRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   ADD 1 TO PA-REQUEST-SEQ
                   WRITE PENDING-APPROVAL-RECORD
                       INVALID KEY
                           DISPLAY "PENDING-APPROVALS WRITE FAILED,"
                                   " STATUS=" WS-PA-STATUS
                   END-WRITE
           END-WRITE.

       0500-LIST-PERIODS.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO AP-KEY.
           MOVE 0 TO WS-LIST-DONE.
           START ACCT-PERIODS KEY IS >= AP-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ ACCT-PERIODS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM 0550-SHOW-PERIOD
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " MONTH(S) ON FILE; ANY OTHER MONTH "
                   "IS OPEN.".

       0550-SHOW-PERIOD.
           IF AP-CLOSED
               DISPLAY AP-SUBSYSTEM " " AP-PERIOD " CLOSED   "
                       AP-CLOSED-DATE " BY " AP-CLOSED-BY
           ELSE
               DISPLAY AP-SUBSYSTEM " " AP-PERIOD " REOPENED "
                       AP-REOPEN-DATE " BY " AP-REOPEN-MAKER
                       "/" AP-REOPEN-CHECKER
           END-IF.

      *    SUBSYSTEM AND MONTH FOR OPTIONS 1 AND 2. LEAVES THE
      *    RECORD READ (WS-ON-FILE "Y") OR THE KEY SET UP FOR A
      *    FIRST CLOSE.
       0800-ACCEPT-PERIOD.
           MOVE "N" TO WS-ENTRY-OK.
           MOVE "N" TO WS-ON-FILE.
           DISPLAY "SUBSYSTEM (PAY, VCH, GL): ".
           ACCEPT WS-WANTED-SUBSYSTEM.
           IF WS-WANTED-SUBSYSTEM <> "PAY"
              AND WS-WANTED-SUBSYSTEM <> "VCH"
              AND WS-WANTED-SUBSYSTEM <> "GL "
               DISPLAY "UNKNOWN SUBSYSTEM " WS-WANTED-SUBSYSTEM "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MONTH (YYYYMM): ".
           ACCEPT WS-WANTED-PERIOD.
           IF WS-WANTED-PERIOD IS NOT NUMERIC
               DISPLAY "MONTH MUST BE SIX DIGITS, YYYYMM."
               EXIT PARAGRAPH
           END-IF.
           IF WS-WANTED-MONTH < 1 OR WS-WANTED-MONTH > 12
               DISPLAY "MONTH MUST BE 01 TO 12."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ACCOUNTING-PERIOD-RECORD.
           MOVE WS-WANTED-SUBSYSTEM TO AP-SUBSYSTEM.
           MOVE WS-WANTED-PERIOD TO AP-PERIOD.
           READ ACCT-PERIODS
               KEY IS AP-KEY
               INVALID KEY
                   MOVE WS-WANTED-SUBSYSTEM TO AP-SUBSYSTEM
                   MOVE WS-WANTED-PERIOD TO AP-PERIOD
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE
           END-READ.
           MOVE "Y" TO WS-ENTRY-OK.

       0900-LOG-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "PERIOD"         TO CL-KEY-TYPE.
           MOVE AP-KEY           TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE "STATUS"         TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           MOVE WS-BUSINESS-DATE TO CL-CHANGE-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
