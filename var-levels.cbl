               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-OPERATOR-ID
               FILE STATUS IS WS-CREDS-STATUS.
           SELECT FINAL-PAY-DUE ASSIGN TO "FINAL-PAY-DUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-CREDS-FILE.
           COPY "opercred.cpy".

       FD  FINAL-PAY-DUE.
           COPY "fpdue.cpy".

       FD  GRADE-EXC-FILE.
       01  GRADE-EXC-RECORD.
           05 GE-EMPLOYEE-ID    PIC 9(7).
       01 WS-SH-STATUS        PIC XX.
       01 WS-TH-STATUS        PIC XX.
       01 WS-TA-STATUS        PIC XX.
       01 WS-FP-STATUS        PIC XX.
       01 WS-TERM-DATE        PIC 9(8).
       01 WS-TERM-TIME        PIC 9(6).
       01 WS-TH-ACTION        PIC X(4).
       01 WS-PA-STATUS        PIC XX.
       01 WS-MAKER-LIMIT      PIC S9(7)V99 VALUE 10000.00.
       01 WS-SALARY-DELTA     PIC S9(7)V99.
       01 WS-PERIOD-TIME      PIC 9(6).
           COPY "perclose.cpy".
       01 WS-MAKER-ID         PIC X(8).
       01 WS-MAKER-PIN        PIC X(4).
       01 WS-MAKER-OK         PIC X.
       01 WS-PAGE-SIZE        PIC 9(2) VALUE 15.
       01 WS-PAGE-COUNT       PIC 9(2) VALUE 0.
       01 WS-BROWSE-EOF       PIC X VALUE "N".
           COPY "sodcheck.cpy".
       LINKAGE SECTION.
       01 SIGNED-ON-ID        PIC X(8).
      ******************************************************************
       PROCEDURE DIVISION USING SIGNED-ON-ID.
           MOVE 0 TO WS-DONE.
           MOVE "SET " TO WS-LOCK-FUNCTION.
           CALL "lockctl" USING WS-LOCK-FUNCTION WS-JRNL-PROGRAM
           CLOSE SALARY-HISTORY.
           CLOSE TRANSFER-HISTORY.
           CLOSE TERM-ARCHIVE.
           CLOSE FINAL-PAY-DUE.
           IF WS-GRADE-AVAILABLE = "Y"
               CLOSE PAY-GRADE-FILE
           END-IF.
              CLOSE TERM-ARCHIVE
              OPEN I-O TERM-ARCHIVE
           END-IF.
           OPEN EXTEND FINAL-PAY-DUE.
           IF WS-FP-STATUS <> "00"
              OPEN OUTPUT FINAL-PAY-DUE
           END-IF.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PG-STATUS = "00"
              MOVE "Y" TO WS-GRADE-AVAILABLE
               INVALID KEY
                   DISPLAY "EMPLOYEE ID " EMPLOYEE-ID " NOT ON FILE."
               NOT INVALID KEY
                   MOVE "CHANGE" TO SOD-ACTION
                   PERFORM 0890-CHECK-SEGREGATION
                   IF SOD-RESULT = "Y"
                       PERFORM 0410-CHANGE-FIELDS
                   END-IF
           END-READ.

       0410-CHANGE-FIELDS.
               MOVE WS-OLD-SALARY TO SALARY
               EXIT PARAGRAPH
           END-IF.
           IF SALARY NOT = WS-OLD-SALARY
               PERFORM 0880-CHECK-PAY-PERIOD
           END-IF.
           IF SALARY NOT = WS-OLD-SALARY
               COMPUTE WS-SALARY-DELTA = SALARY - WS-OLD-SALARY
               IF WS-SALARY-DELTA < 0
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE ID " EMPLOYEE-ID " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           MOVE "DELETE" TO SOD-ACTION.
           PERFORM 0890-CHECK-SEGREGATION.
           IF SOD-RESULT = "Y"
               MOVE EMPLOYEE-RECORD TO WS-JRNL-BEFORE
               PERFORM 0510-ARCHIVE-TERMINATION
               DELETE EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "EMP0003" TO WS-MSG-ID
                       MOVE SPACES TO WS-MSG-EXTRA
                       STRING "STATUS=" DELIMITED BY SIZE
                              WS-EMP-STATUS DELIMITED BY SIZE
                              INTO WS-MSG-EXTRA
                       END-STRING
                       CALL "msgsrv" USING WS-MSG-ID
                           WS-MSG-EXTRA WS-MSG-SEVERITY
                   NOT INVALID KEY
                       DISPLAY "EMPLOYEE " EMPLOYEE-ID " DELETED."
                       MOVE "DELETE" TO WS-JRNL-ACTION
                       MOVE SPACES TO WS-JRNL-AFTER
                       CALL "empjrnl" USING WS-JRNL-ACTION
                           WS-JRNL-PROGRAM WS-JRNL-BEFORE
                           WS-JRNL-AFTER
                       PERFORM 0900-LOG-EMPLOYEE-DELETE
                       MOVE "TERM" TO WS-TH-ACTION
                       MOVE DEPARTMENT-CODE TO WS-TH-FROM-DEPT
                       MOVE SPACES TO WS-TH-TO-DEPT
                       PERFORM 0440-WRITE-TRANSFER-HISTORY
                       MOVE DEPARTMENT-CODE
                           TO WS-OLD-DEPARTMENT-CODE
                       PERFORM 0850-VACATE-OLD-DEPT
                       PERFORM 0520-QUEUE-FINAL-PAY
               END-DELETE
           END-IF.

      *****************************************************************
      *    THE FULL RECORD GOES TO THE TERMINATED-EMPLOYEE ARCHIVE
                   END-REWRITE
           END-WRITE.

      *    THE DELETE IS QUEUED FOR THE FINAL PAY RUN WITH THE
      *    SAME EFFECTIVE DATE THE ARCHIVE ENTRY CARRIES.
       0520-QUEUE-FINAL-PAY.
           MOVE SPACES TO FINAL-PAY-DUE-RECORD.
           MOVE EMPLOYEE-ID TO FP-EMPLOYEE-ID.
           MOVE WS-TERM-DATE TO FP-TERM-DATE.
           MOVE WS-TERM-DATE TO FP-QUEUED-DATE.
           WRITE FINAL-PAY-DUE-RECORD.

       0600-INQUIRE-EMPLOYEE.
           DISPLAY "EMPLOYEE ID TO INQUIRE: ".
           ACCEPT EMPLOYEE-ID.
                   END-WRITE
           END-WRITE.

      *****************************************************************
      *    A SALARY CHANGE TAKES EFFECT THE DAY IT IS KEYED, SO IT IS
      *    REFUSED WHILE THAT PAYROLL MONTH IS CLOSED (closectl). THE
      *    OTHER FIELDS ON THE SCREEN STILL APPLY.
      *****************************************************************
       0880-CHECK-PAY-PERIOD.
           MOVE "PAY" TO PCK-SUBSYSTEM.
           CALL "getdate" USING PCK-DATE WS-PERIOD-TIME.
           CALL "closectl" USING PERIOD-CLOSE-CHECK.
           IF PCK-RESULT = "N"
               DISPLAY "PAY PERIOD CLOSED - SALARY CHANGE REFUSED."
               MOVE WS-OLD-SALARY TO SALARY
           END-IF.

      *****************************************************************
      *    NOBODY MAINTAINS THEIR OWN EMPLOYEE RECORD OR THEIR OWN
      *    MANAGER'S. sodcheck DECIDES FROM THE SIGNED-ON OPERATOR'S
      *    LINKED EMPLOYEE RECORD AND LOGS EVERY REFUSAL FOR THE
      *    SEGREGATION-OF-DUTIES EXCEPTION REPORT.
      *****************************************************************
       0890-CHECK-SEGREGATION.
           MOVE SIGNED-ON-ID    TO SOD-OPERATOR-ID.
           MOVE EMPLOYEE-ID     TO SOD-EMPLOYEE-ID.
           MOVE WS-JRNL-PROGRAM TO SOD-PROGRAM.
           CALL "sodcheck" USING SOD-CHECK.
           IF SOD-RESULT NOT = "Y"
               DISPLAY "EMPLOYEE " EMPLOYEE-ID " - " SOD-DETAIL
                       ". NOT ALLOWED."
           END-IF.

       0900-LOG-EMPLOYEE-ADD.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "EMPLOYEE"       TO CL-KEY-TYPE.
