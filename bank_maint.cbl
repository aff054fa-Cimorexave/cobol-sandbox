      *    THE SAME DISCIPLINE AS THE OTHER MASTERS. A NEW ACCOUNT -
      *    AND ANY CHANGE TO ROUTING OR ACCOUNT NUMBER - STARTS IN
      *    PRENOTE STATUS "P" SO THE NEXT PAYMENT EXTRACT SENDS A
      *    ZERO-AMOUNT PRENOTE BEFORE REAL MONEY MOVES. THE
      *    OPERATOR SIGNS ON FIRST AND MAY NOT ADD, CHANGE OR REMOVE
      *    THEIR OWN ACCOUNT OR THEIR OWN MANAGER'S.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT OPERATOR-CREDS-FILE ASSIGN TO "OPERATOR-CREDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-OPERATOR-ID
               FILE STATUS IS WS-CREDS-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  OPERATOR-CREDS-FILE.
           COPY "opercred.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-CREDS-STATUS     PIC XX.
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-PIN              PIC X(4).
       01 WS-SIGNED-ON        PIC X VALUE "N".
           COPY "sodcheck.cpy".
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0050-SIGN-ON.
           IF WS-SIGNED-ON <> "Y"
               DISPLAY "SIGN-ON FAILED. ENDING."
               GOBACK
           END-IF.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE EMPLOYEE-BANK.
           END-IF.
           GOBACK.

      *    THE OPERATOR SIGNS ON HERE SO EVERY CHANGE CAN BE
      *    CHECKED AGAINST THEIR OWN EMPLOYEE RECORD (sodcheck).
       0050-SIGN-ON.
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
                   END-IF
           END-READ.
           CLOSE OPERATOR-CREDS-FILE.

       0100-OPEN-FILES.
           OPEN I-O EMPLOYEE-BANK.
           IF WS-EB-STATUS = "35"
                       " NOT ON EMPLOYEE-MASTER. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE EB-EMPLOYEE-ID TO SOD-EMPLOYEE-ID.
           MOVE "BANKADD" TO SOD-ACTION.
           PERFORM 0850-CHECK-SEGREGATION.
           IF SOD-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           READ EMPLOYEE-BANK
               KEY IS EB-EMPLOYEE-ID
               INVALID KEY
       0400-CHANGE-ACCOUNT.
           DISPLAY "EMPLOYEE ID TO CHANGE: ".
           ACCEPT EB-EMPLOYEE-ID.
           MOVE EB-EMPLOYEE-ID TO SOD-EMPLOYEE-ID.
           MOVE "BANKCHG" TO SOD-ACTION.
           PERFORM 0850-CHECK-SEGREGATION.
           IF SOD-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           READ EMPLOYEE-BANK
               KEY IS EB-EMPLOYEE-ID
               INVALID KEY
       0500-REMOVE-ACCOUNT.
           DISPLAY "EMPLOYEE ID TO REMOVE: ".
           ACCEPT EB-EMPLOYEE-ID.
           MOVE EB-EMPLOYEE-ID TO SOD-EMPLOYEE-ID.
           MOVE "BANKDEL" TO SOD-ACTION.
           PERFORM 0850-CHECK-SEGREGATION.
           IF SOD-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           READ EMPLOYEE-BANK
               KEY IS EB-EMPLOYEE-ID
               INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.

      *    NOBODY MAINTAINS THEIR OWN RECORDS OR THEIR OWN
      *    MANAGER'S; sodcheck LOGS EVERY REFUSAL.
       0850-CHECK-SEGREGATION.
           MOVE WS-OPERATOR-ID TO SOD-OPERATOR-ID.
           MOVE "bank_maint" TO SOD-PROGRAM.
           CALL "sodcheck" USING SOD-CHECK.
           IF SOD-RESULT NOT = "Y"
               DISPLAY "EMPLOYEE " SOD-EMPLOYEE-ID " - " SOD-DETAIL
                       ". NOT ALLOWED."
           END-IF.

       0900-LOG-BANK-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "EMPBANK"        TO CL-KEY-TYPE.
