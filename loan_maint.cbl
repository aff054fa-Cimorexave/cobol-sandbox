      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loan_maint.
      *****************************************************************
      *    EMPLOYEE LOAN AND SALARY ADVANCE MAINTENANCE. ADDS AND
      *    CHANGES STAFF LOANS AND ADVANCES (emploan.cpy), TOPS THEM
      *    UP, RECORDS REPAYMENTS HR TAKES OUTSIDE PAYROLL AND WRITES
      *    OFF WHAT WILL NOT BE COLLECTED. EVERY ACTION IS LOGGED TO
      *    THE SHARED CHANGE-LOG, THE SAME DISCIPLINE AS THE OTHER
      *    MASTERS, AND EVERY MOVEMENT ON A BALANCE IS JOURNALLED ON
      *    LOAN-ACTIVITY (loanact.cpy) FOR THE MONTHLY LOAN LEDGER.
      *    A NEW LOAN OPENS ACTIVE WITH ITS BALANCE AT THE PRINCIPAL;
      *    THE PAYROLL REGISTER TAKES THE INSTALLMENT EACH PERIOD AND
      *    MARKS THE LOAN PAID OFF AT ZERO. LOANS ARE NEVER DELETED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-LOAN ASSIGN TO "EMPLOYEE-LOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-KEY
               FILE STATUS IS WS-LN-STATUS.
           SELECT LOAN-ACTIVITY ASSIGN TO "LOAN-ACTIVITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LA-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-LOAN.
           COPY "emploan.cpy".

       FD  LOAN-ACTIVITY.
           COPY "loanact.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LN-STATUS        PIC XX.
       01 WS-LA-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-EMP-FOUND        PIC X.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-LIST-EMP-ID      PIC 9(7).
       01 WS-VALID            PIC X.
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-AMOUNT           PIC 9(7)V99.
       01 WS-OLD-DESCRIPTION  PIC X(20).
       01 WS-OLD-INSTALLMENT  PIC 9(7)V99.
       01 WS-OLD-START        PIC 9(8).
       01 WS-OLD-BALANCE      PIC S9(7)V99.
       01 WS-OLD-STATUS       PIC X.
       01 WS-EDIT-AMOUNT      PIC -(7)9.99.
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-LA-ACTIVITY      PIC X(3).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE EMPLOYEE-LOAN.
           CLOSE LOAN-ACTIVITY.
           CLOSE CHANGE-LOG-FILE.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O EMPLOYEE-LOAN.
           IF WS-LN-STATUS = "35"
              OPEN OUTPUT EMPLOYEE-LOAN
              CLOSE EMPLOYEE-LOAN
              OPEN I-O EMPLOYEE-LOAN
           END-IF.
           OPEN EXTEND LOAN-ACTIVITY.
           IF WS-LA-STATUS <> "00"
              OPEN OUTPUT LOAN-ACTIVITY
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
              MOVE "Y" TO WS-EMP-AVAILABLE
           ELSE
              DISPLAY "EMPLOYEE-MASTER NOT AVAILABLE - EMPLOYEE "
                      "IDS NOT VALIDATED THIS SESSION."
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "EMPLOYEE LOAN / ADVANCE MAINTENANCE".
           DISPLAY "1. ADD LOAN OR ADVANCE".
           DISPLAY "2. CHANGE REPAYMENT TERMS".
           DISPLAY "3. ADVANCE FURTHER AMOUNT".
           DISPLAY "4. RECORD REPAYMENT OUTSIDE PAYROLL".
           DISPLAY "5. WRITE OFF BALANCE".
           DISPLAY "6. INQUIRE LOAN".
           DISPLAY "7. LIST LOANS FOR EMPLOYEE".
           DISPLAY "8. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ADD-LOAN
               WHEN 2
                   PERFORM 0400-CHANGE-LOAN
               WHEN 3
                   PERFORM 0450-FURTHER-ADVANCE
               WHEN 4
                   PERFORM 0500-RECORD-REPAYMENT
               WHEN 5
                   PERFORM 0550-WRITE-OFF-LOAN
               WHEN 6
                   PERFORM 0600-INQUIRE-LOAN
               WHEN 7
                   PERFORM 0700-LIST-LOANS
               WHEN 8
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0250-ACCEPT-KEY.
           DISPLAY "EMPLOYEE ID (7 DIGITS): ".
           ACCEPT LN-EMPLOYEE-ID.
           DISPLAY "LOAN NUMBER (3 DIGITS): ".
           ACCEPT LN-LOAN-NUMBER.

       0260-READ-LOAN.
           MOVE "N" TO WS-VALID.
           READ EMPLOYEE-LOAN
               KEY IS LN-KEY
               INVALID KEY
                   DISPLAY "NO LOAN ON FILE FOR " LN-EMPLOYEE-ID
                           " NUMBER " LN-LOAN-NUMBER "."
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID
           END-READ.

       0300-ADD-LOAN.
           PERFORM 0250-ACCEPT-KEY.
           PERFORM 0800-VALIDATE-EMPLOYEE.
           IF WS-EMP-FOUND <> "Y"
               DISPLAY "EMPLOYEE " LN-EMPLOYEE-ID
                       " NOT ON EMPLOYEE-MASTER. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           IF LN-LOAN-NUMBER = 0
               DISPLAY "LOAN NUMBER REQUIRED. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           READ EMPLOYEE-LOAN
               KEY IS LN-KEY
               INVALID KEY
                   PERFORM 0310-ADD-NEW-LOAN
               NOT INVALID KEY
                   DISPLAY "LOAN " LN-LOAN-NUMBER " FOR EMPLOYEE "
                           LN-EMPLOYEE-ID " ALREADY ON FILE. "
                           "ADD REJECTED."
           END-READ.

       0310-ADD-NEW-LOAN.
           DISPLAY "TYPE (A=SALARY ADVANCE, L=STAFF LOAN): ".
           ACCEPT LN-LOAN-TYPE.
           DISPLAY "DESCRIPTION: ".
           ACCEPT LN-DESCRIPTION.
           DISPLAY "PRINCIPAL ADVANCED: ".
           ACCEPT LN-PRINCIPAL.
           DISPLAY "REPAYMENT PER PAY PERIOD: ".
           ACCEPT LN-INSTALLMENT.
           DISPLAY "FIRST PERIOD END TO REPAY (YYYYMMDD): ".
           ACCEPT LN-START-PERIOD.
           PERFORM 0850-EDIT-LOAN.
           IF LN-PRINCIPAL = 0
               DISPLAY "PRINCIPAL REQUIRED."
               MOVE "N" TO WS-VALID
           END-IF.
           IF WS-VALID <> "Y"
               DISPLAY "ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE LN-PRINCIPAL TO LN-BALANCE.
           MOVE 0 TO LN-REPAID-TOTAL.
           MOVE "A" TO LN-STATUS.
           MOVE WS-TODAY TO LN-ISSUE-DATE.
           MOVE 0 TO LN-CLOSE-DATE.
           MOVE 0 TO LN-LAST-PERIOD.
           MOVE 0 TO LN-LAST-AMOUNT.
           WRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-LN-STATUS
               NOT INVALID KEY
                   DISPLAY "LOAN " LN-LOAN-NUMBER " ADDED FOR "
                           LN-EMPLOYEE-ID " - ACTIVE."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "RECORD" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE "NEW RECORD" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-LOAN-CHANGE
                   MOVE "ADV" TO WS-LA-ACTIVITY
                   MOVE LN-PRINCIPAL TO WS-AMOUNT
                   PERFORM 0950-JOURNAL-ACTIVITY
           END-WRITE.

      *    THE TERMS ARE THE DESCRIPTION, THE INSTALLMENT AND THE
      *    FIRST PERIOD TO REPAY. THE BALANCE MOVES ONLY THROUGH AN
      *    ADVANCE, A REPAYMENT OR A WRITE-OFF.
       0400-CHANGE-LOAN.
           PERFORM 0250-ACCEPT-KEY.
           PERFORM 0260-READ-LOAN.
           IF WS-VALID <> "Y"
               EXIT PARAGRAPH
           END-IF.
           IF LN-STATUS NOT = "A"
               DISPLAY "LOAN IS NOT ACTIVE. CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-DESCRIPTION  TO WS-OLD-DESCRIPTION.
           MOVE LN-INSTALLMENT  TO WS-OLD-INSTALLMENT.
           MOVE LN-START-PERIOD TO WS-OLD-START.
           DISPLAY "DESCRIPTION [" LN-DESCRIPTION "]: ".
           ACCEPT LN-DESCRIPTION.
           DISPLAY "REPAYMENT PER PERIOD [" LN-INSTALLMENT "]: ".
           ACCEPT LN-INSTALLMENT.
           DISPLAY "FIRST PERIOD TO REPAY [" LN-START-PERIOD "]: ".
           ACCEPT LN-START-PERIOD.
           PERFORM 0850-EDIT-LOAN.
           IF WS-VALID <> "Y"
               DISPLAY "CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           REWRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-LN-STATUS
               NOT INVALID KEY
                   DISPLAY "LOAN " LN-LOAN-NUMBER " UPDATED."
                   PERFORM 0410-LOG-CHANGED-FIELDS
           END-REWRITE.

       0410-LOG-CHANGED-FIELDS.
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF LN-DESCRIPTION NOT = WS-OLD-DESCRIPTION
               MOVE "DESCRIPTION"      TO WS-CL-FIELD-NAME
               MOVE WS-OLD-DESCRIPTION TO WS-CL-OLD-DISP
               MOVE LN-DESCRIPTION     TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-LOAN-CHANGE
           END-IF.
           IF LN-INSTALLMENT NOT = WS-OLD-INSTALLMENT
               MOVE "INSTALLMENT" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-INSTALLMENT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-OLD-DISP
               MOVE LN-INSTALLMENT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-LOAN-CHANGE
           END-IF.
           IF LN-START-PERIOD NOT = WS-OLD-START
               MOVE "START-PERIOD"  TO WS-CL-FIELD-NAME
               MOVE WS-OLD-START    TO WS-CL-OLD-DISP
               MOVE LN-START-PERIOD TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-LOAN-CHANGE
           END-IF.

      *    A FURTHER ADVANCE ON AN OPEN LOAN ADDS TO THE PRINCIPAL
      *    AND THE BALANCE; A PAID-OFF LOAN IS NOT REOPENED - A NEW
      *    LOAN NUMBER IS USED INSTEAD.
       0450-FURTHER-ADVANCE.
           PERFORM 0250-ACCEPT-KEY.
           PERFORM 0260-READ-LOAN.
           IF WS-VALID <> "Y"
               EXIT PARAGRAPH
           END-IF.
           IF LN-STATUS NOT = "A"
               DISPLAY "LOAN IS NOT ACTIVE. ADVANCE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FURTHER AMOUNT ADVANCED: ".
           ACCEPT WS-AMOUNT.
           IF WS-AMOUNT = 0
               DISPLAY "AMOUNT REQUIRED. ADVANCE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-BALANCE TO WS-OLD-BALANCE.
           ADD WS-AMOUNT TO LN-PRINCIPAL.
           ADD WS-AMOUNT TO LN-BALANCE.
           REWRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "ADVANCE FAILED, STATUS=" WS-LN-STATUS
               NOT INVALID KEY
                   DISPLAY "LOAN " LN-LOAN-NUMBER " BALANCE NOW "
                           LN-BALANCE
                   MOVE "ADVANCE" TO WS-CL-ACTION
                   PERFORM 0920-LOG-BALANCE-CHANGE
                   MOVE "ADV" TO WS-LA-ACTIVITY
                   PERFORM 0950-JOURNAL-ACTIVITY
           END-REWRITE.

      *    A REPAYMENT HR TAKES DIRECTLY (CASH, CHEQUE, OR FROM A
      *    TERMINATED EMPLOYEE AFTER FINAL PAY) REDUCES THE BALANCE;
      *    AT ZERO THE LOAN IS PAID OFF.
       0500-RECORD-REPAYMENT.
           PERFORM 0250-ACCEPT-KEY.
           PERFORM 0260-READ-LOAN.
           IF WS-VALID <> "Y"
               EXIT PARAGRAPH
           END-IF.
           IF LN-STATUS NOT = "A" AND LN-STATUS NOT = "T"
               DISPLAY "LOAN IS CLOSED. REPAYMENT REJECTED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BALANCE: " LN-BALANCE.
           DISPLAY "AMOUNT REPAID: ".
           ACCEPT WS-AMOUNT.
           IF WS-AMOUNT = 0 OR WS-AMOUNT > LN-BALANCE
               DISPLAY "AMOUNT MUST BE ABOVE 0 AND NOT OVER THE "
                       "BALANCE. REPAYMENT REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-BALANCE TO WS-OLD-BALANCE.
           MOVE LN-STATUS TO WS-OLD-STATUS.
           SUBTRACT WS-AMOUNT FROM LN-BALANCE.
           ADD WS-AMOUNT TO LN-REPAID-TOTAL.
           IF LN-BALANCE = 0
               CALL "getdate" USING WS-TODAY WS-NOW
               MOVE "P" TO LN-STATUS
               MOVE WS-TODAY TO LN-CLOSE-DATE
           END-IF.
           REWRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "REPAYMENT FAILED, STATUS=" WS-LN-STATUS
               NOT INVALID KEY
                   DISPLAY "LOAN " LN-LOAN-NUMBER " BALANCE NOW "
                           LN-BALANCE
                   MOVE "REPAY" TO WS-CL-ACTION
                   PERFORM 0920-LOG-BALANCE-CHANGE
                   IF LN-STATUS NOT = WS-OLD-STATUS
                       PERFORM 0930-LOG-STATUS-CHANGE
                   END-IF
                   MOVE "ADJ" TO WS-LA-ACTIVITY
                   PERFORM 0950-JOURNAL-ACTIVITY
           END-REWRITE.

       0550-WRITE-OFF-LOAN.
           PERFORM 0250-ACCEPT-KEY.
           PERFORM 0260-READ-LOAN.
           IF WS-VALID <> "Y"
               EXIT PARAGRAPH
           END-IF.
           IF LN-STATUS NOT = "A" AND LN-STATUS NOT = "T"
               DISPLAY "LOAN IS ALREADY CLOSED."
               EXIT PARAGRAPH
           END-IF.
           MOVE LN-BALANCE TO WS-OLD-BALANCE.
           MOVE LN-STATUS TO WS-OLD-STATUS.
           MOVE LN-BALANCE TO WS-AMOUNT.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE 0 TO LN-BALANCE.
           MOVE "W" TO LN-STATUS.
           MOVE WS-TODAY TO LN-CLOSE-DATE.
           REWRITE EMPLOYEE-LOAN-RECORD
               INVALID KEY
                   DISPLAY "WRITE-OFF FAILED, STATUS=" WS-LN-STATUS
               NOT INVALID KEY
                   DISPLAY "LOAN " LN-LOAN-NUMBER " WRITTEN OFF."
                   MOVE "WRITEOFF" TO WS-CL-ACTION
                   PERFORM 0920-LOG-BALANCE-CHANGE
                   PERFORM 0930-LOG-STATUS-CHANGE
                   IF WS-AMOUNT > 0
                       MOVE "WOF" TO WS-LA-ACTIVITY
                       PERFORM 0950-JOURNAL-ACTIVITY
                   END-IF
           END-REWRITE.

       0600-INQUIRE-LOAN.
           PERFORM 0250-ACCEPT-KEY.
           PERFORM 0260-READ-LOAN.
           IF WS-VALID <> "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TYPE:         " LN-LOAN-TYPE " " LN-DESCRIPTION.
           DISPLAY "PRINCIPAL:    " LN-PRINCIPAL.
           DISPLAY "INSTALLMENT:  " LN-INSTALLMENT.
           DISPLAY "FIRST PERIOD: " LN-START-PERIOD.
           DISPLAY "BALANCE:      " LN-BALANCE.
           DISPLAY "REPAID:       " LN-REPAID-TOTAL.
           DISPLAY "STATUS:       " LN-STATUS.
           DISPLAY "ISSUED:       " LN-ISSUE-DATE.
           DISPLAY "CLOSED:       " LN-CLOSE-DATE.
           DISPLAY "LAST TAKEN:   " LN-LAST-PERIOD " " LN-LAST-AMOUNT.

       0700-LIST-LOANS.
           DISPLAY "EMPLOYEE ID TO LIST: ".
           ACCEPT WS-LIST-EMP-ID.
           MOVE WS-LIST-EMP-ID TO LN-EMPLOYEE-ID.
           MOVE 0 TO LN-LOAN-NUMBER.
           MOVE 0 TO WS-LIST-DONE.
           START EMPLOYEE-LOAN KEY IS >= LN-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ EMPLOYEE-LOAN NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF LN-EMPLOYEE-ID NOT = WS-LIST-EMP-ID
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           DISPLAY LN-LOAN-NUMBER " " LN-LOAN-TYPE
                                   " " LN-STATUS " "
                                   LN-DESCRIPTION
                                   " INST " LN-INSTALLMENT
                                   " BAL " LN-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       0800-VALIDATE-EMPLOYEE.
           IF WS-EMP-AVAILABLE <> "Y"
               MOVE "Y" TO WS-EMP-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE LN-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.

       0850-EDIT-LOAN.
           MOVE "Y" TO WS-VALID.
           IF LN-LOAN-TYPE NOT = "A" AND LN-LOAN-TYPE NOT = "L"
               DISPLAY "TYPE " LN-LOAN-TYPE " NOT VALID."
               MOVE "N" TO WS-VALID
           END-IF.
           IF LN-INSTALLMENT = 0
               DISPLAY "REPAYMENT PER PERIOD REQUIRED."
               MOVE "N" TO WS-VALID
           END-IF.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION
               LN-START-PERIOD WS-DATE-2 WS-DATE-DAYS
               WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "FIRST PERIOD " LN-START-PERIOD
                       " IS NOT A CALENDAR DATE."
               MOVE "N" TO WS-VALID
           END-IF.

       0900-LOG-LOAN-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "EMPLOAN"        TO CL-KEY-TYPE.
           STRING LN-EMPLOYEE-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LN-LOAN-NUMBER DELIMITED BY SIZE
                  INTO CL-KEY-VALUE
           END-STRING.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.

       0920-LOG-BALANCE-CHANGE.
           MOVE "BALANCE" TO WS-CL-FIELD-NAME.
           MOVE WS-OLD-BALANCE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-CL-OLD-DISP.
           MOVE LN-BALANCE TO WS-EDIT-AMOUNT.
           MOVE WS-EDIT-AMOUNT TO WS-CL-NEW-DISP.
           PERFORM 0900-LOG-LOAN-CHANGE.

       0930-LOG-STATUS-CHANGE.
           MOVE "STATUS" TO WS-CL-FIELD-NAME.
           MOVE WS-OLD-STATUS TO WS-CL-OLD-DISP.
           MOVE LN-STATUS TO WS-CL-NEW-DISP.
           PERFORM 0900-LOG-LOAN-CHANGE.

       0950-JOURNAL-ACTIVITY.
           MOVE LN-EMPLOYEE-ID TO LA-EMPLOYEE-ID.
           MOVE LN-LOAN-NUMBER TO LA-LOAN-NUMBER.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE WS-TODAY TO LA-DATE.
           MOVE WS-LA-ACTIVITY TO LA-ACTIVITY.
           MOVE WS-AMOUNT TO LA-AMOUNT.
           MOVE LN-BALANCE TO LA-BALANCE-AFTER.
           WRITE LOAN-ACTIVITY-RECORD.
