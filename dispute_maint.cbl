      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dispute_maint.
      *****************************************************************
      *    REDEMPTION DISPUTE CASE MAINTENANCE. WHEN A CUSTOMER SAYS
      *    A REDEMPTION WAS NOT THEIRS, A CASE (dispcase.cpy) IS
      *    OPENED AGAINST THAT ONE REDEMPTION-HIST ENTRY INSTEAD OF
      *    VOIDING AND RE-KEYING THE VOUCHER, AND WORKED THROUGH:
      *      OPEN          - DUE DISPUTE-DUE-DAYS (30) AFTER OPENING
      *                      UNLESS A DATE IS KEYED; A PROVISIONAL
      *                      CREDIT OF THE DISPUTED AMOUNT MAY BE PUT
      *                      BACK ON THE VOUCHER STRAIGHT AWAY
      *      INVESTIGATING - THE DUE DATE MAY BE MOVED
      *      UPHELD        - THE CUSTOMER KEEPS THE CREDIT (GIVEN NOW
      *                      IF IT WAS NOT GIVEN ON OPENING); A STORE
      *                      AT FAULT IS CHARGED BACK ON ITS NEXT
      *                      merchant_settle RUN
      *      DENIED        - THE PROVISIONAL CREDIT IS TAKEN BACK, AS
      *                      FAR AS THE VOUCHER STILL HOLDS IT
      *    ONLY AN ACCEPTED REDEMPTION CAN BE DISPUTED, AND ONLY ONCE
      *    WHILE A CASE ON IT IS STILL OPEN. EVERY CREDIT AND REVERSAL
      *    IS RECORDED IN REDEMPTION-HIST (TYPE "D") AND AS A VOUCHER
      *    "DISPUTE" BALANCE CHANGE ON THE CHANGE-LOG, WHICH CARRIES
      *    IT INTO voucher_gl_extract; CASE ACTIONS ARE LOGGED UNDER
      *    KEY TYPE "DISPUTE". CREDITS ONLY GO ON AN ACTIVE VOUCHER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE ASSIGN TO "DISPUTE-CASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-CASE-NO
               FILE STATUS IS WS-DC-STATUS.
           SELECT VOUCHER-MASTER ASSIGN TO "VOUCHER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VOUCHER-CODE
               FILE STATUS IS WS-VM-STATUS.
           SELECT REDEMPTION-HISTORY ASSIGN TO "REDEMPTION-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-CASE.
           COPY "dispcase.cpy".

       FD  VOUCHER-MASTER.
           COPY "voucher.cpy".

       FD  REDEMPTION-HISTORY.
           COPY "redhist.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DC-STATUS        PIC XX.
       01 WS-VM-STATUS        PIC XX.
       01 WS-RH-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-TIME-SCRATCH     PIC 9(8).
       01 WS-WANTED-CASE      PIC 9(7).
       01 WS-CASE-FOUND       PIC X.
       01 WS-NEXT-CASE-NO     PIC 9(7).
       01 WS-ALREADY-OPEN     PIC X.
       01 WS-OPEN-CASE-NO     PIC 9(7).
       01 WS-WANTED-KEY.
           05 WS-WANTED-CODE    PIC X(6).
           05 WS-WANTED-DATE    PIC 9(8).
           05 WS-WANTED-TIME    PIC 9(6).
           05 WS-WANTED-SEQ     PIC 9(3).
       01 WS-ANSWER           PIC X.
       01 WS-DUE-DAYS         PIC 9(3) VALUE 30.
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-DATE-IN          PIC 9(8).
       01 WS-DATE-OK          PIC X.
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-ADJ-AMOUNT       PIC S9(3)V99.
       01 WS-ADJ-DONE         PIC X.
       01 WS-OLD-BALANCE      PIC S9(3)V99.
       01 WS-NEW-BALANCE      PIC S9(4)V99.
       01 WS-RH-WRITTEN       PIC X.
       01 WS-RH-TEXT          PIC X(17).
       01 WS-BAL-OLD-DISP     PIC -(3)9.99.
       01 WS-BAL-NEW-DISP     PIC -(3)9.99.
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-OLD-STATUS       PIC X.
       01 WS-OLD-DUE-DATE     PIC 9(8).
       01 WS-AMOUNT-DISP      PIC -(3)9.99.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           MOVE "DISPUTE-DUE-DAYS" TO WS-PARM-NAME.
           MOVE WS-DUE-DAYS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
              AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-DUE-DAYS
           END-IF.
           PERFORM 0100-OPEN-FILES.
           IF WS-DONE = 1
               GOBACK
           END-IF.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE DISPUTE-CASE.
           CLOSE VOUCHER-MASTER.
           CLOSE REDEMPTION-HISTORY.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O VOUCHER-MASTER.
           IF WS-VM-STATUS <> "00"
               DISPLAY "NO VOUCHER MASTER FILE AVAILABLE."
               MOVE 1 TO WS-DONE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O REDEMPTION-HISTORY.
           IF WS-RH-STATUS <> "00"
               DISPLAY "NO REDEMPTION HISTORY FILE AVAILABLE."
               CLOSE VOUCHER-MASTER
               MOVE 1 TO WS-DONE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O DISPUTE-CASE.
           IF WS-DC-STATUS = "35"
               OPEN OUTPUT DISPUTE-CASE
               CLOSE DISPUTE-CASE
               OPEN I-O DISPUTE-CASE
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "REDEMPTION DISPUTE CASES".
           DISPLAY "1. OPEN CASE".
           DISPLAY "2. INVESTIGATE CASE".
           DISPLAY "3. UPHOLD CASE".
           DISPLAY "4. DENY CASE".
           DISPLAY "5. INQUIRE CASE".
           DISPLAY "6. LIST OPEN CASES".
           DISPLAY "7. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-OPEN-CASE
               WHEN 2
                   PERFORM 0400-INVESTIGATE-CASE
               WHEN 3
                   PERFORM 0500-UPHOLD-CASE
               WHEN 4
                   PERFORM 0600-DENY-CASE
               WHEN 5
                   PERFORM 0650-INQUIRE-CASE
               WHEN 6
                   PERFORM 0700-LIST-OPEN-CASES
               WHEN 7
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

      *    THE DISPUTED ENTRY IS NAMED BY ITS FULL HISTORY KEY, AS
      *    voucher_inquiry LISTS IT.
       0300-OPEN-CASE.
           DISPLAY "VOUCHER CODE: ".
           ACCEPT WS-WANTED-CODE.
           DISPLAY "REDEMPTION DATE (YYYYMMDD): ".
           ACCEPT WS-WANTED-DATE.
           DISPLAY "REDEMPTION TIME (HHMMSS): ".
           ACCEPT WS-WANTED-TIME.
           DISPLAY "REDEMPTION SEQUENCE (0 IF NONE SHOWN): ".
           ACCEPT WS-WANTED-SEQ.
           MOVE WS-WANTED-KEY TO RH-KEY.
           READ REDEMPTION-HISTORY
               KEY IS RH-KEY
               INVALID KEY
                   DISPLAY "NO REDEMPTION-HIST ENTRY FOR THAT KEY. "
                           "CASE NOT OPENED."
                   EXIT PARAGRAPH
           END-READ.
           IF RH-RESULT NOT = "REDEEMED"
               DISPLAY "THAT ENTRY IS NOT AN ACCEPTED REDEMPTION ("
                       RH-RESULT "). CASE NOT OPENED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WANTED-CODE TO VM-VOUCHER-CODE.
           READ VOUCHER-MASTER
               KEY IS VM-VOUCHER-CODE
               INVALID KEY
                   DISPLAY "VOUCHER " WS-WANTED-CODE
                           " NOT ON FILE. CASE NOT OPENED."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0320-SCAN-CASES.
           IF WS-ALREADY-OPEN = "Y"
               DISPLAY "CASE " WS-OPEN-CASE-NO " IS ALREADY OPEN ON "
                       "THAT REDEMPTION. CASE NOT OPENED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0330-BUILD-NEW-CASE.
           IF WS-DATE-OK = "N"
               DISPLAY "INVALID DUE DATE. CASE NOT OPENED."
               EXIT PARAGRAPH
           END-IF.
           WRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY "CASE WRITE FAILED, STATUS=" WS-DC-STATUS
                   EXIT PARAGRAPH
           END-WRITE.
           DISPLAY "CASE " DC-CASE-NO " OPENED, DUE " DC-DUE-DATE ".".
           MOVE "OPEN" TO WS-CL-ACTION.
           MOVE "RECORD" TO WS-CL-FIELD-NAME.
           MOVE SPACES TO WS-CL-OLD-DISP.
           MOVE SPACES TO WS-CL-NEW-DISP.
           STRING DC-VOUCHER-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DC-TRANS-DATE DELIMITED BY SIZE
                  INTO WS-CL-NEW-DISP
           END-STRING.
           PERFORM 0900-LOG-CASE-CHANGE.
           DISPLAY "GIVE PROVISIONAL CREDIT OF " RH-AMOUNT " (Y/N): ".
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
               PERFORM 0550-GIVE-CREDIT
           END-IF.

      *    ONE PASS OVER THE CASES FINDS BOTH THE NEXT CASE NUMBER
      *    AND ANY CASE STILL OPEN ON THE SAME REDEMPTION.
       0320-SCAN-CASES.
           MOVE 0 TO WS-NEXT-CASE-NO.
           MOVE "N" TO WS-ALREADY-OPEN.
           MOVE 0 TO WS-LIST-DONE.
           MOVE 0 TO DC-CASE-NO.
           START DISPUTE-CASE KEY IS >= DC-CASE-NO
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ DISPUTE-CASE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       MOVE DC-CASE-NO TO WS-NEXT-CASE-NO
                       IF DC-RH-KEY = WS-WANTED-KEY
                          AND (DC-STATUS = "O" OR DC-STATUS = "I")
                           MOVE "Y" TO WS-ALREADY-OPEN
                           MOVE DC-CASE-NO TO WS-OPEN-CASE-NO
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-CASE-NO.

       0330-BUILD-NEW-CASE.
           MOVE SPACES TO DISPUTE-CASE-RECORD.
           MOVE WS-NEXT-CASE-NO TO DC-CASE-NO.
           MOVE WS-WANTED-KEY TO DC-RH-KEY.
           MOVE RH-STORE-CODE TO DC-STORE-CODE.
           MOVE VM-CUSTOMER-ID TO DC-CUSTOMER-ID.
           MOVE RH-AMOUNT TO DC-DISPUTED-AMOUNT.
           DISPLAY "CUSTOMER'S REASON: ".
           ACCEPT DC-REASON.
           MOVE "O" TO DC-STATUS.
           MOVE WS-BUSINESS-DATE TO DC-OPEN-DATE.
           DISPLAY "DUE DATE (YYYYMMDD, 0 = " WS-DUE-DAYS " DAYS): ".
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = 0
               MOVE "ADDD" TO WS-DATE-FUNCTION
               MOVE WS-DUE-DAYS TO WS-DATE-DAYS
               CALL "dateserv" USING WS-DATE-FUNCTION
                   WS-BUSINESS-DATE WS-DATE-IN WS-DATE-DAYS
                   WS-DATE-RESULT
           END-IF.
           PERFORM 0800-CHECK-DATE.
           IF WS-DATE-IN < WS-BUSINESS-DATE
               MOVE "N" TO WS-DATE-OK
           END-IF.
           MOVE WS-DATE-IN TO DC-DUE-DATE.
           MOVE 0 TO DC-CLOSE-DATE.
           MOVE 0 TO DC-CREDIT-AMOUNT.
           MOVE 0 TO DC-CREDIT-DATE.
           MOVE 0 TO DC-REVERSED-AMOUNT.
           MOVE SPACE TO DC-FAULT.
           MOVE SPACE TO DC-CHARGE-STATUS.
           MOVE 0 TO DC-CHARGE-DATE.

       0400-INVESTIGATE-CASE.
           PERFORM 0750-READ-CASE.
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF DC-STATUS NOT = "O" AND DC-STATUS NOT = "I"
               DISPLAY "CASE " DC-CASE-NO " IS CLOSED (STATUS "
                       DC-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE DC-STATUS TO WS-OLD-STATUS.
           MOVE DC-DUE-DATE TO WS-OLD-DUE-DATE.
           DISPLAY "DUE DATE [" DC-DUE-DATE "] (0 = UNCHANGED): ".
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = 0
               MOVE DC-DUE-DATE TO WS-DATE-IN
           END-IF.
           PERFORM 0800-CHECK-DATE.
           IF WS-DATE-OK = "N" OR WS-DATE-IN < DC-OPEN-DATE
               DISPLAY "INVALID DUE DATE. CASE NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-IN TO DC-DUE-DATE.
           MOVE "I" TO DC-STATUS.
           REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY "CASE REWRITE FAILED, STATUS="
                           WS-DC-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           DISPLAY "CASE " DC-CASE-NO " UNDER INVESTIGATION, DUE "
                   DC-DUE-DATE ".".
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF DC-STATUS NOT = WS-OLD-STATUS
               MOVE "STATUS" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-STATUS TO WS-CL-OLD-DISP
               MOVE DC-STATUS TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CASE-CHANGE
           END-IF.
           IF DC-DUE-DATE NOT = WS-OLD-DUE-DATE
               MOVE "DUE-DATE" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-DUE-DATE TO WS-CL-OLD-DISP
               MOVE DC-DUE-DATE TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CASE-CHANGE
           END-IF.

      *    AN UPHELD CASE LEAVES THE CUSTOMER WHOLE. WHEN THE STORE
      *    TOOK THE TENDER IN ERROR THE CREDIT IS CHARGED BACK TO IT.
       0500-UPHOLD-CASE.
           PERFORM 0750-READ-CASE.
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF DC-STATUS NOT = "O" AND DC-STATUS NOT = "I"
               DISPLAY "CASE " DC-CASE-NO " IS CLOSED (STATUS "
                       DC-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FAULT - S = STORE ERROR, O = OTHER: ".
           ACCEPT DC-FAULT.
           IF DC-FAULT = "s"
               MOVE "S" TO DC-FAULT
           END-IF.
           IF DC-FAULT = "o"
               MOVE "O" TO DC-FAULT
           END-IF.
           IF DC-FAULT NOT = "S" AND DC-FAULT NOT = "O"
               DISPLAY "FAULT MUST BE S OR O. CASE NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           IF DC-FAULT = "S" AND DC-STORE-CODE = SPACES
               DISPLAY "THE REDEMPTION CARRIES NO STORE - NOTHING "
                       "CAN BE CHARGED BACK. CASE NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           MOVE DC-STATUS TO WS-OLD-STATUS.
           MOVE "U" TO DC-STATUS.
           MOVE WS-BUSINESS-DATE TO DC-CLOSE-DATE.
           IF DC-FAULT = "S"
               MOVE "P" TO DC-CHARGE-STATUS
           END-IF.
           REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY "CASE REWRITE FAILED, STATUS="
                           WS-DC-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           DISPLAY "CASE " DC-CASE-NO " UPHELD.".
           MOVE "UPHOLD" TO WS-CL-ACTION.
           MOVE "STATUS" TO WS-CL-FIELD-NAME.
           MOVE WS-OLD-STATUS TO WS-CL-OLD-DISP.
           MOVE DC-STATUS TO WS-CL-NEW-DISP.
           PERFORM 0900-LOG-CASE-CHANGE.
           MOVE "FAULT" TO WS-CL-FIELD-NAME.
           MOVE SPACES TO WS-CL-OLD-DISP.
           MOVE DC-FAULT TO WS-CL-NEW-DISP.
           PERFORM 0900-LOG-CASE-CHANGE.
           IF DC-FAULT = "S"
               DISPLAY "STORE " DC-STORE-CODE " WILL BE CHARGED "
                       DC-DISPUTED-AMOUNT " ON ITS NEXT SETTLEMENT."
           END-IF.
           IF DC-CREDIT-AMOUNT = 0
               PERFORM 0550-GIVE-CREDIT
           END-IF.

      *    THE CREDIT IS THE DISPUTED AMOUNT, PUT BACK ON THE VOUCHER
      *    THE CASE IS OPEN AGAINST. THE CASE RECORD IS CURRENT WHEN
      *    THIS IS PERFORMED.
       0550-GIVE-CREDIT.
           MOVE DC-DISPUTED-AMOUNT TO WS-ADJ-AMOUNT.
           PERFORM 0810-CREDIT-VOUCHER.
           IF WS-ADJ-DONE = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ADJ-AMOUNT TO DC-CREDIT-AMOUNT.
           MOVE WS-BUSINESS-DATE TO DC-CREDIT-DATE.
           REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY "CASE REWRITE FAILED, STATUS="
                           WS-DC-STATUS
           END-REWRITE.
           MOVE "CREDIT" TO WS-CL-ACTION.
           MOVE "CREDIT-AMOUNT" TO WS-CL-FIELD-NAME.
           MOVE SPACES TO WS-CL-OLD-DISP.
           MOVE WS-ADJ-AMOUNT TO WS-AMOUNT-DISP.
           MOVE WS-AMOUNT-DISP TO WS-CL-NEW-DISP.
           PERFORM 0900-LOG-CASE-CHANGE.

      *    A DENIAL TAKES BACK WHAT WAS CREDITED, BUT NO MORE THAN THE
      *    VOUCHER STILL HOLDS; ANY SHORTFALL IS REPORTED FOR FOLLOW-UP.
       0600-DENY-CASE.
           PERFORM 0750-READ-CASE.
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF DC-STATUS NOT = "O" AND DC-STATUS NOT = "I"
               DISPLAY "CASE " DC-CASE-NO " IS CLOSED (STATUS "
                       DC-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE DC-STATUS TO WS-OLD-STATUS.
           MOVE 0 TO DC-REVERSED-AMOUNT.
           IF DC-CREDIT-AMOUNT > 0
               MOVE DC-CREDIT-AMOUNT TO WS-ADJ-AMOUNT
               PERFORM 0820-DEBIT-VOUCHER
               IF WS-ADJ-DONE = "Y"
                   MOVE WS-ADJ-AMOUNT TO DC-REVERSED-AMOUNT
               END-IF
           END-IF.
           MOVE "D" TO DC-STATUS.
           MOVE WS-BUSINESS-DATE TO DC-CLOSE-DATE.
           REWRITE DISPUTE-CASE-RECORD
               INVALID KEY
                   DISPLAY "CASE REWRITE FAILED, STATUS="
                           WS-DC-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           DISPLAY "CASE " DC-CASE-NO " DENIED.".
           IF DC-REVERSED-AMOUNT < DC-CREDIT-AMOUNT
               DISPLAY "ONLY " DC-REVERSED-AMOUNT " OF THE "
                       DC-CREDIT-AMOUNT " CREDIT COULD BE TAKEN BACK."
           END-IF.
           MOVE "DENY" TO WS-CL-ACTION.
           MOVE "STATUS" TO WS-CL-FIELD-NAME.
           MOVE WS-OLD-STATUS TO WS-CL-OLD-DISP.
           MOVE DC-STATUS TO WS-CL-NEW-DISP.
           PERFORM 0900-LOG-CASE-CHANGE.
           IF DC-REVERSED-AMOUNT > 0
               MOVE "REVERSED-AMOUNT" TO WS-CL-FIELD-NAME
               MOVE SPACES TO WS-CL-OLD-DISP
               MOVE DC-REVERSED-AMOUNT TO WS-AMOUNT-DISP
               MOVE WS-AMOUNT-DISP TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CASE-CHANGE
           END-IF.

       0650-INQUIRE-CASE.
           PERFORM 0750-READ-CASE.
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VOUCHER:    " DC-VOUCHER-CODE "  REDEEMED "
                   DC-TRANS-DATE " " DC-TRANS-TIME " " DC-TRANS-SEQ.
           DISPLAY "STORE:      " DC-STORE-CODE.
           DISPLAY "CUSTOMER:   " DC-CUSTOMER-ID.
           DISPLAY "DISPUTED:   " DC-DISPUTED-AMOUNT.
           DISPLAY "REASON:     " DC-REASON.
           DISPLAY "STATUS:     " DC-STATUS.
           DISPLAY "OPENED:     " DC-OPEN-DATE "  DUE " DC-DUE-DATE.
           DISPLAY "CLOSED:     " DC-CLOSE-DATE.
           DISPLAY "CREDITED:   " DC-CREDIT-AMOUNT " ON "
                   DC-CREDIT-DATE.
           DISPLAY "REVERSED:   " DC-REVERSED-AMOUNT.
           DISPLAY "FAULT:      " DC-FAULT.
           DISPLAY "CHARGE:     " DC-CHARGE-STATUS " "
                   DC-CHARGE-DATE.

       0700-LIST-OPEN-CASES.
           MOVE 0 TO DC-CASE-NO.
           MOVE 0 TO WS-LIST-DONE.
           START DISPUTE-CASE KEY IS >= DC-CASE-NO
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ DISPUTE-CASE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF DC-STATUS = "O" OR DC-STATUS = "I"
                           DISPLAY DC-CASE-NO " " DC-STATUS " "
                                   DC-VOUCHER-CODE " "
                                   DC-DISPUTED-AMOUNT " DUE "
                                   DC-DUE-DATE " " DC-REASON
                       END-IF
               END-READ
           END-PERFORM.

       0750-READ-CASE.
           MOVE "N" TO WS-CASE-FOUND.
           DISPLAY "CASE NUMBER: ".
           ACCEPT WS-WANTED-CASE.
           MOVE WS-WANTED-CASE TO DC-CASE-NO.
           READ DISPUTE-CASE
               KEY IS DC-CASE-NO
               INVALID KEY
                   DISPLAY "CASE " WS-WANTED-CASE " NOT ON FILE."
               NOT INVALID KEY
                   MOVE "Y" TO WS-CASE-FOUND
           END-READ.

       0800-CHECK-DATE.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-IN
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT = "Y"
               MOVE "Y" TO WS-DATE-OK
           ELSE
               MOVE "N" TO WS-DATE-OK
           END-IF.

      *    PUTS WS-ADJ-AMOUNT BACK ON THE CASE'S VOUCHER.
       0810-CREDIT-VOUCHER.
           MOVE "N" TO WS-ADJ-DONE.
           PERFORM 0830-READ-CASE-VOUCHER.
           IF WS-ADJ-DONE = "X"
               MOVE "N" TO WS-ADJ-DONE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-BALANCE = VM-BALANCE + WS-ADJ-AMOUNT.
           IF WS-NEW-BALANCE > 999.99
               DISPLAY "CREDIT WOULD TAKE VOUCHER " VM-VOUCHER-CODE
                       " PAST 999.99 - NO CREDIT GIVEN."
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-BALANCE TO WS-OLD-BALANCE.
           MOVE WS-NEW-BALANCE TO VM-BALANCE.
           MOVE "DISPUTE CREDIT " TO WS-RH-TEXT.
           PERFORM 0840-POST-ADJUSTMENT.
           IF WS-ADJ-DONE = "Y"
               DISPLAY "VOUCHER " VM-VOUCHER-CODE " CREDITED "
                       WS-ADJ-AMOUNT ", BALANCE " VM-BALANCE "."
           END-IF.

      *    TAKES WS-ADJ-AMOUNT BACK OFF THE CASE'S VOUCHER, CUT DOWN
      *    TO THE BALANCE WHEN LESS IS LEFT.
       0820-DEBIT-VOUCHER.
           MOVE "N" TO WS-ADJ-DONE.
           PERFORM 0830-READ-CASE-VOUCHER.
           IF WS-ADJ-DONE = "X"
               MOVE "N" TO WS-ADJ-DONE
               EXIT PARAGRAPH
           END-IF.
           IF WS-ADJ-AMOUNT > VM-BALANCE
               MOVE VM-BALANCE TO WS-ADJ-AMOUNT
           END-IF.
           IF WS-ADJ-AMOUNT NOT > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-BALANCE TO WS-OLD-BALANCE.
           SUBTRACT WS-ADJ-AMOUNT FROM VM-BALANCE.
           MOVE "DISPUTE REVERSAL " TO WS-RH-TEXT.
           PERFORM 0840-POST-ADJUSTMENT.
           IF WS-ADJ-DONE = "Y"
               DISPLAY "VOUCHER " VM-VOUCHER-CODE " DEBITED "
                       WS-ADJ-AMOUNT ", BALANCE " VM-BALANCE "."
           END-IF.

      *    WS-ADJ-DONE COMES BACK "X" WHEN THE VOUCHER CANNOT TAKE AN
      *    ADJUSTMENT: GONE FROM THE MASTER, OR NO LONGER ACTIVE (ITS
      *    BALANCE HAS ALREADY GONE TO FORFEITURE OR THE STATE).
       0830-READ-CASE-VOUCHER.
           MOVE DC-VOUCHER-CODE TO VM-VOUCHER-CODE.
           READ VOUCHER-MASTER
               KEY IS VM-VOUCHER-CODE
               INVALID KEY
                   DISPLAY "VOUCHER " DC-VOUCHER-CODE
                           " NOT ON FILE - BALANCE NOT ADJUSTED."
                   MOVE "X" TO WS-ADJ-DONE
                   EXIT PARAGRAPH
           END-READ.
           IF VM-STATUS NOT = "A" AND VM-STATUS NOT = SPACE
               DISPLAY "VOUCHER " VM-VOUCHER-CODE " IS NOT ACTIVE "
                       "(STATUS " VM-STATUS ") - BALANCE NOT ADJUSTED."
               MOVE "X" TO WS-ADJ-DONE
           END-IF.

       0840-POST-ADJUSTMENT.
           REWRITE VOUCHER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "VOUCHER REWRITE FAILED, STATUS="
                           WS-VM-STATUS
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "Y" TO WS-ADJ-DONE.
           MOVE SPACES TO REDEMPTION-HISTORY-RECORD.
           MOVE VM-VOUCHER-CODE TO RH-VOUCHER-CODE.
           MOVE WS-BUSINESS-DATE TO RH-TRANS-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH RH-TRANS-TIME.
           MOVE 0 TO RH-TRANS-SEQ.
           MOVE "D" TO RH-TRANS-TYPE.
           MOVE WS-ADJ-AMOUNT TO RH-AMOUNT.
           STRING WS-RH-TEXT DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  DC-CASE-NO DELIMITED BY SIZE
                  INTO RH-RESULT
           END-STRING.
           MOVE WS-OLD-BALANCE TO RH-OLD-BALANCE.
           MOVE VM-BALANCE TO RH-NEW-BALANCE.
           MOVE 0 TO RH-FOREIGN-AMOUNT.
           MOVE 0 TO RH-RATE-USED.
           MOVE "N" TO WS-RH-WRITTEN.
           PERFORM UNTIL WS-RH-WRITTEN = "Y" OR RH-TRANS-SEQ > 998
               WRITE REDEMPTION-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO RH-TRANS-SEQ
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RH-WRITTEN
               END-WRITE
           END-PERFORM.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "VOUCHER"        TO CL-KEY-TYPE.
           MOVE VM-VOUCHER-CODE  TO CL-KEY-VALUE.
           MOVE "DISPUTE"        TO CL-ACTION.
           MOVE "BALANCE"        TO CL-FIELD-NAME.
           MOVE WS-OLD-BALANCE   TO WS-BAL-OLD-DISP.
           MOVE WS-BAL-OLD-DISP  TO CL-OLD-VALUE.
           MOVE VM-BALANCE       TO WS-BAL-NEW-DISP.
           MOVE WS-BAL-NEW-DISP  TO CL-NEW-VALUE.
           MOVE WS-BUSINESS-DATE TO CL-CHANGE-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.

       0900-LOG-CASE-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "DISPUTE"        TO CL-KEY-TYPE.
           MOVE DC-CASE-NO       TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           MOVE WS-BUSINESS-DATE TO CL-CHANGE-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
