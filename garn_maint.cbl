      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. garn_maint.
      *****************************************************************
      *    GARNISHMENT-ORDER MAINTENANCE. ADDS, CHANGES, SUSPENDS AND
      *    RELEASES COURT-ORDERED GARNISHMENTS (garnord.cpy) AND LOGS
      *    EVERY ACTION TO THE SHARED CHANGE-LOG, THE SAME DISCIPLINE
      *    AS THE OTHER MASTERS. A NEW ORDER OPENS ACTIVE WITH ITS
      *    BALANCE AT THE PAYOFF TOTAL; THE PAYROLL REGISTER DRAWS
      *    THE BALANCE DOWN AND CLOSES THE ORDER AT ZERO. A RELEASE
      *    FROM THE AGENCY CLOSES IT HERE. ORDERS ARE NEVER DELETED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNISHMENT-ORDER ASSIGN TO "GARNISHMENT-ORDER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GO-KEY
               FILE STATUS IS WS-GO-STATUS.
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
       FD  GARNISHMENT-ORDER.
           COPY "garnord.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GO-STATUS        PIC XX.
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
       01 WS-OLD-PRIORITY     PIC 9(2).
       01 WS-OLD-CALC-TYPE    PIC X.
       01 WS-OLD-RATE         PIC 9(3)V99.
       01 WS-OLD-FLAT         PIC 9(7)V99.
       01 WS-OLD-CAP-PCT      PIC 9(3)V99.
       01 WS-OLD-ORDER-TOTAL  PIC 9(7)V99.
       01 WS-OLD-STATUS       PIC X.
       01 WS-EDIT-AMOUNT      PIC -(7)9.99.
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE GARNISHMENT-ORDER.
           CLOSE CHANGE-LOG-FILE.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O GARNISHMENT-ORDER.
           IF WS-GO-STATUS = "35"
              OPEN OUTPUT GARNISHMENT-ORDER
              CLOSE GARNISHMENT-ORDER
              OPEN I-O GARNISHMENT-ORDER
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
           DISPLAY "GARNISHMENT ORDER MAINTENANCE".
           DISPLAY "1. ADD ORDER".
           DISPLAY "2. CHANGE ORDER".
           DISPLAY "3. SUSPEND / REACTIVATE ORDER".
           DISPLAY "4. RELEASE ORDER (CLOSE)".
           DISPLAY "5. INQUIRE ORDER".
           DISPLAY "6. LIST ORDERS FOR EMPLOYEE".
           DISPLAY "7. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ADD-ORDER
               WHEN 2
                   PERFORM 0400-CHANGE-ORDER
               WHEN 3
                   PERFORM 0500-SUSPEND-ORDER
               WHEN 4
                   PERFORM 0550-RELEASE-ORDER
               WHEN 5
                   PERFORM 0600-INQUIRE-ORDER
               WHEN 6
                   PERFORM 0700-LIST-ORDERS
               WHEN 7
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0250-ACCEPT-KEY.
           DISPLAY "EMPLOYEE ID (7 DIGITS): ".
           ACCEPT GO-EMPLOYEE-ID.
           DISPLAY "CASE NUMBER: ".
           ACCEPT GO-CASE-NUMBER.

       0300-ADD-ORDER.
           PERFORM 0250-ACCEPT-KEY.
           PERFORM 0800-VALIDATE-EMPLOYEE.
           IF WS-EMP-FOUND <> "Y"
               DISPLAY "EMPLOYEE " GO-EMPLOYEE-ID
                       " NOT ON EMPLOYEE-MASTER. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           IF GO-CASE-NUMBER = SPACES
               DISPLAY "CASE NUMBER REQUIRED. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           READ GARNISHMENT-ORDER
               KEY IS GO-KEY
               INVALID KEY
                   PERFORM 0310-ADD-NEW-ORDER
               NOT INVALID KEY
                   DISPLAY "CASE " GO-CASE-NUMBER " FOR EMPLOYEE "
                           GO-EMPLOYEE-ID " ALREADY ON FILE. "
                           "ADD REJECTED."
           END-READ.

       0310-ADD-NEW-ORDER.
           DISPLAY "AGENCY CODE: ".
           ACCEPT GO-AGENCY-CODE.
           DISPLAY "AGENCY NAME: ".
           ACCEPT GO-AGENCY-NAME.
           DISPLAY "PRIORITY (01 = FIRST TAKEN): ".
           ACCEPT GO-PRIORITY.
           DISPLAY "CALC TYPE (P=PCT OF DISPOSABLE, F=FLAT): ".
           ACCEPT GO-CALC-TYPE.
           MOVE 0 TO GO-RATE GO-FLAT-AMOUNT.
           IF GO-CALC-TYPE = "P"
               DISPLAY "PERCENT OF DISPOSABLE (NNN.NN): "
               ACCEPT GO-RATE
           ELSE
               DISPLAY "FLAT AMOUNT PER PERIOD: "
               ACCEPT GO-FLAT-AMOUNT
           END-IF.
           DISPLAY "CAP - MAX PCT OF DISPOSABLE (0 = NONE): ".
           ACCEPT GO-CAP-PCT.
           DISPLAY "PAYOFF TOTAL (0 = OPEN-ENDED): ".
           ACCEPT GO-ORDER-TOTAL.
           DISPLAY "START DATE (YYYYMMDD): ".
           ACCEPT GO-START-DATE.
           PERFORM 0850-EDIT-ORDER.
           IF WS-VALID <> "Y"
               DISPLAY "ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE GO-ORDER-TOTAL TO GO-BALANCE.
           MOVE 0 TO GO-WITHHELD-TOTAL.
           MOVE "A" TO GO-STATUS.
           MOVE 0 TO GO-CLOSE-DATE.
           MOVE 0 TO GO-LAST-ACTIVITY.
           MOVE 0 TO GO-LAST-AMOUNT.
           WRITE GARNISHMENT-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-GO-STATUS
               NOT INVALID KEY
                   DISPLAY "CASE " GO-CASE-NUMBER " ADDED FOR "
                           GO-EMPLOYEE-ID " - ACTIVE."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "RECORD" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE "NEW RECORD" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-ORDER-CHANGE
           END-WRITE.

       0400-CHANGE-ORDER.
           PERFORM 0250-ACCEPT-KEY.
           READ GARNISHMENT-ORDER
               KEY IS GO-KEY
               INVALID KEY
                   DISPLAY "NO ORDER ON FILE FOR " GO-EMPLOYEE-ID
                           " CASE " GO-CASE-NUMBER "."
               NOT INVALID KEY
                   IF GO-STATUS = "C"
                       DISPLAY "ORDER IS CLOSED. CHANGE REJECTED."
                   ELSE
                       PERFORM 0410-CHANGE-FIELDS
                   END-IF
           END-READ.

      *    AN AMENDED PAYOFF TOTAL MOVES THE REMAINING BALANCE BY
      *    THE SAME AMOUNT; WHAT HAS BEEN WITHHELD STAYS WITHHELD.
       0410-CHANGE-FIELDS.
           MOVE GO-PRIORITY    TO WS-OLD-PRIORITY.
           MOVE GO-CALC-TYPE   TO WS-OLD-CALC-TYPE.
           MOVE GO-RATE        TO WS-OLD-RATE.
           MOVE GO-FLAT-AMOUNT TO WS-OLD-FLAT.
           MOVE GO-CAP-PCT     TO WS-OLD-CAP-PCT.
           MOVE GO-ORDER-TOTAL TO WS-OLD-ORDER-TOTAL.
           DISPLAY "PRIORITY [" GO-PRIORITY "]: ".
           ACCEPT GO-PRIORITY.
           DISPLAY "CALC TYPE [" GO-CALC-TYPE "]: ".
           ACCEPT GO-CALC-TYPE.
           DISPLAY "PERCENT OF DISPOSABLE [" GO-RATE "]: ".
           ACCEPT GO-RATE.
           DISPLAY "FLAT AMOUNT [" GO-FLAT-AMOUNT "]: ".
           ACCEPT GO-FLAT-AMOUNT.
           DISPLAY "CAP PCT [" GO-CAP-PCT "]: ".
           ACCEPT GO-CAP-PCT.
           DISPLAY "PAYOFF TOTAL [" GO-ORDER-TOTAL "]: ".
           ACCEPT GO-ORDER-TOTAL.
           PERFORM 0850-EDIT-ORDER.
           IF WS-VALID <> "Y"
               DISPLAY "CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           IF GO-ORDER-TOTAL NOT = WS-OLD-ORDER-TOTAL
               COMPUTE GO-BALANCE = GO-BALANCE
                   + GO-ORDER-TOTAL - WS-OLD-ORDER-TOTAL
               IF GO-ORDER-TOTAL = 0
                   MOVE 0 TO GO-BALANCE
               END-IF
               IF GO-ORDER-TOTAL > 0 AND GO-BALANCE < 0
                   DISPLAY "PAYOFF TOTAL BELOW AMOUNT ALREADY "
                           "WITHHELD. CHANGE REJECTED."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           REWRITE GARNISHMENT-ORDER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-GO-STATUS
               NOT INVALID KEY
                   DISPLAY "CASE " GO-CASE-NUMBER " UPDATED. "
                           "BALANCE: " GO-BALANCE
                   PERFORM 0420-LOG-CHANGED-FIELDS
           END-REWRITE.

       0420-LOG-CHANGED-FIELDS.
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF GO-PRIORITY NOT = WS-OLD-PRIORITY
               MOVE "PRIORITY"      TO WS-CL-FIELD-NAME
               MOVE WS-OLD-PRIORITY TO WS-CL-OLD-DISP
               MOVE GO-PRIORITY     TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-ORDER-CHANGE
           END-IF.
           IF GO-CALC-TYPE NOT = WS-OLD-CALC-TYPE
               MOVE "CALC-TYPE"      TO WS-CL-FIELD-NAME
               MOVE WS-OLD-CALC-TYPE TO WS-CL-OLD-DISP
               MOVE GO-CALC-TYPE     TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-ORDER-CHANGE
           END-IF.
           IF GO-RATE NOT = WS-OLD-RATE
               MOVE "RATE" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-RATE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-OLD-DISP
               MOVE GO-RATE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-ORDER-CHANGE
           END-IF.
           IF GO-FLAT-AMOUNT NOT = WS-OLD-FLAT
               MOVE "FLAT-AMOUNT" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-FLAT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-OLD-DISP
               MOVE GO-FLAT-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-ORDER-CHANGE
           END-IF.
           IF GO-CAP-PCT NOT = WS-OLD-CAP-PCT
               MOVE "CAP-PCT" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-CAP-PCT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-OLD-DISP
               MOVE GO-CAP-PCT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-ORDER-CHANGE
           END-IF.
           IF GO-ORDER-TOTAL NOT = WS-OLD-ORDER-TOTAL
               MOVE "ORDER-TOTAL" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-ORDER-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-OLD-DISP
               MOVE GO-ORDER-TOTAL TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-ORDER-CHANGE
           END-IF.

      *    AN AGENCY CAN PAUSE AN ORDER WITHOUT RELEASING IT; THE
      *    REGISTER SKIPS A SUSPENDED ORDER UNTIL IT IS REACTIVATED.
       0500-SUSPEND-ORDER.
           PERFORM 0250-ACCEPT-KEY.
           READ GARNISHMENT-ORDER
               KEY IS GO-KEY
               INVALID KEY
                   DISPLAY "NO ORDER ON FILE FOR " GO-EMPLOYEE-ID
                           " CASE " GO-CASE-NUMBER "."
                   EXIT PARAGRAPH
           END-READ.
           MOVE GO-STATUS TO WS-OLD-STATUS.
           EVALUATE GO-STATUS
               WHEN "A"
                   MOVE "S" TO GO-STATUS
               WHEN "S"
                   MOVE "A" TO GO-STATUS
               WHEN OTHER
                   DISPLAY "ORDER IS CLOSED. NO CHANGE MADE."
                   EXIT PARAGRAPH
           END-EVALUATE.
           REWRITE GARNISHMENT-ORDER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-GO-STATUS
               NOT INVALID KEY
                   DISPLAY "CASE " GO-CASE-NUMBER " STATUS NOW "
                           GO-STATUS "."
                   MOVE "CHANGE" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE WS-OLD-STATUS TO WS-CL-OLD-DISP
                   MOVE GO-STATUS TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-ORDER-CHANGE
           END-REWRITE.

       0550-RELEASE-ORDER.
           PERFORM 0250-ACCEPT-KEY.
           READ GARNISHMENT-ORDER
               KEY IS GO-KEY
               INVALID KEY
                   DISPLAY "NO ORDER ON FILE FOR " GO-EMPLOYEE-ID
                           " CASE " GO-CASE-NUMBER "."
                   EXIT PARAGRAPH
           END-READ.
           IF GO-STATUS = "C"
               DISPLAY "ORDER IS ALREADY CLOSED."
               EXIT PARAGRAPH
           END-IF.
           MOVE GO-STATUS TO WS-OLD-STATUS.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE "C" TO GO-STATUS.
           MOVE WS-TODAY TO GO-CLOSE-DATE.
           REWRITE GARNISHMENT-ORDER-RECORD
               INVALID KEY
                   DISPLAY "RELEASE FAILED, STATUS=" WS-GO-STATUS
               NOT INVALID KEY
                   DISPLAY "CASE " GO-CASE-NUMBER " RELEASED."
                   MOVE "RELEASE" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE WS-OLD-STATUS TO WS-CL-OLD-DISP
                   MOVE GO-STATUS TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-ORDER-CHANGE
           END-REWRITE.

       0600-INQUIRE-ORDER.
           PERFORM 0250-ACCEPT-KEY.
           READ GARNISHMENT-ORDER
               KEY IS GO-KEY
               INVALID KEY
                   DISPLAY "NO ORDER ON FILE FOR " GO-EMPLOYEE-ID
                           " CASE " GO-CASE-NUMBER "."
               NOT INVALID KEY
                   DISPLAY "AGENCY:       " GO-AGENCY-CODE " "
                           GO-AGENCY-NAME
                   DISPLAY "PRIORITY:     " GO-PRIORITY
                   DISPLAY "CALC TYPE:    " GO-CALC-TYPE
                   DISPLAY "PERCENT:      " GO-RATE
                   DISPLAY "FLAT AMOUNT:  " GO-FLAT-AMOUNT
                   DISPLAY "CAP PCT:      " GO-CAP-PCT
                   DISPLAY "PAYOFF TOTAL: " GO-ORDER-TOTAL
                   DISPLAY "BALANCE:      " GO-BALANCE
                   DISPLAY "WITHHELD:     " GO-WITHHELD-TOTAL
                   DISPLAY "STATUS:       " GO-STATUS
                   DISPLAY "STARTED:      " GO-START-DATE
                   DISPLAY "CLOSED:       " GO-CLOSE-DATE
                   DISPLAY "LAST TAKEN:   " GO-LAST-ACTIVITY
                           " " GO-LAST-AMOUNT
           END-READ.

       0700-LIST-ORDERS.
           DISPLAY "EMPLOYEE ID TO LIST: ".
           ACCEPT WS-LIST-EMP-ID.
           MOVE WS-LIST-EMP-ID TO GO-EMPLOYEE-ID.
           MOVE LOW-VALUES TO GO-CASE-NUMBER.
           MOVE 0 TO WS-LIST-DONE.
           START GARNISHMENT-ORDER KEY IS >= GO-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ GARNISHMENT-ORDER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF GO-EMPLOYEE-ID NOT = WS-LIST-EMP-ID
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           DISPLAY GO-CASE-NUMBER " " GO-STATUS
                                   " PRI " GO-PRIORITY
                                   " AGENCY " GO-AGENCY-CODE
                                   " BAL " GO-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       0800-VALIDATE-EMPLOYEE.
           IF WS-EMP-AVAILABLE <> "Y"
               MOVE "Y" TO WS-EMP-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE GO-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.

       0850-EDIT-ORDER.
           MOVE "Y" TO WS-VALID.
           IF GO-AGENCY-CODE = SPACES
               DISPLAY "AGENCY CODE REQUIRED."
               MOVE "N" TO WS-VALID
           END-IF.
           IF GO-CALC-TYPE NOT = "P" AND GO-CALC-TYPE NOT = "F"
               DISPLAY "CALC TYPE " GO-CALC-TYPE " NOT VALID."
               MOVE "N" TO WS-VALID
           END-IF.
           IF GO-CALC-TYPE = "P"
              AND (GO-RATE = 0 OR GO-RATE > 100)
               DISPLAY "PERCENT MUST BE ABOVE 0 AND NOT OVER 100."
               MOVE "N" TO WS-VALID
           END-IF.
           IF GO-CALC-TYPE = "F" AND GO-FLAT-AMOUNT = 0
               DISPLAY "FLAT AMOUNT REQUIRED."
               MOVE "N" TO WS-VALID
           END-IF.
           IF GO-CAP-PCT > 100
               DISPLAY "CAP PCT MAY NOT EXCEED 100."
               MOVE "N" TO WS-VALID
           END-IF.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION
               GO-START-DATE WS-DATE-2 WS-DATE-DAYS
               WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "START DATE " GO-START-DATE
                       " IS NOT A CALENDAR DATE."
               MOVE "N" TO WS-VALID
           END-IF.

       0900-LOG-ORDER-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "GARNORD"        TO CL-KEY-TYPE.
           MOVE GO-CASE-NUMBER   TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
