      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pending_trans_maint.
      *****************************************************************
      *    SCHEDULED TRANSACTION INQUIRY AND CANCELLATION. SHOWS WHAT
      *    IS PARKED ON PENDING-TRANS (pendtran.cpy) WAITING FOR ITS
      *    EFFECTIVE DATE - ONE EMPLOYEE AT A TIME, OR THE WHOLE FILE
      *    AS A PRINTED SCHEDULE - AND LETS HR CANCEL A PARKED
      *    TRANSACTION BEFORE THE NIGHTLY APPLY RELEASES IT. A
      *    CANCELLED ENTRY STAYS ON FILE MARKED "C" AND THE CANCEL IS
      *    LOGGED TO THE SHARED CHANGE-LOG. ENTRIES ALREADY RELEASED
      *    CANNOT BE CANCELLED; THEY ARE UNDONE WITH A NEW
      *    TRANSACTION LIKE ANY OTHER CHANGE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-TRANS ASSIGN TO "PENDING-TRANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PT-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT SCHEDULE-RPT-FILE ASSIGN TO "PENDING-TRANS-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-TRANS.
           COPY "pendtran.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       FD  SCHEDULE-RPT-FILE.
       01  SCHEDULE-RPT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "transrec.cpy".
       01 WS-PT-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-LIST-EMP-ID      PIC 9(7).
       01 WS-PARKED-ONLY      PIC X.
       01 WS-CONFIRM          PIC X.
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-EDIT-AMOUNT      PIC Z(6)9.99.
       01 WS-DETAIL           PIC X(40).
       01 WS-STATUS-TEXT      PIC X(9).
       01 WS-PICK             PIC 9(2).
       01 WS-ENTRY-COUNT      PIC 9(2) VALUE 0.
       01 WS-ENTRY-IDX        PIC 9(2).
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY-KEY    PIC X(26) OCCURS 50 TIMES.
       01 WS-SCHEDULED-COUNT  PIC 9(5) VALUE 0.
       01 WS-CL-OLD-DISP      PIC X(20).

       01 WS-HEADER-LINE.
           05 FILLER PIC X(35) VALUE
              "SCHEDULED HR TRANSACTIONS - AS OF ".
           05 HDR-DATE        PIC 9(4)/99/99.

       01 WS-COLS-LINE.
           05 FILLER PIC X(9)  VALUE "EMP ID".
           05 FILLER PIC X(11) VALUE "EFFECTIVE".
           05 FILLER PIC X(5)  VALUE "TYPE".
           05 FILLER PIC X(41) VALUE "DETAIL".
           05 FILLER PIC X(10) VALUE "PARKED".

       01 WS-DETAIL-LINE.
           05 DET-EMP-ID      PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DET-EFFECTIVE   PIC 9(4)/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-TYPE        PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-DETAIL      PIC X(40).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-PARKED      PIC 9(4)/99/99.

       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(27) VALUE
              "TRANSACTIONS SCHEDULED:    ".
           05 TOT-SCHEDULED   PIC ZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE PENDING-TRANS.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O PENDING-TRANS.
           IF WS-PT-STATUS = "35"
              OPEN OUTPUT PENDING-TRANS
              CLOSE PENDING-TRANS
              OPEN I-O PENDING-TRANS
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "SCHEDULED HR TRANSACTIONS".
           DISPLAY "1. LIST SCHEDULED FOR EMPLOYEE".
           DISPLAY "2. LIST FULL HISTORY FOR EMPLOYEE".
           DISPLAY "3. CANCEL A SCHEDULED TRANSACTION".
           DISPLAY "4. PRINT SCHEDULE FOR ALL EMPLOYEES".
           DISPLAY "5. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   MOVE "Y" TO WS-PARKED-ONLY
                   PERFORM 0300-LIST-FOR-EMPLOYEE
               WHEN 2
                   MOVE "N" TO WS-PARKED-ONLY
                   PERFORM 0300-LIST-FOR-EMPLOYEE
               WHEN 3
                   PERFORM 0400-CANCEL-TRANSACTION
               WHEN 4
                   PERFORM 0500-PRINT-SCHEDULE
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

      *    LISTS ONE EMPLOYEE'S ENTRIES IN EFFECTIVE-DATE ORDER,
      *    NUMBERED SO A CANCEL CAN PICK ONE. THE KEYS ARE KEPT IN
      *    WS-ENTRY-TABLE FOR THAT PICK.
       0300-LIST-FOR-EMPLOYEE.
           DISPLAY "EMPLOYEE ID TO LIST: ".
           ACCEPT WS-LIST-EMP-ID.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE LOW-VALUES TO PT-KEY.
           MOVE WS-LIST-EMP-ID TO PT-EMPLOYEE-ID.
           MOVE 0 TO WS-LIST-DONE.
           START PENDING-TRANS KEY IS >= PT-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ PENDING-TRANS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF PT-EMPLOYEE-ID NOT = WS-LIST-EMP-ID
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           IF PT-PARKED OR WS-PARKED-ONLY = "N"
                               PERFORM 0310-SHOW-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENTRY-COUNT = 0
               DISPLAY "NOTHING SCHEDULED FOR " WS-LIST-EMP-ID "."
           END-IF.

       0310-SHOW-ENTRY.
           IF WS-ENTRY-COUNT >= 50
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE PT-KEY TO WS-ENTRY-KEY (WS-ENTRY-COUNT).
           PERFORM 0800-DESCRIBE-TRANSACTION.
           EVALUATE TRUE
               WHEN PT-PARKED
                   MOVE "SCHEDULED" TO WS-STATUS-TEXT
               WHEN PT-APPLIED
                   MOVE "APPLIED" TO WS-STATUS-TEXT
               WHEN PT-REJECTED
                   MOVE "REJECTED" TO WS-STATUS-TEXT
               WHEN PT-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE PT-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
           DISPLAY WS-ENTRY-COUNT ". " PT-EFFECTIVE-DATE " "
                   TD-TRANS-TYPE " " WS-DETAIL.
           DISPLAY "    " WS-STATUS-TEXT " " PT-STATUS-DATE
                   " PARKED " PT-PARKED-DATE " SEQ " PT-TRANS-SEQ
                   " " PT-REASON.

      *    ONLY A TRANSACTION STILL WAITING FOR ITS DATE CAN BE
      *    CANCELLED; THE LIST OFFERED IS THE SCHEDULED ENTRIES.
       0400-CANCEL-TRANSACTION.
           MOVE "Y" TO WS-PARKED-ONLY.
           PERFORM 0300-LIST-FOR-EMPLOYEE.
           IF WS-ENTRY-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ENTRY NUMBER TO CANCEL (0 = NONE): ".
           ACCEPT WS-PICK.
           IF WS-PICK = 0 OR WS-PICK > WS-ENTRY-COUNT
               DISPLAY "NOTHING CANCELLED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-KEY (WS-PICK) TO PT-KEY.
           READ PENDING-TRANS
               KEY IS PT-KEY
               INVALID KEY
                   DISPLAY "ENTRY NO LONGER ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PT-PARKED
               DISPLAY "ENTRY HAS ALREADY BEEN RELEASED OR "
                       "CANCELLED. NOTHING CANCELLED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0800-DESCRIBE-TRANSACTION.
           DISPLAY "CANCEL " TD-TRANS-TYPE " " WS-DETAIL.
           DISPLAY "EFFECTIVE " PT-EFFECTIVE-DATE " (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING CANCELLED."
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE SPACES TO WS-CL-OLD-DISP.
           STRING "P " DELIMITED BY SIZE
                  TD-TRANS-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PT-EFFECTIVE-DATE DELIMITED BY SIZE
                  INTO WS-CL-OLD-DISP
           END-STRING.
           MOVE "C" TO PT-STATUS.
           MOVE WS-TODAY TO PT-STATUS-DATE.
           MOVE "CANCELLED BEFORE EFFECTIVE DATE" TO PT-REASON.
           REWRITE PENDING-TRANS-RECORD
               INVALID KEY
                   DISPLAY "CANCEL FAILED, STATUS=" WS-PT-STATUS
               NOT INVALID KEY
                   DISPLAY "TRANSACTION CANCELLED."
                   PERFORM 0900-LOG-CANCEL
           END-REWRITE.

      *    THE WHOLE FILE'S SCHEDULED ENTRIES, EMPLOYEE BY EMPLOYEE
      *    IN EFFECTIVE-DATE ORDER, FOR HR TO REVIEW AHEAD OF TIME.
       0500-PRINT-SCHEDULE.
           CALL "getdate" USING WS-TODAY WS-NOW.
           OPEN OUTPUT SCHEDULE-RPT-FILE.
           MOVE WS-TODAY TO HDR-DATE.
           WRITE SCHEDULE-RPT-RECORD FROM WS-HEADER-LINE.
           WRITE SCHEDULE-RPT-RECORD FROM WS-COLS-LINE.
           MOVE 0 TO WS-SCHEDULED-COUNT.
           MOVE LOW-VALUES TO PT-KEY.
           MOVE 0 TO WS-LIST-DONE.
           START PENDING-TRANS KEY IS >= PT-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ PENDING-TRANS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF PT-PARKED
                           PERFORM 0510-PRINT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO SCHEDULE-RPT-RECORD.
           WRITE SCHEDULE-RPT-RECORD.
           MOVE WS-SCHEDULED-COUNT TO TOT-SCHEDULED.
           WRITE SCHEDULE-RPT-RECORD FROM WS-TOTAL-LINE.
           CLOSE SCHEDULE-RPT-FILE.
           DISPLAY "SCHEDULE PRINTED - " WS-SCHEDULED-COUNT
                   " TRANSACTIONS.".

       0510-PRINT-ENTRY.
           PERFORM 0800-DESCRIBE-TRANSACTION.
           MOVE PT-EMPLOYEE-ID    TO DET-EMP-ID.
           MOVE PT-EFFECTIVE-DATE TO DET-EFFECTIVE.
           MOVE TD-TRANS-TYPE     TO DET-TYPE.
           MOVE WS-DETAIL         TO DET-DETAIL.
           MOVE PT-PARKED-DATE    TO DET-PARKED.
           WRITE SCHEDULE-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-SCHEDULED-COUNT.

      *    ONE-LINE SUMMARY OF THE PARKED TRANSACTION IMAGE.
       0800-DESCRIBE-TRANSACTION.
           MOVE PT-TRANS-IMAGE TO TRANS-RECORD.
           MOVE SPACES TO WS-DETAIL.
           EVALUATE TD-TRANS-TYPE
               WHEN "HIRE"
                   MOVE TD-HIRE-SALARY TO WS-EDIT-AMOUNT
                   STRING TD-HIRE-LAST-NAME DELIMITED BY SPACE
                          ", " DELIMITED BY SIZE
                          TD-HIRE-FIRST-NAME DELIMITED BY SPACE
                          " DEPT " DELIMITED BY SIZE
                          TD-HIRE-DEPT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-EDIT-AMOUNT DELIMITED BY SIZE
                          INTO WS-DETAIL
                   END-STRING
               WHEN "ADDR"
                   STRING TD-ADDR-STREET DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          TD-ADDR-CITY DELIMITED BY "  "
                          INTO WS-DETAIL
                   END-STRING
               WHEN "SALC"
                   MOVE TD-SAL-NEW-SALARY TO WS-EDIT-AMOUNT
                   STRING "NEW SALARY " DELIMITED BY SIZE
                          WS-EDIT-AMOUNT DELIMITED BY SIZE
                          INTO WS-DETAIL
                   END-STRING
               WHEN "PROM"
                   MOVE TD-PROM-NEW-SALARY TO WS-EDIT-AMOUNT
                   STRING "GRADE " DELIMITED BY SIZE
                          TD-PROM-GRADE DELIMITED BY SIZE
                          " DEPT " DELIMITED BY SIZE
                          TD-PROM-DEPT DELIMITED BY SIZE
                          " SAL " DELIMITED BY SIZE
                          WS-EDIT-AMOUNT DELIMITED BY SIZE
                          INTO WS-DETAIL
                   END-STRING
               WHEN "TERM"
                   STRING "TERMINATION DATE " DELIMITED BY SIZE
                          TD-TERM-DATE DELIMITED BY SIZE
                          INTO WS-DETAIL
                   END-STRING
               WHEN OTHER
                   MOVE TD-FIELDS TO WS-DETAIL
           END-EVALUATE.

       0900-LOG-CANCEL.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "PENDTRAN"       TO CL-KEY-TYPE.
           STRING PT-EMPLOYEE-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  PT-TRANS-SEQ DELIMITED BY SIZE
                  INTO CL-KEY-VALUE
           END-STRING.
           MOVE "CANCEL"         TO CL-ACTION.
           MOVE "STATUS"         TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE "C"              TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
