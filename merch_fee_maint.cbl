      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. merch_fee_maint.
      *****************************************************************
      *    MERCHANT FEE SCHEDULE MAINTENANCE. LETS ACCOUNTING ENTER
      *    THE EFFECTIVE-DATED FEE EACH PARTNER STORE PAYS ON THE
      *    VOUCHERS IT ACCEPTS - A FLAT AMOUNT PER REDEMPTION, A
      *    PERCENTAGE OF THE VALUE, OR BOTH (feesched.cpy) - FOR THE
      *    WEEKLY merchant_settle RUN. A SCHEDULE CAN ONLY BE ADDED
      *    FOR A STORE ON THE STORE MASTER. EVERY ADD/CHANGE IS
      *    WRITTEN TO THE SHARED CHANGE-LOG, THE SAME PATTERN AS
      *    rate_maint.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-SCHEDULE ASSIGN TO "FEE-SCHEDULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FS-STATUS.
           SELECT STORE-MASTER ASSIGN TO "STORE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHEDULE.
           COPY "feesched.cpy".

       FD  STORE-MASTER.
           COPY "strmast.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FS-STATUS        PIC XX.
       01 WS-STORE-STATUS     PIC XX.
       01 WS-STORE-AVAILABLE  PIC X VALUE "N".
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-LIST-STORE       PIC X(4).
       01 WS-OLD-PER-ITEM     PIC 9(3)V99.
       01 WS-OLD-PERCENT      PIC 9(2)V999.
       01 WS-CL-OLD-ITEM      PIC ZZ9.99.
       01 WS-CL-NEW-ITEM      PIC ZZ9.99.
       01 WS-CL-OLD-PCT       PIC Z9.999.
       01 WS-CL-NEW-PCT       PIC Z9.999.
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-MASTER.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE FEE-SCHEDULE.
           IF WS-STORE-AVAILABLE = "Y"
               CLOSE STORE-MASTER
           END-IF.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-MASTER.
           OPEN I-O FEE-SCHEDULE.
           IF WS-FS-STATUS = "35"
              OPEN OUTPUT FEE-SCHEDULE
              CLOSE FEE-SCHEDULE
              OPEN I-O FEE-SCHEDULE
           END-IF.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-STATUS = "00"
               MOVE "Y" TO WS-STORE-AVAILABLE
           ELSE
               DISPLAY "STORE-MASTER NOT AVAILABLE - NEW SCHEDULES "
                       "CANNOT BE ADDED."
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "MERCHANT FEE SCHEDULE MAINTENANCE".
           DISPLAY "1. ADD FEE SCHEDULE".
           DISPLAY "2. CHANGE FEE SCHEDULE".
           DISPLAY "3. INQUIRE FEE SCHEDULE".
           DISPLAY "4. LIST SCHEDULES FOR STORE".
           DISPLAY "5. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ADD-SCHEDULE
               WHEN 2
                   PERFORM 0400-CHANGE-SCHEDULE
               WHEN 3
                   PERFORM 0500-INQUIRE-SCHEDULE
               WHEN 4
                   PERFORM 0600-LIST-STORE-SCHEDULES
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-ADD-SCHEDULE.
           PERFORM 0700-ACCEPT-KEY.
           IF WS-STORE-AVAILABLE <> "Y"
               DISPLAY "NO STORE MASTER. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE FS-STORE-CODE TO ST-STORE-CODE.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   DISPLAY "STORE " FS-STORE-CODE
                           " NOT ON STORE MASTER. ADD REJECTED."
                   EXIT PARAGRAPH
           END-READ.
           READ FEE-SCHEDULE
               KEY IS FS-KEY
               INVALID KEY
                   PERFORM 0310-ADD-NEW-SCHEDULE
               NOT INVALID KEY
                   DISPLAY "SCHEDULE FOR " FS-STORE-CODE " EFFECTIVE "
                           FS-EFFECTIVE-DATE
                           " ALREADY ON FILE. ADD REJECTED."
           END-READ.

       0310-ADD-NEW-SCHEDULE.
           DISPLAY "FEE PER REDEMPTION (999.99): ".
           ACCEPT FS-FEE-PER-ITEM.
           DISPLAY "FEE PERCENT OF VALUE (99.999): ".
           ACCEPT FS-FEE-PERCENT.
           WRITE FEE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-FS-STATUS
               NOT INVALID KEY
                   DISPLAY "SCHEDULE " FS-STORE-CODE " "
                           FS-EFFECTIVE-DATE " ADDED."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "RECORD" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE "NEW RECORD" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-FEE-CHANGE
           END-WRITE.

       0400-CHANGE-SCHEDULE.
           PERFORM 0700-ACCEPT-KEY.
           READ FEE-SCHEDULE
               KEY IS FS-KEY
               INVALID KEY
                   DISPLAY "SCHEDULE " FS-STORE-CODE " "
                           FS-EFFECTIVE-DATE " NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 0410-CHANGE-SCHEDULE-FIELDS
           END-READ.

       0410-CHANGE-SCHEDULE-FIELDS.
           MOVE FS-FEE-PER-ITEM TO WS-OLD-PER-ITEM.
           MOVE FS-FEE-PERCENT  TO WS-OLD-PERCENT.
           DISPLAY "FEE PER REDEMPTION [" FS-FEE-PER-ITEM "]: ".
           ACCEPT FS-FEE-PER-ITEM.
           DISPLAY "FEE PERCENT OF VALUE [" FS-FEE-PERCENT "]: ".
           ACCEPT FS-FEE-PERCENT.
           REWRITE FEE-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-FS-STATUS
               NOT INVALID KEY
                   DISPLAY "SCHEDULE " FS-STORE-CODE " "
                           FS-EFFECTIVE-DATE " UPDATED."
                   PERFORM 0420-LOG-CHANGED-FIELDS
           END-REWRITE.

       0420-LOG-CHANGED-FIELDS.
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF FS-FEE-PER-ITEM NOT = WS-OLD-PER-ITEM
               MOVE "FEE-PER-ITEM"  TO WS-CL-FIELD-NAME
               MOVE WS-OLD-PER-ITEM TO WS-CL-OLD-ITEM
               MOVE FS-FEE-PER-ITEM TO WS-CL-NEW-ITEM
               MOVE WS-CL-OLD-ITEM  TO WS-CL-OLD-DISP
               MOVE WS-CL-NEW-ITEM  TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-FEE-CHANGE
           END-IF.
           IF FS-FEE-PERCENT NOT = WS-OLD-PERCENT
               MOVE "FEE-PERCENT"   TO WS-CL-FIELD-NAME
               MOVE WS-OLD-PERCENT  TO WS-CL-OLD-PCT
               MOVE FS-FEE-PERCENT  TO WS-CL-NEW-PCT
               MOVE WS-CL-OLD-PCT   TO WS-CL-OLD-DISP
               MOVE WS-CL-NEW-PCT   TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-FEE-CHANGE
           END-IF.

       0500-INQUIRE-SCHEDULE.
           PERFORM 0700-ACCEPT-KEY.
           READ FEE-SCHEDULE
               KEY IS FS-KEY
               INVALID KEY
                   DISPLAY "SCHEDULE " FS-STORE-CODE " "
                           FS-EFFECTIVE-DATE " NOT ON FILE."
               NOT INVALID KEY
                   DISPLAY "STORE:        " FS-STORE-CODE
                   DISPLAY "EFFECTIVE:    " FS-EFFECTIVE-DATE
                   DISPLAY "PER ITEM:     " FS-FEE-PER-ITEM
                   DISPLAY "PERCENT:      " FS-FEE-PERCENT
           END-READ.

       0600-LIST-STORE-SCHEDULES.
           DISPLAY "STORE CODE: ".
           ACCEPT WS-LIST-STORE.
           MOVE WS-LIST-STORE TO FS-STORE-CODE.
           MOVE 0 TO FS-EFFECTIVE-DATE.
           MOVE 0 TO WS-LIST-DONE.
           START FEE-SCHEDULE KEY IS >= FS-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ FEE-SCHEDULE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF FS-STORE-CODE = WS-LIST-STORE
                           DISPLAY FS-STORE-CODE " EFFECTIVE "
                                   FS-EFFECTIVE-DATE " PER ITEM "
                                   FS-FEE-PER-ITEM " PERCENT "
                                   FS-FEE-PERCENT
                       ELSE
                           MOVE 1 TO WS-LIST-DONE
                       END-IF
               END-READ
           END-PERFORM.

       0700-ACCEPT-KEY.
           DISPLAY "STORE CODE (4 CHARS): ".
           ACCEPT FS-STORE-CODE.
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): ".
           ACCEPT FS-EFFECTIVE-DATE.

       0900-LOG-FEE-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "FEESCHED"       TO CL-KEY-TYPE.
           MOVE FS-KEY           TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
