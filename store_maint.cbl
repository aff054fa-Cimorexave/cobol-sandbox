      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. store_maint.
      *****************************************************************
      *    STORE MASTER MAINTENANCE. ADDS AND CHANGES STORE-MASTER
      *    ENTRIES (strmast.cpy), CLOSES A STORE AS OF A DATE AND
      *    REOPENS ONE CLOSED IN ERROR, AND LOGS EVERY ACTION TO THE
      *    SHARED CHANGE-LOG, THE SAME PATTERN AS branch_maint. THE
      *    REDEMPTION RUN REJECTS TENDER FROM A STORE THAT IS NOT
      *    HERE OR NOT OPEN ON THE PROCESSING DATE; THE SETTLEMENT
      *    AND CARD STOCK REPORTS TAKE THEIR STORE NAMES FROM IT.
      *    DATES ARE CHECKED THROUGH dateserv.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STORE-MASTER ASSIGN TO "STORE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS WS-ST-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STORE-MASTER.
           COPY "strmast.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ST-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-OLD-NAME         PIC X(30).
       01 WS-OLD-STREET       PIC X(30).
       01 WS-OLD-CITY         PIC X(20).
       01 WS-OLD-REGION       PIC X(10).
       01 WS-OLD-OPEN-DATE    PIC 9(8).
       01 WS-DATE-IN          PIC 9(8).
       01 WS-DATE-OK          PIC X.
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-MASTER.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE STORE-MASTER.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-MASTER.
           OPEN I-O STORE-MASTER.
           IF WS-ST-STATUS = "35"
              OPEN OUTPUT STORE-MASTER
              CLOSE STORE-MASTER
              OPEN I-O STORE-MASTER
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "STORE MASTER MAINTENANCE".
           DISPLAY "1. ADD STORE".
           DISPLAY "2. CHANGE STORE".
           DISPLAY "3. CLOSE STORE".
           DISPLAY "4. REOPEN STORE".
           DISPLAY "5. INQUIRE STORE".
           DISPLAY "6. LIST STORES".
           DISPLAY "7. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ADD-STORE
               WHEN 2
                   PERFORM 0400-CHANGE-STORE
               WHEN 3
                   PERFORM 0500-CLOSE-STORE
               WHEN 4
                   PERFORM 0550-REOPEN-STORE
               WHEN 5
                   PERFORM 0600-INQUIRE-STORE
               WHEN 6
                   PERFORM 0700-LIST-STORES
               WHEN 7
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-ADD-STORE.
           DISPLAY "STORE CODE (4 CHARS): ".
           ACCEPT ST-STORE-CODE.
           IF ST-STORE-CODE = SPACES
               DISPLAY "STORE CODE REQUIRED. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   PERFORM 0310-ADD-NEW-STORE
               NOT INVALID KEY
                   DISPLAY "STORE " ST-STORE-CODE
                           " ALREADY ON FILE. ADD REJECTED."
           END-READ.

       0310-ADD-NEW-STORE.
           DISPLAY "STORE NAME: ".
           ACCEPT ST-STORE-NAME.
           DISPLAY "STREET ADDRESS: ".
           ACCEPT ST-STREET.
           DISPLAY "CITY: ".
           ACCEPT ST-CITY.
           DISPLAY "REGION: ".
           ACCEPT ST-REGION.
           DISPLAY "OPENING DATE (YYYYMMDD): ".
           ACCEPT WS-DATE-IN.
           PERFORM 0800-CHECK-DATE.
           IF WS-DATE-OK = "N"
               DISPLAY "INVALID OPENING DATE. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-IN TO ST-OPEN-DATE.
           MOVE 0 TO ST-CLOSE-DATE.
           MOVE "A" TO ST-STATUS.
           WRITE STORE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-ST-STATUS
               NOT INVALID KEY
                   DISPLAY "STORE " ST-STORE-CODE " ADDED."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "RECORD" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE "NEW RECORD" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-STORE-CHANGE
           END-WRITE.

       0400-CHANGE-STORE.
           DISPLAY "STORE CODE TO CHANGE: ".
           ACCEPT ST-STORE-CODE.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   DISPLAY "STORE " ST-STORE-CODE " NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 0410-CHANGE-STORE-FIELDS
           END-READ.

      *    THE OPENING DATE MAY BE MOVED (A DELAYED OPENING); THE
      *    CLOSING DATE ONLY CHANGES THROUGH CLOSE AND REOPEN.
       0410-CHANGE-STORE-FIELDS.
           MOVE ST-STORE-NAME TO WS-OLD-NAME.
           MOVE ST-STREET     TO WS-OLD-STREET.
           MOVE ST-CITY       TO WS-OLD-CITY.
           MOVE ST-REGION     TO WS-OLD-REGION.
           MOVE ST-OPEN-DATE  TO WS-OLD-OPEN-DATE.
           DISPLAY "STORE NAME [" ST-STORE-NAME "]: ".
           ACCEPT ST-STORE-NAME.
           DISPLAY "STREET ADDRESS [" ST-STREET "]: ".
           ACCEPT ST-STREET.
           DISPLAY "CITY [" ST-CITY "]: ".
           ACCEPT ST-CITY.
           DISPLAY "REGION [" ST-REGION "]: ".
           ACCEPT ST-REGION.
           DISPLAY "OPENING DATE [" ST-OPEN-DATE "]: ".
           ACCEPT WS-DATE-IN.
           PERFORM 0800-CHECK-DATE.
           IF WS-DATE-OK = "N"
               DISPLAY "INVALID OPENING DATE. CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-IN TO ST-OPEN-DATE.
           REWRITE STORE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-ST-STATUS
               NOT INVALID KEY
                   DISPLAY "STORE " ST-STORE-CODE " UPDATED."
                   PERFORM 0420-LOG-CHANGED-FIELDS
           END-REWRITE.

       0420-LOG-CHANGED-FIELDS.
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF ST-STORE-NAME NOT = WS-OLD-NAME
               MOVE "STORE-NAME"    TO WS-CL-FIELD-NAME
               MOVE WS-OLD-NAME     TO WS-CL-OLD-DISP
               MOVE ST-STORE-NAME   TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-STORE-CHANGE
           END-IF.
           IF ST-STREET NOT = WS-OLD-STREET
               MOVE "STREET"        TO WS-CL-FIELD-NAME
               MOVE WS-OLD-STREET   TO WS-CL-OLD-DISP
               MOVE ST-STREET       TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-STORE-CHANGE
           END-IF.
           IF ST-CITY NOT = WS-OLD-CITY
               MOVE "CITY"          TO WS-CL-FIELD-NAME
               MOVE WS-OLD-CITY     TO WS-CL-OLD-DISP
               MOVE ST-CITY         TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-STORE-CHANGE
           END-IF.
           IF ST-REGION NOT = WS-OLD-REGION
               MOVE "REGION"        TO WS-CL-FIELD-NAME
               MOVE WS-OLD-REGION   TO WS-CL-OLD-DISP
               MOVE ST-REGION       TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-STORE-CHANGE
           END-IF.
           IF ST-OPEN-DATE NOT = WS-OLD-OPEN-DATE
               MOVE "OPEN-DATE"     TO WS-CL-FIELD-NAME
               MOVE WS-OLD-OPEN-DATE TO WS-CL-OLD-DISP
               MOVE ST-OPEN-DATE    TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-STORE-CHANGE
           END-IF.

      *    A STORE IS CLOSED AS OF A DATE: TENDER DATED BEFORE IT
      *    STILL REDEEMS, SO A CLOSURE CAN BE KEYED AHEAD OF TIME.
       0500-CLOSE-STORE.
           DISPLAY "STORE CODE TO CLOSE: ".
           ACCEPT ST-STORE-CODE.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   DISPLAY "STORE " ST-STORE-CODE " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF ST-STATUS = "C"
               DISPLAY "STORE " ST-STORE-CODE " ALREADY CLOSED "
                       ST-CLOSE-DATE "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLOSING DATE (YYYYMMDD): ".
           ACCEPT WS-DATE-IN.
           PERFORM 0800-CHECK-DATE.
           IF WS-DATE-OK = "N" OR WS-DATE-IN < ST-OPEN-DATE
               DISPLAY "INVALID CLOSING DATE. CLOSE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-IN TO ST-CLOSE-DATE.
           MOVE "C" TO ST-STATUS.
           REWRITE STORE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CLOSE FAILED, STATUS=" WS-ST-STATUS
               NOT INVALID KEY
                   DISPLAY "STORE " ST-STORE-CODE " CLOSED AS OF "
                           ST-CLOSE-DATE "."
                   MOVE "CLOSE" TO WS-CL-ACTION
                   MOVE "CLOSE-DATE" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE ST-CLOSE-DATE TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-STORE-CHANGE
           END-REWRITE.

       0550-REOPEN-STORE.
           DISPLAY "STORE CODE TO REOPEN: ".
           ACCEPT ST-STORE-CODE.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   DISPLAY "STORE " ST-STORE-CODE " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF ST-STATUS NOT = "C"
               DISPLAY "STORE " ST-STORE-CODE " IS NOT CLOSED."
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-CLOSE-DATE TO WS-CL-OLD-DISP.
           MOVE 0 TO ST-CLOSE-DATE.
           MOVE "A" TO ST-STATUS.
           REWRITE STORE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REOPEN FAILED, STATUS=" WS-ST-STATUS
               NOT INVALID KEY
                   DISPLAY "STORE " ST-STORE-CODE " REOPENED."
                   MOVE "REOPEN" TO WS-CL-ACTION
                   MOVE "CLOSE-DATE" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-STORE-CHANGE
           END-REWRITE.

       0600-INQUIRE-STORE.
           DISPLAY "STORE CODE: ".
           ACCEPT ST-STORE-CODE.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   DISPLAY "STORE " ST-STORE-CODE " NOT ON FILE."
               NOT INVALID KEY
                   DISPLAY "NAME:    " ST-STORE-NAME
                   DISPLAY "ADDRESS: " ST-STREET
                   DISPLAY "         " ST-CITY
                   DISPLAY "REGION:  " ST-REGION
                   DISPLAY "OPENED:  " ST-OPEN-DATE
                   DISPLAY "CLOSED:  " ST-CLOSE-DATE
                   DISPLAY "STATUS:  " ST-STATUS
           END-READ.

       0700-LIST-STORES.
           MOVE LOW-VALUES TO ST-STORE-CODE.
           MOVE 0 TO WS-LIST-DONE.
           START STORE-MASTER KEY IS >= ST-STORE-CODE
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ STORE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       DISPLAY ST-STORE-CODE " " ST-STATUS " "
                               ST-STORE-NAME " " ST-REGION " "
                               ST-OPEN-DATE " " ST-CLOSE-DATE
               END-READ
           END-PERFORM.

       0800-CHECK-DATE.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-IN
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT = "Y"
               MOVE "Y" TO WS-DATE-OK
           ELSE
               MOVE "N" TO WS-DATE-OK
           END-IF.

       0900-LOG-STORE-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "STORE"          TO CL-KEY-TYPE.
           MOVE ST-STORE-CODE    TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
