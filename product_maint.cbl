      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. product_maint.
      *****************************************************************
      *    VOUCHER PRODUCT CATALOG MAINTENANCE. ADDS AND CHANGES
      *    PRODUCT-MASTER ENTRIES (prodmast.cpy) - THE DENOMINATIONS
      *    A PRODUCT SELLS AT, ITS VALIDITY, ITS DORMANCY THRESHOLD
      *    AND FEE, AND WHETHER IT TAKES TOP-UPS - WITHDRAWS A
      *    PRODUCT FROM SALE AND REINSTATES ONE, AND LOGS EVERY
      *    ACTION TO THE SHARED CHANGE-LOG, THE SAME PATTERN AS
      *    store_maint. A PRODUCT IS NEVER DELETED: VOUCHERS ALREADY
      *    SOLD UNDER IT KEEP ITS TERMS FOR LIFE. A CHANGE TO THE
      *    TERMS APPLIES TO THOSE VOUCHERS FROM THE NEXT RUN ON.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODUCT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PM-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER.
           COPY "prodmast.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PM-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-TERMS-OK         PIC X.
       01 WS-DENOM-IDX        PIC 9(2).
       01 WS-OLD-RULES.
           05 WS-OLD-DESCRIPTION  PIC X(30).
           05 WS-OLD-STATUS       PIC X.
           05 WS-OLD-DENOM-COUNT  PIC 9(2).
           05 WS-OLD-DENOMINATION PIC 9(3)V99 OCCURS 10 TIMES.
           05 WS-OLD-VALIDITY     PIC 9(3).
           05 WS-OLD-DORMANT      PIC 9(3).
           05 WS-OLD-FEE          PIC 9(2)V99.
           05 WS-OLD-RELOADABLE   PIC X.
       01 WS-DENOM-DISP       PIC ZZ9.99.
       01 WS-FEE-DISP         PIC Z9.99.
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-MASTER.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE PRODUCT-MASTER.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-MASTER.
           OPEN I-O PRODUCT-MASTER.
           IF WS-PM-STATUS = "35"
              OPEN OUTPUT PRODUCT-MASTER
              CLOSE PRODUCT-MASTER
              OPEN I-O PRODUCT-MASTER
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "VOUCHER PRODUCT MAINTENANCE".
           DISPLAY "1. ADD PRODUCT".
           DISPLAY "2. CHANGE PRODUCT TERMS".
           DISPLAY "3. WITHDRAW PRODUCT FROM SALE".
           DISPLAY "4. REINSTATE PRODUCT".
           DISPLAY "5. INQUIRE PRODUCT".
           DISPLAY "6. LIST PRODUCTS".
           DISPLAY "7. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ADD-PRODUCT
               WHEN 2
                   PERFORM 0400-CHANGE-PRODUCT
               WHEN 3
                   PERFORM 0500-WITHDRAW-PRODUCT
               WHEN 4
                   PERFORM 0550-REINSTATE-PRODUCT
               WHEN 5
                   PERFORM 0600-INQUIRE-PRODUCT
               WHEN 6
                   PERFORM 0700-LIST-PRODUCTS
               WHEN 7
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-ADD-PRODUCT.
           DISPLAY "PRODUCT CODE (4 CHARS): ".
           ACCEPT PM-PRODUCT-CODE.
           IF PM-PRODUCT-CODE = SPACES
               DISPLAY "PRODUCT CODE REQUIRED. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           READ PRODUCT-MASTER
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   PERFORM 0310-ADD-NEW-PRODUCT
               NOT INVALID KEY
                   DISPLAY "PRODUCT " PM-PRODUCT-CODE
                           " ALREADY ON FILE. ADD REJECTED."
           END-READ.

       0310-ADD-NEW-PRODUCT.
           DISPLAY "DESCRIPTION: ".
           ACCEPT PM-DESCRIPTION.
           PERFORM 0800-ACCEPT-TERMS.
           IF WS-TERMS-OK = "N"
               DISPLAY "ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PM-STATUS.
           WRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-PM-STATUS
               NOT INVALID KEY
                   DISPLAY "PRODUCT " PM-PRODUCT-CODE " ADDED."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "RECORD" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE "NEW RECORD" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-PRODUCT-CHANGE
           END-WRITE.

       0400-CHANGE-PRODUCT.
           DISPLAY "PRODUCT CODE TO CHANGE: ".
           ACCEPT PM-PRODUCT-CODE.
           READ PRODUCT-MASTER
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   DISPLAY "PRODUCT " PM-PRODUCT-CODE " NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 0410-CHANGE-PRODUCT-TERMS
           END-READ.

       0410-CHANGE-PRODUCT-TERMS.
           MOVE PM-RULES TO WS-OLD-RULES.
           DISPLAY "DESCRIPTION [" PM-DESCRIPTION "]: ".
           ACCEPT PM-DESCRIPTION.
           PERFORM 0800-ACCEPT-TERMS.
           IF WS-TERMS-OK = "N"
               DISPLAY "CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           REWRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-PM-STATUS
               NOT INVALID KEY
                   DISPLAY "PRODUCT " PM-PRODUCT-CODE " UPDATED."
                   PERFORM 0420-LOG-CHANGED-FIELDS
           END-REWRITE.

       0420-LOG-CHANGED-FIELDS.
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF PM-DESCRIPTION NOT = WS-OLD-DESCRIPTION
               MOVE "DESCRIPTION"      TO WS-CL-FIELD-NAME
               MOVE WS-OLD-DESCRIPTION TO WS-CL-OLD-DISP
               MOVE PM-DESCRIPTION     TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-PRODUCT-CHANGE
           END-IF.
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 10
               IF PM-DENOMINATION (WS-DENOM-IDX) NOT =
                  WS-OLD-DENOMINATION (WS-DENOM-IDX)
                   MOVE "DENOMINATION" TO WS-CL-FIELD-NAME
                   MOVE WS-OLD-DENOMINATION (WS-DENOM-IDX)
                       TO WS-DENOM-DISP
                   MOVE WS-DENOM-DISP TO WS-CL-OLD-DISP
                   MOVE PM-DENOMINATION (WS-DENOM-IDX)
                       TO WS-DENOM-DISP
                   MOVE WS-DENOM-DISP TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-PRODUCT-CHANGE
               END-IF
           END-PERFORM.
           IF PM-VALIDITY-MONTHS NOT = WS-OLD-VALIDITY
               MOVE "VALIDITY-MTHS"    TO WS-CL-FIELD-NAME
               MOVE WS-OLD-VALIDITY    TO WS-CL-OLD-DISP
               MOVE PM-VALIDITY-MONTHS TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-PRODUCT-CHANGE
           END-IF.
           IF PM-DORMANT-MONTHS NOT = WS-OLD-DORMANT
               MOVE "DORMANT-MTHS"     TO WS-CL-FIELD-NAME
               MOVE WS-OLD-DORMANT     TO WS-CL-OLD-DISP
               MOVE PM-DORMANT-MONTHS  TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-PRODUCT-CHANGE
           END-IF.
           IF PM-DORMANCY-FEE NOT = WS-OLD-FEE
               MOVE "DORMANCY-FEE"     TO WS-CL-FIELD-NAME
               MOVE WS-OLD-FEE         TO WS-FEE-DISP
               MOVE WS-FEE-DISP        TO WS-CL-OLD-DISP
               MOVE PM-DORMANCY-FEE    TO WS-FEE-DISP
               MOVE WS-FEE-DISP        TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-PRODUCT-CHANGE
           END-IF.
           IF PM-RELOADABLE NOT = WS-OLD-RELOADABLE
               MOVE "RELOADABLE"       TO WS-CL-FIELD-NAME
               MOVE WS-OLD-RELOADABLE  TO WS-CL-OLD-DISP
               MOVE PM-RELOADABLE      TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-PRODUCT-CHANGE
           END-IF.

      *    A WITHDRAWN PRODUCT STOPS SELLING; VOUCHERS ALREADY ISSUED
      *    UNDER IT STILL EXPIRE, CHARGE AND TOP UP BY ITS TERMS.
       0500-WITHDRAW-PRODUCT.
           DISPLAY "PRODUCT CODE TO WITHDRAW: ".
           ACCEPT PM-PRODUCT-CODE.
           READ PRODUCT-MASTER
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   DISPLAY "PRODUCT " PM-PRODUCT-CODE " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF PM-STATUS = "W"
               DISPLAY "PRODUCT " PM-PRODUCT-CODE
                       " ALREADY WITHDRAWN."
               EXIT PARAGRAPH
           END-IF.
           MOVE "W" TO PM-STATUS.
           REWRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "WITHDRAW FAILED, STATUS=" WS-PM-STATUS
               NOT INVALID KEY
                   DISPLAY "PRODUCT " PM-PRODUCT-CODE " WITHDRAWN."
                   MOVE "WITHDRAW" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE "A" TO WS-CL-OLD-DISP
                   MOVE "W" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-PRODUCT-CHANGE
           END-REWRITE.

       0550-REINSTATE-PRODUCT.
           DISPLAY "PRODUCT CODE TO REINSTATE: ".
           ACCEPT PM-PRODUCT-CODE.
           READ PRODUCT-MASTER
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   DISPLAY "PRODUCT " PM-PRODUCT-CODE " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF PM-STATUS NOT = "W"
               DISPLAY "PRODUCT " PM-PRODUCT-CODE
                       " IS NOT WITHDRAWN."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PM-STATUS.
           REWRITE PRODUCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REINSTATE FAILED, STATUS=" WS-PM-STATUS
               NOT INVALID KEY
                   DISPLAY "PRODUCT " PM-PRODUCT-CODE " REINSTATED."
                   MOVE "REINSTAT" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE "W" TO WS-CL-OLD-DISP
                   MOVE "A" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-PRODUCT-CHANGE
           END-REWRITE.

       0600-INQUIRE-PRODUCT.
           DISPLAY "PRODUCT CODE: ".
           ACCEPT PM-PRODUCT-CODE.
           READ PRODUCT-MASTER
               KEY IS PM-PRODUCT-CODE
               INVALID KEY
                   DISPLAY "PRODUCT " PM-PRODUCT-CODE " NOT ON FILE."
               NOT INVALID KEY
                   DISPLAY "DESCRIPTION:  " PM-DESCRIPTION
                   DISPLAY "STATUS:       " PM-STATUS
                   IF PM-DENOM-COUNT = 0
                       DISPLAY "DENOMINATIONS: ANY AMOUNT"
                   ELSE
                       PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                               UNTIL WS-DENOM-IDX > PM-DENOM-COUNT
                           MOVE PM-DENOMINATION (WS-DENOM-IDX)
                               TO WS-DENOM-DISP
                           DISPLAY "DENOMINATION: " WS-DENOM-DISP
                       END-PERFORM
                   END-IF
                   DISPLAY "VALIDITY:     " PM-VALIDITY-MONTHS
                           " MONTHS (0 = NEVER EXPIRES)"
                   DISPLAY "DORMANT AFTER:" PM-DORMANT-MONTHS
                           " MONTHS (0 = NO FEE)"
                   MOVE PM-DORMANCY-FEE TO WS-FEE-DISP
                   DISPLAY "DORMANCY FEE: " WS-FEE-DISP
                   DISPLAY "RELOADABLE:   " PM-RELOADABLE
           END-READ.

       0700-LIST-PRODUCTS.
           MOVE LOW-VALUES TO PM-PRODUCT-CODE.
           MOVE 0 TO WS-LIST-DONE.
           START PRODUCT-MASTER KEY IS >= PM-PRODUCT-CODE
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ PRODUCT-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       MOVE PM-DORMANCY-FEE TO WS-FEE-DISP
                       DISPLAY PM-PRODUCT-CODE " " PM-STATUS " "
                               PM-DESCRIPTION " VALID "
                               PM-VALIDITY-MONTHS " DORMANT "
                               PM-DORMANT-MONTHS " FEE "
                               WS-FEE-DISP " RELOAD "
                               PM-RELOADABLE
               END-READ
           END-PERFORM.

      *    THE TERMS ARE KEYED IN FULL ON ADD AND ON CHANGE. UP TO TEN
      *    DENOMINATIONS, EACH ABOVE ZERO; NONE MEANS ANY AMOUNT.
       0800-ACCEPT-TERMS.
           MOVE "Y" TO WS-TERMS-OK.
           DISPLAY "NUMBER OF DENOMINATIONS (0 = ANY AMOUNT, MAX 10): ".
           ACCEPT PM-DENOM-COUNT.
           IF PM-DENOM-COUNT > 10
               DISPLAY "NO MORE THAN 10 DENOMINATIONS."
               MOVE "N" TO WS-TERMS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                   UNTIL WS-DENOM-IDX > 10
               MOVE 0 TO PM-DENOMINATION (WS-DENOM-IDX)
               IF WS-DENOM-IDX <= PM-DENOM-COUNT
                   DISPLAY "DENOMINATION " WS-DENOM-IDX
                           " (999.99): "
                   ACCEPT PM-DENOMINATION (WS-DENOM-IDX)
                   IF PM-DENOMINATION (WS-DENOM-IDX) = 0
                       MOVE "N" TO WS-TERMS-OK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TERMS-OK = "N"
               DISPLAY "A DENOMINATION CANNOT BE ZERO."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALIDITY IN MONTHS (0 = NEVER EXPIRES): ".
           ACCEPT PM-VALIDITY-MONTHS.
           DISPLAY "MONTHS UNUSED BEFORE DORMANCY FEE (0 = NONE): ".
           ACCEPT PM-DORMANT-MONTHS.
           DISPLAY "MONTHLY DORMANCY FEE (99.99): ".
           ACCEPT PM-DORMANCY-FEE.
           DISPLAY "RELOADABLE (Y/N): ".
           ACCEPT PM-RELOADABLE.
           IF PM-RELOADABLE NOT = "Y" AND PM-RELOADABLE NOT = "N"
               DISPLAY "RELOADABLE MUST BE Y OR N."
               MOVE "N" TO WS-TERMS-OK
           END-IF.

       0900-LOG-PRODUCT-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "PRODUCT"        TO CL-KEY-TYPE.
           MOVE PM-PRODUCT-CODE  TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
