      *    STOCK BY SERIAL RANGE ON THE CARD-STOCK FILE, ALLOCATES
      *    RANGES TO STORES, AND LISTS THE STOCK POSITION - ALL
      *    UNDER THE COMMON CHANGE-LOG DISCIPLINE, SO THE PAPER BOX
      *    LEDGER CAN FINALLY GO. A RANGE IS ONLY ALLOCATED TO A
      *    STORE ON THE STORE MASTER THAT IS NOT CLOSED; A BLANK
      *    STORE RETURNS THE RANGE TO THE WAREHOUSE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT STORE-MASTER ASSIGN TO "STORE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       FD  STORE-MASTER.
           COPY "strmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CS-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-OLD-STORE        PIC X(4).
       01 WS-NEW-STORE        PIC X(4).
       01 WS-STORE-STATUS     PIC XX.
       01 WS-STORE-AVAILABLE  PIC X VALUE "N".
       01 WS-STORE-OK         PIC X.
       01 WS-RECEIPT-DATE     PIC 9(8).
       01 WS-RECEIPT-TIME     PIC 9(6).
      *****************************************************************
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-STATUS = "00"
               MOVE "Y" TO WS-STORE-AVAILABLE
           ELSE
               DISPLAY "STORE-MASTER NOT AVAILABLE - RANGES CANNOT "
                       "BE ALLOCATED TO STORES."
           END-IF.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE CARD-STOCK.
           CLOSE CHANGE-LOG-FILE.
           IF WS-STORE-AVAILABLE = "Y"
               CLOSE STORE-MASTER
           END-IF.
           GOBACK.

       0200-MAIN-MENU.
               NOT INVALID KEY
                   MOVE CS-STORE-CODE TO WS-OLD-STORE
                   DISPLAY "STORE CODE [" CS-STORE-CODE "]: "
                   ACCEPT WS-NEW-STORE
                   PERFORM 0410-CHECK-STORE
                   IF WS-STORE-OK = "Y"
                       MOVE WS-NEW-STORE TO CS-STORE-CODE
                       PERFORM 0420-REWRITE-ALLOCATION
                   END-IF
           END-READ.

       0410-CHECK-STORE.
           MOVE "Y" TO WS-STORE-OK.
           IF WS-NEW-STORE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-STORE-AVAILABLE <> "Y"
               MOVE "N" TO WS-STORE-OK
               DISPLAY "NO STORE MASTER. ALLOCATION REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-STORE TO ST-STORE-CODE.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   MOVE "N" TO WS-STORE-OK
                   DISPLAY "STORE " WS-NEW-STORE
                           " NOT ON STORE MASTER. ALLOCATION REJECTED."
               NOT INVALID KEY
                   IF ST-STATUS = "C"
                       MOVE "N" TO WS-STORE-OK
                       DISPLAY "STORE " WS-NEW-STORE " IS CLOSED. "
                               "ALLOCATION REJECTED."
                   END-IF
           END-READ.

       0420-REWRITE-ALLOCATION.
           REWRITE CARD-STOCK-RECORD
               INVALID KEY
                   DISPLAY "ALLOCATE FAILED, STATUS=" WS-CS-STATUS
               NOT INVALID KEY
                   DISPLAY "RANGE ALLOCATED TO " CS-STORE-CODE "."
                   PERFORM 0910-LOG-ALLOCATION
           END-REWRITE.

       0500-LIST-STOCK.
           MOVE 0 TO CS-SERIAL-START.
           MOVE 0 TO WS-LIST-DONE.
