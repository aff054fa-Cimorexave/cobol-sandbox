      *    STORE (UNALLOCATED RANGES REPORT AS THE WAREHOUSE). A
      *    MISSING BOX NOW SHOWS AS AN ON-HAND NUMBER THAT WILL NOT
      *    MOVE - CAUGHT THE MONTH IT GOES, NOT AT YEAR-END COUNT.
      *    STORES ARE NAMED FROM THE STORE MASTER. A RANGE HELD BY
      *    A CODE NOT ON THE MASTER IS FLAGGED, AS IS EVERY STORE
      *    OPEN ON THE BUSINESS DATE THAT HOLDS NO STOCK OR HAS
      *    ISSUED NONE OF WHAT IT HOLDS (NO ACTIVITY).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STOCK-RPT-FILE ASSIGN TO "CARD-STOCK-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT STORE-MASTER ASSIGN TO "STORE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-STORE-CODE
               FILE STATUS IS WS-STORE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-RPT-FILE.
       01  STOCK-RPT-RECORD     PIC X(80).

       FD  STORE-MASTER.
           COPY "strmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CS-STATUS        PIC XX.
       01 WS-CDL-STATUS       PIC XX.
       01 WS-RANGE-SIZE       PIC 9(7).
       01 WS-RANGE-ISSUED     PIC 9(7).
       01 WS-STORE-KEY        PIC X(4).
       01 WS-STORE-STATUS     PIC XX.
       01 WS-STORE-AVAILABLE  PIC X VALUE "N".
       01 WS-STORE-EOF        PIC 9(1).
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-UNKNOWN-COUNT    PIC 9(3) VALUE 0.
       01 WS-NO-ACTIVITY-CT   PIC 9(3) VALUE 0.
       01 WS-TAL-MAX          PIC 9(2) VALUE 30.
       01 WS-TAL-COUNT        PIC 9(2) VALUE 0.
       01 WS-TAL-IDX          PIC 9(2).

       01 WS-RPT-HEADER       PIC X(40) VALUE
          "CARD STOCK RECONCILIATION BY STORE".
       01 WS-RPT-COLS         PIC X(72) VALUE
          "STORE  NAME                  RECEIVED   ISSUED  ON HAND".
       01 WS-RPT-LINE.
           05 RL-STORE        PIC X(4).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-NAME         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-RECEIVED     PIC ZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-ISSUED       PIC ZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-ON-HAND      PIC ZZZZZZ9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-FLAG         PIC X(13).
       01 WS-TOTALS-LINE.
           05 FILLER          PIC X(16) VALUE "NOT ON MASTER:  ".
           05 TL-UNKNOWN      PIC ZZ9.
           05 FILLER          PIC X(16) VALUE "  NO ACTIVITY:  ".
           05 TL-NO-ACTIVITY  PIC ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT CARD-STOCK.
               DISPLAY "CARD-LINK NOT AVAILABLE - ISSUED COUNTS "
                       "SHOW ZERO."
           END-IF.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-STATUS = "00"
               MOVE "Y" TO WS-STORE-AVAILABLE
           ELSE
               DISPLAY "STORE-MASTER NOT AVAILABLE - STORES NOT "
                       "NAMED OR CHECKED THIS RUN."
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RECONCILE-ONE-RANGE UNTIL WS-CS-EOF = 1.
           OPEN OUTPUT STOCK-RPT-FILE.
           WRITE STOCK-RPT-RECORD FROM WS-RPT-HEADER.
               COMPUTE RL-ON-HAND =
                   WS-TAL-RECEIVED (WS-TAL-IDX)
                   - WS-TAL-ISSUED (WS-TAL-IDX)
               PERFORM NAME-AND-FLAG-STORE
               WRITE STOCK-RPT-RECORD FROM WS-RPT-LINE
           END-PERFORM.
           IF WS-STORE-AVAILABLE = "Y"
               PERFORM LIST-STORES-WITHOUT-STOCK
               CLOSE STORE-MASTER
           END-IF.
           MOVE WS-UNKNOWN-COUNT TO TL-UNKNOWN.
           MOVE WS-NO-ACTIVITY-CT TO TL-NO-ACTIVITY.
           WRITE STOCK-RPT-RECORD FROM WS-TOTALS-LINE.
           CLOSE CARD-STOCK.
           IF WS-LINK-AVAILABLE = "Y"
               CLOSE CARD-LINK
           END-IF.
           CLOSE STOCK-RPT-FILE.
           IF WS-UNKNOWN-COUNT > 0 OR WS-NO-ACTIVITY-CT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "CARD STOCK RECONCILIATION COMPLETE.".
           DISPLAY "NOT ON MASTER: " WS-UNKNOWN-COUNT.
           DISPLAY "NO ACTIVITY:   " WS-NO-ACTIVITY-CT.
           STOP RUN.

      *    THE WAREHOUSE LINE IS NOT A STORE. ANY OTHER CODE IS
      *    NAMED FROM THE MASTER OR FLAGGED AS NOT ON IT; A STORE
      *    STILL OPEN THAT HAS ISSUED NOTHING IS FLAGGED AS IDLE.
       NAME-AND-FLAG-STORE.
           MOVE SPACES TO RL-NAME.
           MOVE SPACES TO RL-FLAG.
           IF WS-TAL-STORE (WS-TAL-IDX) = "WHSE"
               MOVE "WAREHOUSE" TO RL-NAME
               EXIT PARAGRAPH
           END-IF.
           IF WS-STORE-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TAL-STORE (WS-TAL-IDX) TO ST-STORE-CODE.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO RL-FLAG
                   ADD 1 TO WS-UNKNOWN-COUNT
               NOT INVALID KEY
                   MOVE ST-STORE-NAME TO RL-NAME
                   IF WS-TAL-ISSUED (WS-TAL-IDX) = 0
                      AND ST-OPEN-DATE <= WS-BUSINESS-DATE
                      AND (ST-CLOSE-DATE = 0
                           OR ST-CLOSE-DATE > WS-BUSINESS-DATE)
                       MOVE "NO ACTIVITY" TO RL-FLAG
                       ADD 1 TO WS-NO-ACTIVITY-CT
                   END-IF
           END-READ.

      *    A STORE OPEN ON THE BUSINESS DATE THAT HOLDS NO CARD
      *    STOCK AT ALL DOES NOT APPEAR IN THE TALLY, SO THE MASTER
      *    IS WALKED FOR THEM AND EACH IS LISTED AT ZERO.
       LIST-STORES-WITHOUT-STOCK.
           MOVE 0 TO WS-STORE-EOF.
           MOVE LOW-VALUES TO ST-STORE-CODE.
           START STORE-MASTER KEY IS >= ST-STORE-CODE
               INVALID KEY
                   MOVE 1 TO WS-STORE-EOF
           END-START.
           PERFORM UNTIL WS-STORE-EOF = 1
               READ STORE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-STORE-EOF
                   NOT AT END
                       IF ST-OPEN-DATE <= WS-BUSINESS-DATE
                          AND (ST-CLOSE-DATE = 0
                               OR ST-CLOSE-DATE > WS-BUSINESS-DATE)
                           PERFORM CHECK-STORE-HAS-STOCK
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-STORE-HAS-STOCK.
           MOVE "N" TO WS-TAL-FOUND.
           PERFORM VARYING WS-TAL-IDX FROM 1 BY 1
                   UNTIL WS-TAL-IDX > WS-TAL-COUNT
               IF WS-TAL-STORE (WS-TAL-IDX) = ST-STORE-CODE
                   MOVE "Y" TO WS-TAL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TAL-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE ST-STORE-CODE TO RL-STORE.
           MOVE ST-STORE-NAME TO RL-NAME.
           MOVE 0 TO RL-RECEIVED.
           MOVE 0 TO RL-ISSUED.
           MOVE 0 TO RL-ON-HAND.
           MOVE "NO ACTIVITY" TO RL-FLAG.
           ADD 1 TO WS-NO-ACTIVITY-CT.
           WRITE STOCK-RPT-RECORD FROM WS-RPT-LINE.

       RECONCILE-ONE-RANGE.
           READ CARD-STOCK NEXT RECORD
               AT END
