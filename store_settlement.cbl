      *    INDIVIDUAL HISTORY ENTRIES (RH-KEY) BEHIND OUR SIDE OF
      *    THE NUMBER, SO LOSS PREVENTION STARTS FROM EVIDENCE, NOT
      *    A TOTAL. DATE FROM THE COMMAND LINE (YYYYMMDD) OR THE
      *    BUSINESS DATE. EACH STORE IS NAMED FROM THE STORE MASTER;
      *    A POS STORE NOT ON THE MASTER IS FLAGGED, AND EVERY STORE
      *    OPEN ON THE DATE THAT SENT NO POS TENDER RECORD IS LISTED
      *    AS REPORTING NO ACTIVITY. THE POS TENDER FILE IS FIRST
      *    FINGERPRINTED ON THE INTERFACE REGISTRY (intfreg): ONE
      *    IDENTICAL TO A FILE ALREADY SETTLED IS REJECTED LIKE A
      *    MISSING FILE.
      *
      *    POS-TENDER: STORE(4) DATE(8) COUNT(5) AMOUNT 9(7)V99
      *****************************************************************
           SELECT SETTLE-RPT-FILE ASSIGN TO "STORE-SETTLE-RPT"
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
       FD  SETTLE-RPT-FILE.
       01  SETTLE-RPT-RECORD    PIC X(80).

       FD  STORE-MASTER.
           COPY "strmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PT-STATUS        PIC XX.
       01 WS-RH-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-POS-EOF          PIC 9(1) VALUE 0.
       01 WS-FP-EOF           PIC 9(1).
       01 WS-HIST-EOF         PIC 9(1).
       01 WS-PARAM            PIC X(20).
       01 WS-SETTLE-DATE      PIC 9(8).
       01 WS-MISMATCH-COUNT   PIC 9(3) VALUE 0.
       01 WS-STORE-STATUS     PIC XX.
       01 WS-STORE-AVAILABLE  PIC X VALUE "N".
       01 WS-STORE-EOF        PIC 9(1).
       01 WS-UNKNOWN-COUNT    PIC 9(3) VALUE 0.
       01 WS-NO-ACTIVITY-CT   PIC 9(3) VALUE 0.
       01 WS-SEEN-MAX         PIC 9(3) VALUE 500.
       01 WS-SEEN-COUNT       PIC 9(3) VALUE 0.
       01 WS-SEEN-IDX         PIC 9(3).
       01 WS-SEEN-FOUND       PIC X.
       01 WS-SEEN-TABLE.
           05 WS-SEEN-STORE OCCURS 500 TIMES PIC X(4).
       01 WS-TAL-MAX          PIC 9(2) VALUE 30.
       01 WS-TAL-COUNT        PIC 9(2) VALUE 0.
       01 WS-TAL-IDX          PIC 9(2).
              10 WS-TAL-OUR-CT    PIC 9(5).
              10 WS-TAL-OUR-AMT   PIC S9(9)V99.
              10 WS-TAL-MISMATCH  PIC X.
           COPY "intfchk.cpy".

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(32) VALUE

       01 WS-STORE-LINE.
           05 SL-STORE        PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SL-NAME         PIC X(18).
           05 FILLER          PIC X(6) VALUE "  POS ".
           05 SL-POS-CT       PIC ZZZZ9.
           05 FILLER          PIC X(1) VALUE "/".
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DL-AMOUNT       PIC -(3)9.99.

       01 WS-NO-ACTIVITY-HDR  PIC X(40) VALUE
              "STORES OPEN WITH NO POS TENDER REPORTED".

       01 WS-TOTALS-LINE.
           05 FILLER          PIC X(20) VALUE "MISMATCHED STORES:  ".
           05 TL-MISMATCH     PIC ZZ9.
           05 FILLER          PIC X(18) VALUE "  NOT ON MASTER:  ".
           05 TL-UNKNOWN      PIC ZZ9.
           05 FILLER          PIC X(16) VALUE "  NO ACTIVITY:  ".
           05 TL-NO-ACTIVITY  PIC ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
               STOP RUN
           END-IF.
           PERFORM TALLY-OUR-SIDE.
           PERFORM FINGERPRINT-POS-TENDER.
           IF IFC-RESULT = "N"
               DISPLAY "ERROR: POS-TENDER IS THE " IFC-DETAIL
                       " - REJECTED"
               CLOSE REDEMPTION-HISTORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT POS-TENDER-FILE.
           IF WS-PT-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN POS-TENDER, STATUS="
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-STATUS = "00"
               MOVE "Y" TO WS-STORE-AVAILABLE
           ELSE
               DISPLAY "STORE-MASTER NOT AVAILABLE - STORES NOT "
                       "NAMED OR CHECKED THIS RUN."
           END-IF.
           OPEN OUTPUT SETTLE-RPT-FILE.
           MOVE WS-SETTLE-DATE TO RH-DATE.
           WRITE SETTLE-RPT-RECORD FROM WS-RPT-HEADER.
           PERFORM SETTLE-ONE-STORE UNTIL WS-POS-EOF = 1.
           CLOSE POS-TENDER-FILE.
           IF WS-STORE-AVAILABLE = "Y"
               PERFORM LIST-NO-ACTIVITY-STORES
               CLOSE STORE-MASTER
           END-IF.
           PERFORM LIST-MISMATCH-EVIDENCE.
           MOVE WS-MISMATCH-COUNT TO TL-MISMATCH.
           MOVE WS-UNKNOWN-COUNT TO TL-UNKNOWN.
           MOVE WS-NO-ACTIVITY-CT TO TL-NO-ACTIVITY.
           WRITE SETTLE-RPT-RECORD FROM WS-TOTALS-LINE.
           CLOSE REDEMPTION-HISTORY.
           CLOSE SETTLE-RPT-FILE.
           DISPLAY "MISMATCHED STORES: " WS-MISMATCH-COUNT.
           DISPLAY "NOT ON MASTER:     " WS-UNKNOWN-COUNT.
           DISPLAY "NO ACTIVITY:       " WS-NO-ACTIVITY-CT.
           IF WS-MISMATCH-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
              OR WS-NO-ACTIVITY-CT > 0 OR WS-STORE-AVAILABLE = "N"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE "DONE" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           STOP RUN.

      *    COUNT, AMOUNT HASH AND CONTENT FINGERPRINT OF THE POS
      *    TENDER FILE FOR THE INTERFACE REGISTRY. A FILE THAT WILL
      *    NOT OPEN IS LEFT FOR THE MAIN OPEN TO REPORT.
       FINGERPRINT-POS-TENDER.
           MOVE "POS-TENDER" TO IFC-INTERFACE.
           MOVE "I" TO IFC-DIRECTION.
           MOVE "store_settlement" TO IFC-PROGRAM.
           MOVE "INIT" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           OPEN INPUT POS-TENDER-FILE.
           IF WS-PT-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FP-EOF.
           PERFORM UNTIL WS-FP-EOF = 1
               READ POS-TENDER-FILE
                   AT END
                       MOVE 1 TO WS-FP-EOF
                   NOT AT END
                       MOVE POS-TENDER-RECORD TO IFC-RECORD
                       MOVE 26 TO IFC-RECORD-LENGTH
                       MOVE PT-AMOUNT TO IFC-AMOUNT
                       MOVE "ADD " TO IFC-FUNCTION
                       CALL "intfreg" USING INTERFACE-CHECK
               END-READ
           END-PERFORM.
           CLOSE POS-TENDER-FILE.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

      *    ONE PASS OVER THE HISTORY GATHERS OUR COUNT AND VALUE OF
      *    ACCEPTED REDEMPTIONS PER STORE FOR THE SETTLEMENT DATE.
       TALLY-OUR-SIDE.

       MATCH-ONE-STORE.
           MOVE PT-STORE-CODE TO SL-STORE.
           PERFORM NAME-POS-STORE.
           MOVE PT-TRAN-COUNT TO SL-POS-CT.
           MOVE PT-AMOUNT TO SL-POS-AMT.
           MOVE 0 TO SL-OUR-CT.
           END-IF.
           WRITE SETTLE-RPT-RECORD FROM WS-STORE-LINE.

      *    THE POS STORE IS NAMED FROM THE STORE MASTER, OR FLAGGED
      *    AS NOT ON IT, AND REMEMBERED SO THE NO-ACTIVITY PASS
      *    KNOWS WHICH STORES DID REPORT.
       NAME-POS-STORE.
           MOVE SPACES TO SL-NAME.
           IF WS-STORE-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-STORE-CODE TO ST-STORE-CODE.
           READ STORE-MASTER
               KEY IS ST-STORE-CODE
               INVALID KEY
                   MOVE "** NOT ON MASTER *" TO SL-NAME
                   ADD 1 TO WS-UNKNOWN-COUNT
               NOT INVALID KEY
                   MOVE ST-STORE-NAME TO SL-NAME
           END-READ.
           MOVE "N" TO WS-SEEN-FOUND.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-STORE (WS-SEEN-IDX) = PT-STORE-CODE
                   MOVE "Y" TO WS-SEEN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SEEN-FOUND = "N" AND WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE PT-STORE-CODE TO WS-SEEN-STORE (WS-SEEN-COUNT)
           END-IF.

      *    EVERY STORE OPEN ON THE SETTLEMENT DATE SHOULD HAVE SENT
      *    A POS TENDER RECORD, EVEN A ZERO ONE. A STORE THAT DID
      *    NOT IS LISTED WITH WHATEVER WE REDEEMED FOR IT; IF WE
      *    REDEEMED ANYTHING THAT IS ALSO A MISMATCH, AND ITS
      *    HISTORY ENTRIES ARE LISTED WITH THE OTHERS.
       LIST-NO-ACTIVITY-STORES.
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
                       IF ST-OPEN-DATE <= WS-SETTLE-DATE
                          AND (ST-CLOSE-DATE = 0
                               OR ST-CLOSE-DATE > WS-SETTLE-DATE)
                           PERFORM CHECK-STORE-REPORTED
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-STORE-REPORTED.
           MOVE "N" TO WS-SEEN-FOUND.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-STORE (WS-SEEN-IDX) = ST-STORE-CODE
                   MOVE "Y" TO WS-SEEN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SEEN-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NO-ACTIVITY-CT = 0
               WRITE SETTLE-RPT-RECORD FROM WS-NO-ACTIVITY-HDR
           END-IF.
           ADD 1 TO WS-NO-ACTIVITY-CT.
           MOVE ST-STORE-CODE TO SL-STORE.
           MOVE ST-STORE-NAME TO SL-NAME.
           MOVE 0 TO SL-POS-CT.
           MOVE 0 TO SL-POS-AMT.
           MOVE 0 TO SL-OUR-CT.
           MOVE 0 TO SL-OUR-AMT.
           MOVE "NO REPORT" TO SL-VERDICT.
           PERFORM VARYING WS-TAL-IDX FROM 1 BY 1
                   UNTIL WS-TAL-IDX > WS-TAL-COUNT
               IF WS-TAL-STORE (WS-TAL-IDX) = ST-STORE-CODE
                   MOVE WS-TAL-OUR-CT (WS-TAL-IDX) TO SL-OUR-CT
                   MOVE WS-TAL-OUR-AMT (WS-TAL-IDX) TO SL-OUR-AMT
                   MOVE "MISMATCH" TO SL-VERDICT
                   MOVE "Y" TO WS-TAL-MISMATCH (WS-TAL-IDX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           WRITE SETTLE-RPT-RECORD FROM WS-STORE-LINE.

      *    A SECOND PASS LISTS EVERY ACCEPTED REDEMPTION BEHIND A
      *    MISMATCHED STORE'S TOTAL, KEY BY KEY, SO THE STORE CAN
      *    BE WALKED TICKET AGAINST TICKET.
