      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  intf_log.
      *****************************************************************
      *    DAILY INTERFACE LOG. READS THE INTERFACE REGISTRY
      *    (intfreg.cpy) AND LISTS, FOR THE BUSINESS DATE (YYYYMMDD
      *    ON THE COMMAND LINE, OR THE CURRENT BUSINESS DATE):
      *      - EVERY INBOUND FILE THAT ARRIVED AND WAS PROCESSED;
      *      - EVERY OUTBOUND FILE RELEASED TO BE SENT;
      *      - EVERY DUPLICATE - AN INBOUND FILE REJECTED, OR AN
      *        OUTBOUND FILE NOT RELEASED, BECAUSE IT WAS IDENTICAL
      *        TO ONE ALREADY TAKEN OR SENT;
      *    THEN CHECKS THE DAY AGAINST THE INTERFACE SCHEDULE BELOW.
      *    A DAILY INTERFACE WITH NOTHING PROCESSED OR SENT FOR THE
      *    DATE IS MISSING; FOR THE PAY-PERIOD AND AS-NEEDED ONES THE
      *    DATE EACH WAS LAST SEEN IS SHOWN. ANY MISSING FILE OR ANY
      *    DUPLICATE ENDS THE RUN RC 4. REPORT-ONLY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "INTERFACE-REGISTRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IR-STATUS.
           SELECT INTF-LOG-FILE ASSIGN TO "INTERFACE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
           COPY "intfreg.cpy".

       FD  INTF-LOG-FILE.
       01  INTF-LOG-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IR-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-IR-EOF           PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-LOG-DATE         PIC 9(8).
       01 WS-INTF-IDX         PIC 9(2).
       01 WS-INTF-FOUND       PIC 9(2).
       01 WS-IN-COUNT         PIC 9(5) VALUE 0.
       01 WS-OUT-COUNT        PIC 9(5) VALUE 0.
       01 WS-DUP-COUNT        PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT    PIC 9(5) VALUE 0.

      *    THE INTERFACE SCHEDULE: NAME AS REGISTERED, DIRECTION
      *    ("I" IN, "O" OUT) AND HOW OFTEN IT IS DUE - "D" EVERY
      *    NIGHTLY CYCLE, "P" EACH PAY PERIOD, "A" AS NEEDED (THE
      *    BANK'S RETURNS) OR ANNUALLY (THE ESCHEAT REMITTANCE).
       01 WS-INTF-VALUES.
           05 FILLER PIC X(18) VALUE "BRANCH1-TRANS   ID".
           05 FILLER PIC X(18) VALUE "BRANCH2-TRANS   ID".
           05 FILLER PIC X(18) VALUE "BRANCH3-TRANS   ID".
           05 FILLER PIC X(18) VALUE "POS-TENDER      ID".
           05 FILLER PIC X(18) VALUE "HR-ACK-IN       ID".
           05 FILLER PIC X(18) VALUE "BANK-RETURNS    IA".
           05 FILLER PIC X(18) VALUE "HR-INTERFACE    OD".
           05 FILLER PIC X(18) VALUE "BANK-PAYMENTS   OP".
           05 FILLER PIC X(18) VALUE "GL-POSTING      OP".
           05 FILLER PIC X(18) VALUE "ESCHEAT-REMIT   OA".
       01 WS-INTF-TABLE REDEFINES WS-INTF-VALUES.
           05 WS-INTF-ENTRY OCCURS 10 TIMES.
              10 WS-INTF-NAME     PIC X(16).
              10 WS-INTF-DIR      PIC X.
              10 WS-INTF-FREQ     PIC X.
       01 WS-INTF-SEEN-TABLE.
           05 WS-INTF-SEEN OCCURS 10 TIMES.
              10 WS-SEEN-TODAY    PIC X.
              10 WS-SEEN-LAST     PIC 9(8).

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(26) VALUE
              "DAILY INTERFACE LOG FOR ".
           05 RH-DATE         PIC 9(8).

       01 WS-RPT-COLUMNS.
           05 FILLER          PIC X(21) VALUE "DIR INTERFACE".
           05 FILLER          PIC X(15) VALUE "STATUS".
           05 FILLER          PIC X(13) VALUE "RECORDS".
           05 FILLER          PIC X(12) VALUE "HASH TOTAL".
           05 FILLER          PIC X(7)  VALUE "PROGRAM".

       01 WS-SECTION-LINE     PIC X(80).

       01 WS-RPT-LINE.
           05 RL-DIR          PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-INTERFACE    PIC X(16).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-STATUS       PIC X(14).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-HASH         PIC -(11)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-PROGRAM      PIC X(15).

       01 WS-SCHED-LINE.
           05 SL-DIR          PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SL-INTERFACE    PIC X(16).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SL-VERDICT      PIC X(14).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SL-NOTE         PIC X(40).

       01 WS-TOTALS-LINE.
           05 FILLER          PIC X(10) VALUE "ARRIVED: ".
           05 TL-IN           PIC ZZZZ9.
           05 FILLER          PIC X(9) VALUE "  SENT: ".
           05 TL-OUT          PIC ZZZZ9.
           05 FILLER          PIC X(14) VALUE "  DUPLICATES: ".
           05 TL-DUP          PIC ZZZZ9.
           05 FILLER          PIC X(11) VALUE "  MISSING: ".
           05 TL-MISSING      PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:8) IS NUMERIC
               MOVE WS-PARAM (1:8) TO WS-LOG-DATE
           ELSE
               CALL "bizdate" USING WS-LOG-DATE
           END-IF.
           PERFORM VARYING WS-INTF-IDX FROM 1 BY 1
                   UNTIL WS-INTF-IDX > 10
               MOVE "N" TO WS-SEEN-TODAY (WS-INTF-IDX)
               MOVE 0 TO WS-SEEN-LAST (WS-INTF-IDX)
           END-PERFORM.
           OPEN OUTPUT INTF-LOG-FILE.
           MOVE WS-LOG-DATE TO RH-DATE.
           WRITE INTF-LOG-RECORD FROM WS-RPT-HEADER.
           MOVE SPACES TO INTF-LOG-RECORD.
           WRITE INTF-LOG-RECORD.
           WRITE INTF-LOG-RECORD FROM WS-RPT-COLUMNS.
           PERFORM 100-READ-REGISTRY.
           PERFORM 200-CHECK-SCHEDULE.
           MOVE WS-IN-COUNT TO TL-IN.
           MOVE WS-OUT-COUNT TO TL-OUT.
           MOVE WS-DUP-COUNT TO TL-DUP.
           MOVE WS-MISSING-COUNT TO TL-MISSING.
           MOVE SPACES TO INTF-LOG-RECORD.
           WRITE INTF-LOG-RECORD.
           WRITE INTF-LOG-RECORD FROM WS-TOTALS-LINE.
           CLOSE INTF-LOG-FILE.
           DISPLAY "INTERFACE FILES ARRIVED:  " WS-IN-COUNT.
           DISPLAY "INTERFACE FILES SENT:     " WS-OUT-COUNT.
           DISPLAY "DUPLICATE FILES:          " WS-DUP-COUNT.
           DISPLAY "DAILY INTERFACES MISSING: " WS-MISSING-COUNT.
           IF WS-DUP-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "SEE INTERFACE-LOG."
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    THE WHOLE REGISTRY IS READ: THE DATE'S OWN LINES ARE
      *    LISTED, AND EVERY LINE ON OR BEFORE THE DATE MOVES ON
      *    ITS INTERFACE'S LAST-SEEN DATE.
       100-READ-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF WS-IR-STATUS <> "00"
               MOVE SPACES TO WS-SECTION-LINE
               STRING "NO INTERFACE-REGISTRY ON HAND, STATUS="
                      DELIMITED BY SIZE
                      WS-IR-STATUS DELIMITED BY SIZE
                      INTO WS-SECTION-LINE
               END-STRING
               WRITE INTF-LOG-RECORD FROM WS-SECTION-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-IR-EOF.
           PERFORM UNTIL WS-IR-EOF = 1
               READ REGISTRY-FILE
                   AT END
                       MOVE 1 TO WS-IR-EOF
                   NOT AT END
                       PERFORM 110-TAKE-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE REGISTRY-FILE.

       110-TAKE-ONE-LINE.
           MOVE 0 TO WS-INTF-FOUND.
           PERFORM VARYING WS-INTF-IDX FROM 1 BY 1
                   UNTIL WS-INTF-IDX > 10
               IF WS-INTF-NAME (WS-INTF-IDX) = IR-INTERFACE
                  AND WS-INTF-DIR (WS-INTF-IDX) = IR-DIRECTION
                   MOVE WS-INTF-IDX TO WS-INTF-FOUND
               END-IF
           END-PERFORM.
           IF WS-INTF-FOUND > 0
              AND (IR-PROCESSED OR IR-SENT)
              AND IR-BUSINESS-DATE NOT > WS-LOG-DATE
              AND IR-BUSINESS-DATE > WS-SEEN-LAST (WS-INTF-FOUND)
               MOVE IR-BUSINESS-DATE TO WS-SEEN-LAST (WS-INTF-FOUND)
           END-IF.
           IF IR-BUSINESS-DATE <> WS-LOG-DATE
               EXIT PARAGRAPH
           END-IF.
           IF IR-INBOUND
               MOVE "IN" TO RL-DIR
           ELSE
               MOVE "OUT" TO RL-DIR
           END-IF.
           MOVE IR-INTERFACE TO RL-INTERFACE.
           EVALUATE TRUE
               WHEN IR-PROCESSED
                   MOVE "ARRIVED" TO RL-STATUS
                   ADD 1 TO WS-IN-COUNT
               WHEN IR-SENT
                   MOVE "SENT" TO RL-STATUS
                   ADD 1 TO WS-OUT-COUNT
               WHEN IR-DUPLICATE AND IR-INBOUND
                   MOVE "DUP - REJECTED" TO RL-STATUS
                   ADD 1 TO WS-DUP-COUNT
               WHEN IR-DUPLICATE
                   MOVE "DUP - HELD" TO RL-STATUS
                   ADD 1 TO WS-DUP-COUNT
               WHEN OTHER
                   MOVE "STATUS " TO RL-STATUS
                   MOVE IR-STATUS TO RL-STATUS (8:1)
           END-EVALUATE.
           IF WS-INTF-FOUND > 0
              AND (IR-PROCESSED OR IR-SENT)
               MOVE "Y" TO WS-SEEN-TODAY (WS-INTF-FOUND)
           END-IF.
           MOVE IR-RECORD-COUNT TO RL-COUNT.
           MOVE IR-HASH-TOTAL TO RL-HASH.
           MOVE IR-PROGRAM TO RL-PROGRAM.
           WRITE INTF-LOG-RECORD FROM WS-RPT-LINE.

       200-CHECK-SCHEDULE.
           MOVE SPACES TO INTF-LOG-RECORD.
           WRITE INTF-LOG-RECORD.
           MOVE "AGAINST THE INTERFACE SCHEDULE:" TO WS-SECTION-LINE.
           WRITE INTF-LOG-RECORD FROM WS-SECTION-LINE.
           PERFORM VARYING WS-INTF-IDX FROM 1 BY 1
                   UNTIL WS-INTF-IDX > 10
               PERFORM 210-CHECK-ONE-INTERFACE
           END-PERFORM.

       210-CHECK-ONE-INTERFACE.
           IF WS-INTF-DIR (WS-INTF-IDX) = "I"
               MOVE "IN" TO SL-DIR
           ELSE
               MOVE "OUT" TO SL-DIR
           END-IF.
           MOVE WS-INTF-NAME (WS-INTF-IDX) TO SL-INTERFACE.
           MOVE SPACES TO SL-NOTE.
           EVALUATE TRUE
               WHEN WS-SEEN-TODAY (WS-INTF-IDX) = "Y"
                   MOVE "RECEIVED/SENT" TO SL-VERDICT
               WHEN WS-INTF-FREQ (WS-INTF-IDX) = "D"
                   MOVE "MISSING" TO SL-VERDICT
                   ADD 1 TO WS-MISSING-COUNT
               WHEN OTHER
                   MOVE "NOT DUE DAILY" TO SL-VERDICT
           END-EVALUATE.
           IF WS-SEEN-TODAY (WS-INTF-IDX) <> "Y"
               IF WS-SEEN-LAST (WS-INTF-IDX) = 0
                   MOVE "NEVER SEEN ON THE REGISTRY" TO SL-NOTE
               ELSE
                   STRING "LAST SEEN " DELIMITED BY SIZE
                          WS-SEEN-LAST (WS-INTF-IDX)
                          DELIMITED BY SIZE
                          INTO SL-NOTE
                   END-STRING
               END-IF
           END-IF.
           WRITE INTF-LOG-RECORD FROM WS-SCHED-LINE.
