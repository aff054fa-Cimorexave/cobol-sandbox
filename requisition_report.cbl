      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  requisition_report.
      *****************************************************************
      *    MONTHLY REQUISITION AND TIME-TO-FILL REPORT FOR THE MONTH
      *    ON THE COMMAND LINE (YYYYMM) OR THE CURRENT MONTH. LISTS
      *    EVERY REQUISITION (reqmast.cpy) OPENED BY MONTH END AND
      *    NOT CLOSED BEFORE THE MONTH BEGAN, WITH:
      *      DAYS   - OPENED TO CLOSED FOR A FILLED OR CANCELLED
      *               REQUISITION, OPENED TO THE AS-OF DATE (MONTH
      *               END, OR TODAY FOR THE CURRENT MONTH) OTHERWISE
      *      APPL   - APPLICANTS TAGGED TO IT ON APPLICANT-MASTER
      *      WAIT   - OF THOSE, AGE CHECK PASSED AND NOT YET FED
      *      HIRED  - OF THOSE, FED TO INTAKE BY applicant_bridge
      *    SUMMARY: REQUISITIONS FILLED IN THE MONTH AND THEIR
      *    AVERAGE DAYS TO FILL, REQUISITIONS STILL OPEN OR ON HOLD
      *    AND THEIR AVERAGE DAYS OPEN, AND APPLICANTS PER
      *    REQUISITION ACROSS THE LISTING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO "REQUISITION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS WS-RQ-STATUS.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APPLICANT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT REQN-RPT-FILE ASSIGN TO "REQUISITION-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITION-FILE.
           COPY "reqmast.cpy".

       FD  APPLICANT-MASTER.
           COPY "applmast.cpy".

       FD  REQN-RPT-FILE.
       01  REQN-RPT-RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RQ-STATUS        PIC XX.
       01 WS-AM-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-PERIOD           PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR  PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-MONTH-START      PIC 9(8).
       01 WS-NEXT-MONTH       PIC 9(8).
       01 WS-NEXT-PARTS REDEFINES WS-NEXT-MONTH.
           05 WS-NEXT-YEAR    PIC 9(4).
           05 WS-NEXT-MM      PIC 9(2).
           05 WS-NEXT-DD      PIC 9(2).
       01 WS-MONTH-END        PIC 9(8).
       01 WS-ASOF-DATE        PIC 9(8).
       01 WS-END-DATE         PIC 9(8).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-REQ-MAX          PIC 9(3) VALUE 500.
       01 WS-REQ-COUNT        PIC 9(3) VALUE 0.
       01 WS-REQ-IDX          PIC 9(3).
       01 WS-REQ-DROPPED      PIC 9(5) VALUE 0.
       01 WS-REQ-FOUND        PIC X.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 500 TIMES.
              10 WS-RT-NUMBER     PIC X(8).
              10 WS-RT-TAGGED     PIC 9(5).
              10 WS-RT-WAITING    PIC 9(5).
              10 WS-RT-HIRED      PIC 9(5).
       01 WS-LISTED-COUNT     PIC 9(5) VALUE 0.
       01 WS-FILLED-COUNT     PIC 9(5) VALUE 0.
       01 WS-FILL-DAYS-SUM    PIC 9(9) VALUE 0.
       01 WS-OPEN-COUNT       PIC 9(5) VALUE 0.
       01 WS-OPEN-DAYS-SUM    PIC 9(9) VALUE 0.
       01 WS-TAGGED-TOTAL     PIC 9(7) VALUE 0.
       01 WS-AVG-FILL         PIC 9(5)V9.
       01 WS-AVG-OPEN         PIC 9(5)V9.
       01 WS-AVG-APPL         PIC 9(5)V9.

       01 WS-HEADER-LINE.
           05 FILLER PIC X(31) VALUE
              "JOB REQUISITIONS - MONTH ENDING".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 HDR-PERIOD PIC 9(6).
           05 FILLER PIC X(11) VALUE "   AS OF ".
           05 HDR-ASOF   PIC 9(4)/99/99.

       01 WS-COLS-LINE.
           05 FILLER PIC X(10) VALUE "REQ NO".
           05 FILLER PIC X(6)  VALUE "DEPT".
           05 FILLER PIC X(4)  VALUE "GR".
           05 FILLER PIC X(22) VALUE "TITLE".
           05 FILLER PIC X(3)  VALUE "ST".
           05 FILLER PIC X(9)  VALUE "FILL/OPN".
           05 FILLER PIC X(11) VALUE "OPENED".
           05 FILLER PIC X(11) VALUE "CLOSED".
           05 FILLER PIC X(6)  VALUE "  DAYS".
           05 FILLER PIC X(6)  VALUE "  APPL".
           05 FILLER PIC X(6)  VALUE "  WAIT".
           05 FILLER PIC X(6)  VALUE " HIRED".

       01 WS-DETAIL-LINE.
           05 DET-REQ       PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-DEPT      PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-GRADE     PIC X(2).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-TITLE     PIC X(20).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-STATUS    PIC X(1).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-FILLED    PIC ZZ9.
           05 FILLER        PIC X(1) VALUE "/".
           05 DET-OPENINGS  PIC ZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-OPENED    PIC 9(4)/99/99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-CLOSED    PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-DAYS      PIC ZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-TAGGED    PIC ZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-WAITING   PIC ZZZZ9.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-HIRED     PIC ZZZZ9.
       01 WS-CLOSED-EDIT      PIC 9(4)/99/99.

       01 WS-FILL-LINE.
           05 FILLER        PIC X(28) VALUE
              "FILLED IN MONTH:".
           05 SUM-FILLED    PIC ZZZZ9.
           05 FILLER        PIC X(24) VALUE
              "   AVG DAYS TO FILL:".
           05 SUM-AVG-FILL  PIC ZZZZ9.9.

       01 WS-OPEN-LINE.
           05 FILLER        PIC X(28) VALUE
              "STILL OPEN OR ON HOLD:".
           05 SUM-OPEN      PIC ZZZZ9.
           05 FILLER        PIC X(24) VALUE
              "   AVG DAYS OPEN:".
           05 SUM-AVG-OPEN  PIC ZZZZ9.9.

       01 WS-APPL-LINE.
           05 FILLER        PIC X(28) VALUE
              "REQUISITIONS LISTED:".
           05 SUM-LISTED    PIC ZZZZ9.
           05 FILLER        PIC X(24) VALUE
              "   APPLICANTS PER REQN:".
           05 SUM-AVG-APPL  PIC ZZZZ9.9.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-PERIOD
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF.
           PERFORM SET-MONTH-DATES.
           OPEN INPUT REQUISITION-FILE.
           IF WS-RQ-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN REQUISITION, STATUS="
                       WS-RQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-REQUISITIONS.
           PERFORM COUNT-APPLICANTS.
           PERFORM PRINT-REPORT.
           CLOSE REQUISITION-FILE.
           IF WS-REQ-DROPPED > 0
               DISPLAY "*** REQUISITION TABLE FULL - " WS-REQ-DROPPED
                       " REQUISITIONS NOT REPORTED ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "REQUISITION REPORT " WS-PERIOD ": LISTED "
                   WS-LISTED-COUNT " FILLED " WS-FILLED-COUNT
                   " OPEN " WS-OPEN-COUNT.
           STOP RUN.

      *    MONTH END IS THE DAY BEFORE THE FIRST OF THE NEXT MONTH.
      *    A RUN FOR THE CURRENT MONTH MEASURES OPEN REQUISITIONS TO
      *    TODAY, NOT TO A MONTH END STILL TO COME.
       SET-MONTH-DATES.
           COMPUTE WS-MONTH-START = WS-PERIOD * 100 + 1.
           MOVE WS-PERIOD-YEAR TO WS-NEXT-YEAR.
           MOVE WS-PERIOD-MONTH TO WS-NEXT-MM.
           MOVE 1 TO WS-NEXT-DD.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM
           END-IF.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           MOVE -1 TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-NEXT-MONTH
               WS-MONTH-END WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-RUN-DATE < WS-MONTH-END
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           ELSE
               MOVE WS-MONTH-END TO WS-ASOF-DATE
           END-IF.

       LOAD-REQUISITIONS.
           MOVE LOW-VALUES TO RQ-REQ-NUMBER.
           MOVE 0 TO WS-EOF.
           START REQUISITION-FILE KEY IS >= RQ-REQ-NUMBER
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF RQ-OPENED-DATE <= WS-MONTH-END
                          AND (RQ-CLOSED-DATE = 0
                           OR RQ-CLOSED-DATE >= WS-MONTH-START)
                           PERFORM ADD-REQ-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       ADD-REQ-ENTRY.
           IF WS-REQ-COUNT >= WS-REQ-MAX
               ADD 1 TO WS-REQ-DROPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REQ-COUNT.
           MOVE RQ-REQ-NUMBER TO WS-RT-NUMBER (WS-REQ-COUNT).
           MOVE 0 TO WS-RT-TAGGED (WS-REQ-COUNT).
           MOVE 0 TO WS-RT-WAITING (WS-REQ-COUNT).
           MOVE 0 TO WS-RT-HIRED (WS-REQ-COUNT).

      *    AN APPLICANT TAGGED TO A REQUISITION OUTSIDE THE LISTING
      *    IS NOT COUNTED.
       COUNT-APPLICANTS.
           OPEN INPUT APPLICANT-MASTER.
           IF WS-AM-STATUS <> "00"
               DISPLAY "APPLICANT-MASTER NOT AVAILABLE - APPLICANT "
                       "COUNTS ARE ZERO."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AM-APPLICANT-ID.
           MOVE 0 TO WS-EOF.
           START APPLICANT-MASTER KEY IS >= AM-APPLICANT-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ APPLICANT-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF AM-REQ-NUMBER NOT = SPACES
                           PERFORM TALLY-ONE-APPLICANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICANT-MASTER.

       TALLY-ONE-APPLICANT.
           MOVE "N" TO WS-REQ-FOUND.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-RT-NUMBER (WS-REQ-IDX) = AM-REQ-NUMBER
                   MOVE "Y" TO WS-REQ-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REQ-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RT-TAGGED (WS-REQ-IDX).
           EVALUATE AM-CHECK-RESULT
               WHEN "PASS"
                   ADD 1 TO WS-RT-WAITING (WS-REQ-IDX)
               WHEN "CONV"
                   ADD 1 TO WS-RT-HIRED (WS-REQ-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    THE TABLE WAS LOADED IN REQUISITION-NUMBER ORDER, SO EACH
      *    ROW IS RE-READ BY KEY FOR ITS DETAIL.
       PRINT-REPORT.
           OPEN OUTPUT REQN-RPT-FILE.
           MOVE WS-PERIOD TO HDR-PERIOD.
           MOVE WS-ASOF-DATE TO HDR-ASOF.
           WRITE REQN-RPT-RECORD FROM WS-HEADER-LINE.
           WRITE REQN-RPT-RECORD FROM WS-COLS-LINE.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               MOVE WS-RT-NUMBER (WS-REQ-IDX) TO RQ-REQ-NUMBER
               READ REQUISITION-FILE
                   KEY IS RQ-REQ-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PRINT-ONE-REQUISITION
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-AVG-FILL WS-AVG-OPEN WS-AVG-APPL.
           IF WS-FILLED-COUNT > 0
               COMPUTE WS-AVG-FILL ROUNDED =
                   WS-FILL-DAYS-SUM / WS-FILLED-COUNT
           END-IF.
           IF WS-OPEN-COUNT > 0
               COMPUTE WS-AVG-OPEN ROUNDED =
                   WS-OPEN-DAYS-SUM / WS-OPEN-COUNT
           END-IF.
           IF WS-LISTED-COUNT > 0
               COMPUTE WS-AVG-APPL ROUNDED =
                   WS-TAGGED-TOTAL / WS-LISTED-COUNT
           END-IF.
           MOVE WS-FILLED-COUNT TO SUM-FILLED.
           MOVE WS-AVG-FILL TO SUM-AVG-FILL.
           MOVE WS-OPEN-COUNT TO SUM-OPEN.
           MOVE WS-AVG-OPEN TO SUM-AVG-OPEN.
           MOVE WS-LISTED-COUNT TO SUM-LISTED.
           MOVE WS-AVG-APPL TO SUM-AVG-APPL.
           MOVE SPACES TO REQN-RPT-RECORD.
           WRITE REQN-RPT-RECORD.
           WRITE REQN-RPT-RECORD FROM WS-FILL-LINE.
           WRITE REQN-RPT-RECORD FROM WS-OPEN-LINE.
           WRITE REQN-RPT-RECORD FROM WS-APPL-LINE.
           CLOSE REQN-RPT-FILE.

      *    A REQUISITION CLOSED AFTER THE AS-OF DATE WAS STILL OPEN
      *    THEN, SO A RERUN FOR AN EARLIER MONTH SHOWS IT AS IT STOOD.
       PRINT-ONE-REQUISITION.
           MOVE RQ-REQ-NUMBER TO DET-REQ.
           MOVE RQ-DEPT-CODE TO DET-DEPT.
           MOVE RQ-PAY-GRADE TO DET-GRADE.
           MOVE RQ-TITLE TO DET-TITLE.
           MOVE RQ-STATUS TO DET-STATUS.
           MOVE RQ-FILLED TO DET-FILLED.
           MOVE RQ-OPENINGS TO DET-OPENINGS.
           MOVE RQ-OPENED-DATE TO DET-OPENED.
           IF RQ-CLOSED-DATE NOT = 0
              AND RQ-CLOSED-DATE <= WS-ASOF-DATE
               MOVE RQ-CLOSED-DATE TO WS-CLOSED-EDIT
               MOVE WS-CLOSED-EDIT TO DET-CLOSED
               MOVE RQ-CLOSED-DATE TO WS-END-DATE
           ELSE
               MOVE SPACES TO DET-CLOSED
               MOVE WS-ASOF-DATE TO WS-END-DATE
           END-IF.
           MOVE "DAYS" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION RQ-OPENED-DATE
               WS-END-DATE WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-DAYS < 0
               MOVE 0 TO WS-DATE-DAYS
           END-IF.
           MOVE WS-DATE-DAYS TO DET-DAYS.
           MOVE WS-RT-TAGGED (WS-REQ-IDX) TO DET-TAGGED.
           MOVE WS-RT-WAITING (WS-REQ-IDX) TO DET-WAITING.
           MOVE WS-RT-HIRED (WS-REQ-IDX) TO DET-HIRED.
           WRITE REQN-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           ADD WS-RT-TAGGED (WS-REQ-IDX) TO WS-TAGGED-TOTAL.
           IF RQ-FILLED-UP
              AND RQ-CLOSED-DATE >= WS-MONTH-START
              AND RQ-CLOSED-DATE <= WS-ASOF-DATE
               ADD 1 TO WS-FILLED-COUNT
               ADD WS-DATE-DAYS TO WS-FILL-DAYS-SUM
           END-IF.
           IF DET-CLOSED = SPACES
               ADD 1 TO WS-OPEN-COUNT
               ADD WS-DATE-DAYS TO WS-OPEN-DAYS-SUM
           END-IF.
