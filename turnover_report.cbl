      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  turnover_report.
      *****************************************************************
      *    ROLLING 12-MONTH TURNOVER AND RETENTION REPORT, ENDING
      *    WITH THE MONTH ON THE COMMAND LINE (YYYYMM) OR THE CURRENT
      *    MONTH. PER DEPARTMENT:
      *      AVG HC   - MEAN OF THE MONTH-END SNAPSHOTS IN THE WINDOW
      *                 (HEADCOUNT-HISTORY, headcount_snapshot)
      *      HIRES, TERMS, XFER IN/OUT - FROM TRANSFER-HISTORY
      *      TURN %   - TERMS / AVG HC
      *      AVG TEN  - AVERAGE MONTHS OF SERVICE AT THE LATEST
      *                 SNAPSHOT
      *      1YR LVRS - LEAVERS WHO WENT WITHIN A YEAR OF HIRE (HIRE
      *                 DATE FROM TERM-ARCHIVE); 1YR % IS THAT OVER
      *                 THE WINDOW'S HIRES
      *    A WINDOW WITH NO SNAPSHOTS GIVES A ZERO TURNOVER RATE AND
      *    RETURN-CODE 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEADCOUNT-HISTORY ASSIGN TO "HEADCOUNT-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HS-STATUS.
           SELECT TRANSFER-HISTORY ASSIGN TO "TRANSFER-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
           SELECT TERM-ARCHIVE ASSIGN TO "TERM-ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-EMPLOYEE-ID
               FILE STATUS IS WS-TA-STATUS.
           SELECT TURNOVER-RPT-FILE ASSIGN TO "TURNOVER-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HEADCOUNT-HISTORY.
           COPY "hcsnap.cpy".

       FD  TRANSFER-HISTORY.
           COPY "xferhist.cpy".

       FD  TERM-ARCHIVE.
           COPY "termarch.cpy".

       FD  TURNOVER-RPT-FILE.
       01  TURNOVER-RPT-RECORD  PIC X(100).

       WORKING-STORAGE SECTION.
           COPY "employee.cpy".
       01 WS-HS-STATUS        PIC XX.
       01 WS-TH-STATUS        PIC XX.
       01 WS-TA-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-TA-AVAILABLE     PIC X VALUE "N".
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-PERIOD           PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR  PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-START-PERIOD     PIC 9(6).
       01 WS-START-PARTS REDEFINES WS-START-PERIOD.
           05 WS-START-YEAR   PIC 9(4).
           05 WS-START-MONTH  PIC 9(2).
       01 WS-MONTH-INDEX      PIC 9(6).
       01 WS-SNAP-MONTHS      PIC 9(2) VALUE 0.
       01 WS-LAST-SNAP-MONTH  PIC 9(6) VALUE 0.
       01 WS-WORK-DEPT        PIC X(4).
       01 WS-DEPT-MAX         PIC 9(3) VALUE 100.
       01 WS-DEPT-COUNT       PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX         PIC 9(3).
       01 WS-DEPT-FOUND       PIC X.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
              10 WS-DT-CODE       PIC X(4).
              10 WS-DT-HC-SUM     PIC 9(7).
              10 WS-DT-LAST-MONTH PIC 9(6).
              10 WS-DT-LAST-HC    PIC 9(5).
              10 WS-DT-LAST-TEN   PIC 9(9).
              10 WS-DT-HIRES      PIC 9(5).
              10 WS-DT-TERMS      PIC 9(5).
              10 WS-DT-XFER-IN    PIC 9(5).
              10 WS-DT-XFER-OUT   PIC 9(5).
              10 WS-DT-FIRST-YR   PIC 9(5).
       01 WS-TOT-HC-SUM       PIC 9(9) VALUE 0.
       01 WS-TOT-LAST-HC      PIC 9(7) VALUE 0.
       01 WS-TOT-LAST-TEN     PIC 9(11) VALUE 0.
       01 WS-TOT-HIRES        PIC 9(7) VALUE 0.
       01 WS-TOT-TERMS        PIC 9(7) VALUE 0.
       01 WS-TOT-IN           PIC 9(7) VALUE 0.
       01 WS-TOT-OUT          PIC 9(7) VALUE 0.
       01 WS-TOT-FIRST-YR     PIC 9(7) VALUE 0.
       01 WS-CALC-HC-SUM      PIC 9(9).
       01 WS-CALC-LAST-HC     PIC 9(7).
       01 WS-CALC-LAST-TEN    PIC 9(11).
       01 WS-CALC-HIRES       PIC 9(7).
       01 WS-CALC-TERMS       PIC 9(7).
       01 WS-CALC-FIRST-YR    PIC 9(7).
       01 WS-AVG-HC           PIC 9(5)V9.
       01 WS-AVG-TENURE       PIC 9(4)V9.
       01 WS-TURNOVER-PCT     PIC 9(3)V9.
       01 WS-FIRST-YR-PCT     PIC 9(3)V9.
       01 WS-ANNIVERSARY      PIC 9(8).

       01 WS-HEADER-LINE.
           05 FILLER PIC X(34) VALUE
              "TURNOVER AND RETENTION - 12 MONTHS".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 HDR-START  PIC 9(6).
           05 FILLER PIC X(4)  VALUE " TO ".
           05 HDR-END    PIC 9(6).
           05 FILLER PIC X(13) VALUE "  SNAPSHOTS: ".
           05 HDR-SNAPS  PIC Z9.

       01 WS-COLS-LINE.
           05 FILLER PIC X(6)  VALUE "DEPT".
           05 FILLER PIC X(9)  VALUE " AVG HC".
           05 FILLER PIC X(7)  VALUE "  HIRES".
           05 FILLER PIC X(7)  VALUE "  TERMS".
           05 FILLER PIC X(7)  VALUE "XFER IN".
           05 FILLER PIC X(8)  VALUE " XFR OUT".
           05 FILLER PIC X(8)  VALUE "  TURN %".
           05 FILLER PIC X(9)  VALUE "  AVG TEN".
           05 FILLER PIC X(9)  VALUE " 1YR LVRS".
           05 FILLER PIC X(7)  VALUE "  1YR %".

       01 WS-DETAIL-LINE.
           05 DET-DEPT      PIC X(4).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-AVG-HC    PIC ZZZZ9.9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-HIRES     PIC ZZZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-TERMS     PIC ZZZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-XFER-IN   PIC ZZZZ9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 DET-XFER-OUT  PIC ZZZZ9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 DET-TURNOVER  PIC ZZ9.9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 DET-TENURE    PIC ZZZ9.9.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 DET-FIRST-YR  PIC ZZZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-FIRST-PCT PIC ZZ9.9.

       01 WS-NOTE-LINE PIC X(100) VALUE
          "AVG TEN = MONTHS OF SERVICE AT LATEST SNAPSHOT. 1YR % = LEAVE
      -    "RS WITHIN A YEAR OF HIRE / HIRES.".
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-PERIOD
           ELSE
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF.
           COMPUTE WS-MONTH-INDEX =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 1 - 11.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-START-YEAR
               REMAINDER WS-START-MONTH.
           ADD 1 TO WS-START-MONTH.
           PERFORM READ-SNAPSHOTS.
           PERFORM READ-MOVEMENTS.
           PERFORM PRINT-REPORT.
           STOP RUN.

      *    THE HISTORY IS KEYED BY MONTH FIRST, SO ONE PASS FROM THE
      *    WINDOW START SEES THE MONTHS IN ORDER.
       READ-SNAPSHOTS.
           OPEN INPUT HEADCOUNT-HISTORY.
           IF WS-HS-STATUS <> "00"
               DISPLAY "HEADCOUNT-HISTORY NOT AVAILABLE - NO "
                       "SNAPSHOTS IN THE WINDOW."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           MOVE LOW-VALUES TO HS-KEY.
           MOVE WS-START-PERIOD TO HS-SNAP-MONTH.
           START HEADCOUNT-HISTORY KEY IS >= HS-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ HEADCOUNT-HISTORY NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF HS-SNAP-MONTH > WS-PERIOD
                           MOVE 1 TO WS-EOF
                       ELSE
                           PERFORM TALLY-SNAPSHOT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HEADCOUNT-HISTORY.

       TALLY-SNAPSHOT-ROW.
           IF HS-SNAP-MONTH NOT = WS-LAST-SNAP-MONTH
               ADD 1 TO WS-SNAP-MONTHS
               MOVE HS-SNAP-MONTH TO WS-LAST-SNAP-MONTH
           END-IF.
           MOVE HS-DEPT-CODE TO WS-WORK-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           ADD HS-HEADCOUNT TO WS-DT-HC-SUM (WS-DEPT-IDX).
           IF HS-SNAP-MONTH NOT = WS-DT-LAST-MONTH (WS-DEPT-IDX)
               MOVE HS-SNAP-MONTH TO WS-DT-LAST-MONTH (WS-DEPT-IDX)
               MOVE 0 TO WS-DT-LAST-HC (WS-DEPT-IDX)
               MOVE 0 TO WS-DT-LAST-TEN (WS-DEPT-IDX)
           END-IF.
           ADD HS-HEADCOUNT TO WS-DT-LAST-HC (WS-DEPT-IDX).
           ADD HS-TENURE-MONTHS TO WS-DT-LAST-TEN (WS-DEPT-IDX).

       READ-MOVEMENTS.
           OPEN INPUT TRANSFER-HISTORY.
           IF WS-TH-STATUS <> "00"
               DISPLAY "TRANSFER-HISTORY NOT AVAILABLE - NO "
                       "MOVEMENTS COUNTED."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT TERM-ARCHIVE.
           IF WS-TA-STATUS = "00"
               MOVE "Y" TO WS-TA-AVAILABLE
           ELSE
               DISPLAY "TERM-ARCHIVE NOT AVAILABLE - FIRST-YEAR "
                       "LEAVERS NOT COUNTED."
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ TRANSFER-HISTORY
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF TH-CHANGE-DATE (1:6) >= WS-START-PERIOD
                          AND TH-CHANGE-DATE (1:6) <= WS-PERIOD
                           PERFORM TALLY-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSFER-HISTORY.
           IF WS-TA-AVAILABLE = "Y"
               CLOSE TERM-ARCHIVE
           END-IF.

       TALLY-ONE-MOVEMENT.
           EVALUATE TH-ACTION
               WHEN "HIRE"
                   MOVE TH-TO-DEPT TO WS-WORK-DEPT
                   PERFORM FIND-DEPT-ENTRY
                   ADD 1 TO WS-DT-HIRES (WS-DEPT-IDX)
               WHEN "TERM"
                   MOVE TH-FROM-DEPT TO WS-WORK-DEPT
                   PERFORM FIND-DEPT-ENTRY
                   ADD 1 TO WS-DT-TERMS (WS-DEPT-IDX)
                   PERFORM CHECK-FIRST-YEAR
               WHEN "XFER"
                   MOVE TH-TO-DEPT TO WS-WORK-DEPT
                   PERFORM FIND-DEPT-ENTRY
                   ADD 1 TO WS-DT-XFER-IN (WS-DEPT-IDX)
                   MOVE TH-FROM-DEPT TO WS-WORK-DEPT
                   PERFORM FIND-DEPT-ENTRY
                   ADD 1 TO WS-DT-XFER-OUT (WS-DEPT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A LEAVER WHOSE TERMINATION FELL BEFORE THE FIRST
      *    ANNIVERSARY OF THE ARCHIVED HIRE DATE. WS-DEPT-IDX IS
      *    STILL THE LEAVING DEPARTMENT'S ROW.
       CHECK-FIRST-YEAR.
           IF WS-TA-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE TH-EMPLOYEE-ID TO TA-EMPLOYEE-ID.
           READ TERM-ARCHIVE
               KEY IS TA-EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE TA-EMPLOYEE-IMAGE TO EMPLOYEE-RECORD.
           IF DATE-OF-HIRE NOT NUMERIC OR DATE-OF-HIRE = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ANNIVERSARY = DATE-OF-HIRE + 10000.
           IF TH-CHANGE-DATE < WS-ANNIVERSARY
               ADD 1 TO WS-DT-FIRST-YR (WS-DEPT-IDX)
           END-IF.

      *    RETURNS WS-DEPT-IDX POINTING AT WS-WORK-DEPT'S TABLE ROW,
      *    ADDING THE ROW ON FIRST SIGHT. THE LAST ROW IS A CATCH-ALL
      *    IF MORE DEPARTMENTS TURN UP THAN THE TABLE HOLDS.
       FIND-DEPT-ENTRY.
           MOVE "N" TO WS-DEPT-FOUND.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-CODE (WS-DEPT-IDX) = WS-WORK-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEPT-FOUND = "N"
               IF WS-DEPT-COUNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                   MOVE WS-WORK-DEPT TO WS-DT-CODE (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-HC-SUM (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-LAST-MONTH (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-LAST-HC (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-LAST-TEN (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-HIRES (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-TERMS (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-XFER-IN (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-XFER-OUT (WS-DEPT-IDX)
                   MOVE 0 TO WS-DT-FIRST-YR (WS-DEPT-IDX)
               ELSE
                   MOVE WS-DEPT-MAX TO WS-DEPT-IDX
                   DISPLAY "DEPARTMENT TABLE FULL - " WS-WORK-DEPT
                           " TALLIED UNDER THE LAST ROW"
               END-IF
           END-IF.

       PRINT-REPORT.
           OPEN OUTPUT TURNOVER-RPT-FILE.
           MOVE WS-START-PERIOD TO HDR-START.
           MOVE WS-PERIOD TO HDR-END.
           MOVE WS-SNAP-MONTHS TO HDR-SNAPS.
           WRITE TURNOVER-RPT-RECORD FROM WS-HEADER-LINE.
           WRITE TURNOVER-RPT-RECORD FROM WS-COLS-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM PRINT-DEPT-LINE
           END-PERFORM.
           MOVE "ALL " TO DET-DEPT.
           MOVE WS-TOT-HC-SUM TO WS-CALC-HC-SUM.
           MOVE WS-TOT-LAST-HC TO WS-CALC-LAST-HC.
           MOVE WS-TOT-LAST-TEN TO WS-CALC-LAST-TEN.
           MOVE WS-TOT-HIRES TO WS-CALC-HIRES.
           MOVE WS-TOT-TERMS TO WS-CALC-TERMS.
           MOVE WS-TOT-FIRST-YR TO WS-CALC-FIRST-YR.
           MOVE WS-TOT-IN TO DET-XFER-IN.
           MOVE WS-TOT-OUT TO DET-XFER-OUT.
           PERFORM COMPUTE-RATES.
           MOVE SPACES TO TURNOVER-RPT-RECORD.
           WRITE TURNOVER-RPT-RECORD.
           WRITE TURNOVER-RPT-RECORD FROM WS-DETAIL-LINE.
           WRITE TURNOVER-RPT-RECORD FROM WS-NOTE-LINE.
           CLOSE TURNOVER-RPT-FILE.
           IF WS-SNAP-MONTHS = 0
               DISPLAY "*** NO HEADCOUNT SNAPSHOTS FROM "
                       WS-START-PERIOD " TO " WS-PERIOD
                       " - TURNOVER RATES NOT COMPUTED ***"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "TURNOVER REPORT " WS-START-PERIOD " TO "
                   WS-PERIOD ": TERMS " WS-TOT-TERMS
                   " HIRES " WS-TOT-HIRES.

       PRINT-DEPT-LINE.
           MOVE WS-DT-CODE (WS-DEPT-IDX) TO DET-DEPT.
           MOVE WS-DT-HC-SUM (WS-DEPT-IDX) TO WS-CALC-HC-SUM.
           IF WS-DT-LAST-MONTH (WS-DEPT-IDX) = WS-LAST-SNAP-MONTH
               MOVE WS-DT-LAST-HC (WS-DEPT-IDX) TO WS-CALC-LAST-HC
               MOVE WS-DT-LAST-TEN (WS-DEPT-IDX) TO WS-CALC-LAST-TEN
           ELSE
               MOVE 0 TO WS-CALC-LAST-HC
               MOVE 0 TO WS-CALC-LAST-TEN
           END-IF.
           MOVE WS-DT-HIRES (WS-DEPT-IDX) TO WS-CALC-HIRES.
           MOVE WS-DT-TERMS (WS-DEPT-IDX) TO WS-CALC-TERMS.
           MOVE WS-DT-FIRST-YR (WS-DEPT-IDX) TO WS-CALC-FIRST-YR.
           MOVE WS-DT-XFER-IN (WS-DEPT-IDX) TO DET-XFER-IN.
           MOVE WS-DT-XFER-OUT (WS-DEPT-IDX) TO DET-XFER-OUT.
           PERFORM COMPUTE-RATES.
           WRITE TURNOVER-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD WS-CALC-HC-SUM TO WS-TOT-HC-SUM.
           ADD WS-CALC-LAST-HC TO WS-TOT-LAST-HC.
           ADD WS-CALC-LAST-TEN TO WS-TOT-LAST-TEN.
           ADD WS-CALC-HIRES TO WS-TOT-HIRES.
           ADD WS-CALC-TERMS TO WS-TOT-TERMS.
           ADD WS-DT-XFER-IN (WS-DEPT-IDX) TO WS-TOT-IN.
           ADD WS-DT-XFER-OUT (WS-DEPT-IDX) TO WS-TOT-OUT.
           ADD WS-CALC-FIRST-YR TO WS-TOT-FIRST-YR.

      *    FILLS THE RATE COLUMNS OF WS-DETAIL-LINE FROM THE
      *    WS-CALC- FIGURES. A ZERO DIVISOR GIVES A ZERO RATE.
       COMPUTE-RATES.
           MOVE 0 TO WS-AVG-HC WS-AVG-TENURE WS-TURNOVER-PCT
                     WS-FIRST-YR-PCT.
           IF WS-SNAP-MONTHS > 0
               COMPUTE WS-AVG-HC ROUNDED =
                   WS-CALC-HC-SUM / WS-SNAP-MONTHS
           END-IF.
           IF WS-AVG-HC > 0
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   (WS-CALC-TERMS / WS-AVG-HC) * 100
                   ON SIZE ERROR MOVE 999.9 TO WS-TURNOVER-PCT
               END-COMPUTE
           END-IF.
           IF WS-CALC-LAST-HC > 0
               COMPUTE WS-AVG-TENURE ROUNDED =
                   WS-CALC-LAST-TEN / WS-CALC-LAST-HC
                   ON SIZE ERROR MOVE 9999.9 TO WS-AVG-TENURE
               END-COMPUTE
           END-IF.
           IF WS-CALC-HIRES > 0
               COMPUTE WS-FIRST-YR-PCT ROUNDED =
                   (WS-CALC-FIRST-YR / WS-CALC-HIRES) * 100
                   ON SIZE ERROR MOVE 999.9 TO WS-FIRST-YR-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-AVG-HC TO DET-AVG-HC.
           MOVE WS-CALC-HIRES TO DET-HIRES.
           MOVE WS-CALC-TERMS TO DET-TERMS.
           MOVE WS-TURNOVER-PCT TO DET-TURNOVER.
           MOVE WS-AVG-TENURE TO DET-TENURE.
           MOVE WS-CALC-FIRST-YR TO DET-FIRST-YR.
           MOVE WS-FIRST-YR-PCT TO DET-FIRST-PCT.
