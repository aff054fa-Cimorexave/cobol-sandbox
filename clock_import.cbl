      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  clock_import.
      *****************************************************************
      *    TIME-CLOCK PUNCH IMPORT. READS THE CLOCK VENDOR'S RAW
      *    PUNCH FILE FOR ONE WEEK AND BUILDS THE TIMESHEET-IN
      *    RECORDS timesheet_edit VALIDATES, IN PLACE OF THE
      *    SUPERVISORS RE-KEYING THE PRINTOUTS. THE WEEK-ENDING DATE
      *    (YYYYMMDD) IS REQUIRED ON THE COMMAND LINE; THE WEEK IS
      *    THE SEVEN DAYS ENDING ON IT, AS ON TIMESHEET-IN.
      *
      *    CLOCK-PUNCHES: BADGE(10) DATE(8) TIME HHMM(4) IN/OUT(1)
      *
      *    EACH BADGE IS TRANSLATED TO ITS EMPLOYEE THROUGH
      *    BADGE-XREF (badgexrf.cpy); THE PUNCHES ARE SORTED BY
      *    EMPLOYEE AND TIME AND PAIRED IN TO OUT. A SHIFT BELONGS
      *    TO THE DAY IT STARTED, SO AN OVERNIGHT SHIFT'S OUT PUNCH
      *    MAY FALL THE DAY AFTER THE WEEK. EACH PUNCH IS ROUNDED TO
      *    THE NEAREST CLOCK-ROUND-MINUTES (15 WHEN NOT SET); A SHIFT
      *    LONGER THAN MEAL-BREAK-AFTER-MIN (360) LOSES AN UNPAID
      *    MEAL BREAK OF MEAL-BREAK-MINUTES (30). HOURS GO TO
      *    TIMESHEET-IN AS WORKED TIME (TYPE "W"), DAY SHIFT, WITH
      *    THE DEPARTMENT FROM EMPLOYEE-MASTER.
      *
      *    NOTHING IS GUESSED AT. AN UNKNOWN OR REVOKED BADGE, A
      *    MISSING IN OR OUT PUNCH, OVERLAPPING SHIFTS, A SHIFT OVER
      *    WS-MAX-SHIFT-MINS OR AN UNREADABLE PUNCH GOES TO
      *    CLOCK-EXCEPTIONS, AND AN EMPLOYEE-WEEK WITH ANY EXCEPTION
      *    IS HELD BACK WHOLE FOR THE SUPERVISOR TO KEY BY HAND. A
      *    WEEK ALREADY ON TIMESHEET-IN FOR THE EMPLOYEE (KEYED, OR
      *    FROM AN EARLIER RUN) IS NEVER WRITTEN TWICE.
      *    RETURN-CODE 4 WHEN ANYTHING WAS HELD, 8 WHEN THE RUN
      *    COULD NOT START.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOCK-PUNCH-FILE ASSIGN TO "CLOCK-PUNCHES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PR-STATUS.
           SELECT BADGE-XREF ASSIGN TO "BADGE-XREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-BADGE
               FILE STATUS IS WS-BX-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHEET-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT CLOCK-EXC-FILE ASSIGN TO "CLOCK-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CLOCK-PUNCH-FILE.
       01  CLOCK-PUNCH-RECORD.
           05 PR-BADGE          PIC X(10).
           05 PR-PUNCH-DATE     PIC 9(8).
           05 PR-PUNCH-TIME     PIC 9(4).
           05 PR-PUNCH-HHMM REDEFINES PR-PUNCH-TIME.
              10 PR-PUNCH-HH    PIC 9(2).
              10 PR-PUNCH-MM    PIC 9(2).
           05 PR-DIRECTION      PIC X.

       FD  BADGE-XREF.
           COPY "badgexrf.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  TIMESHEET-FILE.
       01  TIMESHEET-RECORD.
           05 TS-EMPLOYEE-ID    PIC 9(7).
           05 TS-WEEK-ENDING    PIC 9(8).
           05 TS-DEPARTMENT     PIC X(4).
           05 TS-DAY-HOURS      OCCURS 7 TIMES PIC 9(2)V9.
           05 TS-HOURS-TYPE     PIC X.
           05 TS-SHIFT-CODE     PIC X.

       SD  SORT-WORK-FILE.
       01  SD-PUNCH-RECORD.
           05 SD-EMPLOYEE-ID    PIC 9(7).
           05 SD-PUNCH-DATE     PIC 9(8).
           05 SD-PUNCH-TIME     PIC 9(4).
           05 SD-PUNCH-HHMM REDEFINES SD-PUNCH-TIME.
              10 SD-PUNCH-HH    PIC 9(2).
              10 SD-PUNCH-MM    PIC 9(2).
           05 SD-DIR-SEQ        PIC 9.
           05 SD-DIRECTION      PIC X.
           05 SD-BADGE          PIC X(10).

       FD  CLOCK-EXC-FILE.
       01  CLOCK-EXC-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PR-STATUS        PIC XX.
       01 WS-BX-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-TS-STATUS        PIC XX.
       01 WS-EXC-STATUS       PIC XX.
       01 WS-PARAM            PIC X(20).
       01 WS-WEEK-ENDING      PIC 9(8).
       01 WS-WEEK-START       PIC 9(8).
       01 WS-WINDOW-START     PIC 9(8).
       01 WS-WINDOW-END       PIC 9(8).
       01 WS-PR-EOF           PIC X VALUE "N".
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-TS-EOF           PIC X VALUE "N".
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-ROUND-MINS       PIC 9(3) VALUE 15.
       01 WS-MEAL-AFTER-MINS  PIC 9(4) VALUE 360.
       01 WS-MEAL-MINS        PIC 9(3) VALUE 30.
       01 WS-MAX-SHIFT-MINS   PIC 9(4) VALUE 960.
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-PUNCHES-READ     PIC 9(7) VALUE 0.
       01 WS-PUNCHES-OUTSIDE  PIC 9(7) VALUE 0.
       01 WS-WEEKS-WRITTEN    PIC 9(5) VALUE 0.
       01 WS-WEEKS-HELD       PIC 9(5) VALUE 0.
       01 WS-WEEKS-ON-FILE    PIC 9(5) VALUE 0.
       01 WS-EXC-COUNT        PIC 9(5) VALUE 0.
      *    WEEKS ALREADY ON TIMESHEET-IN FOR THIS WEEK-ENDING.
       01 WS-KEYED-MAX        PIC 9(4) VALUE 2000.
       01 WS-KEYED-COUNT      PIC 9(4) VALUE 0.
       01 WS-KEYED-IDX        PIC 9(4).
       01 WS-KEYED-FOUND      PIC X.
       01 WS-KEYED-TABLE.
           05 WS-KEYED-EMP-ID OCCURS 2000 TIMES PIC 9(7).
      *    THE EMPLOYEE-WEEK BEING BUILT.
       01 WS-CURRENT-EMP      PIC 9(7).
       01 WS-FIRST-PUNCH      PIC X VALUE "Y".
       01 WS-EMP-HELD         PIC X.
       01 WS-SHIFT-OPEN       PIC X.
       01 WS-OVERLAP-DEPTH    PIC 9(3).
       01 WS-IN-DATE          PIC 9(8).
       01 WS-IN-TIME          PIC 9(4).
       01 WS-IN-BADGE         PIC X(10).
       01 WS-IN-MINS          PIC S9(9).
       01 WS-PUNCH-MINS       PIC S9(9).
       01 WS-GAP-MINS         PIC S9(9).
       01 WS-ROUNDED-IN       PIC S9(9).
       01 WS-ROUNDED-OUT      PIC S9(9).
       01 WS-WORKED-MINS      PIC S9(9).
       01 WS-DAY-IDX          PIC 9(1).
       01 WS-DAY-OFFSET       PIC S9(7).
       01 WS-WEEK-MINS        PIC 9(7).
       01 WS-DAY-TABLE.
           05 WS-DAY-MINS OCCURS 7 TIMES PIC 9(5).
      *    ONE EXCEPTION LINE, FILLED BY THE CALLER.
       01 WS-EXC-LINE.
           05 EX-BADGE        PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EX-EMP-ID       PIC X(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 EX-DATE         PIC 9(4)/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EX-TIME         PIC 99B99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 EX-DIRECTION    PIC X(3).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 EX-REASON       PIC X(28).
       01 WS-EXC-EMP-EDIT     PIC 9(7).

       01 WS-HEADER-LINE-1.
           05 FILLER      PIC X(30) VALUE
              "TIME-CLOCK IMPORT EXCEPTIONS".
           05 FILLER      PIC X(13) VALUE "WEEK ENDING: ".
           05 HDR-WEEK    PIC 9(4)/99/99.

       01 WS-HEADER-LINE-2.
           05 FILLER      PIC X(11) VALUE "BADGE".
           05 FILLER      PIC X(9)  VALUE "EMP ID".
           05 FILLER      PIC X(11) VALUE "DATE".
           05 FILLER      PIC X(7)  VALUE "TIME".
           05 FILLER      PIC X(4)  VALUE "DIR".
           05 FILLER      PIC X(28) VALUE "REASON".

       01 WS-TOTAL-LINE-1.
           05 FILLER      PIC X(16) VALUE "PUNCHES READ:   ".
           05 TOT-READ    PIC ZZZZZZ9.
           05 FILLER      PIC X(23) VALUE "   OUTSIDE THE WEEK:   ".
           05 TOT-OUTSIDE PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-2.
           05 FILLER      PIC X(16) VALUE "WEEKS WRITTEN:  ".
           05 TOT-WRITTEN PIC ZZZZZZ9.
           05 FILLER      PIC X(23) VALUE "   HELD:               ".
           05 TOT-HELD    PIC ZZZZZZ9.

       01 WS-TOTAL-LINE-3.
           05 FILLER      PIC X(16) VALUE "ALREADY KEYED:  ".
           05 TOT-ON-FILE PIC ZZZZZZ9.
           05 FILLER      PIC X(23) VALUE "   EXCEPTIONS:         ".
           05 TOT-EXC     PIC ZZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:8) IS NOT NUMERIC
               DISPLAY "WEEK-ENDING DATE (YYYYMMDD) REQUIRED - "
                       "IMPORT NOT RUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARAM (1:8) TO WS-WEEK-ENDING.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-ENDING
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "WEEK-ENDING " WS-WEEK-ENDING
                       " IS NOT A CALENDAR DATE - IMPORT NOT RUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0100-SET-WEEK-WINDOW.
           PERFORM 0110-READ-RULES.
           OPEN INPUT CLOCK-PUNCH-FILE.
           IF WS-PR-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN CLOCK-PUNCHES, STATUS="
                       WS-PR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BADGE-XREF.
           IF WS-BX-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN BADGE-XREF, STATUS="
                       WS-BX-STATUS
               CLOSE CLOCK-PUNCH-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN EMPLOYEE-MASTER, STATUS="
                       WS-EMP-STATUS
               CLOSE CLOCK-PUNCH-FILE
               CLOSE BADGE-XREF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0120-LOAD-KEYED-WEEKS.
           OPEN EXTEND TIMESHEET-FILE.
           IF WS-TS-STATUS <> "00"
               OPEN OUTPUT TIMESHEET-FILE
           END-IF.
           OPEN OUTPUT CLOCK-EXC-FILE.
           MOVE WS-WEEK-ENDING TO HDR-WEEK.
           WRITE CLOCK-EXC-RECORD FROM WS-HEADER-LINE-1.
           WRITE CLOCK-EXC-RECORD FROM WS-HEADER-LINE-2.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-EMPLOYEE-ID
               ON ASCENDING KEY SD-PUNCH-DATE
               ON ASCENDING KEY SD-PUNCH-TIME
               ON ASCENDING KEY SD-DIR-SEQ
               INPUT PROCEDURE IS 0200-READ-PUNCHES
               OUTPUT PROCEDURE IS 0300-BUILD-WEEKS.
           MOVE WS-PUNCHES-READ TO TOT-READ.
           MOVE WS-PUNCHES-OUTSIDE TO TOT-OUTSIDE.
           MOVE WS-WEEKS-WRITTEN TO TOT-WRITTEN.
           MOVE WS-WEEKS-HELD TO TOT-HELD.
           MOVE WS-WEEKS-ON-FILE TO TOT-ON-FILE.
           MOVE WS-EXC-COUNT TO TOT-EXC.
           MOVE SPACES TO CLOCK-EXC-RECORD.
           WRITE CLOCK-EXC-RECORD.
           WRITE CLOCK-EXC-RECORD FROM WS-TOTAL-LINE-1.
           WRITE CLOCK-EXC-RECORD FROM WS-TOTAL-LINE-2.
           WRITE CLOCK-EXC-RECORD FROM WS-TOTAL-LINE-3.
           CLOSE CLOCK-PUNCH-FILE.
           CLOSE BADGE-XREF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE TIMESHEET-FILE.
           CLOSE CLOCK-EXC-FILE.
           DISPLAY "CLOCK IMPORT WEEK " WS-WEEK-ENDING
                   ": WRITTEN " WS-WEEKS-WRITTEN
                   " HELD " WS-WEEKS-HELD
                   " EXCEPTIONS " WS-EXC-COUNT.
           IF WS-EXC-COUNT > 0 OR WS-WEEKS-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    THE WEEK RUNS SIX DAYS BEFORE THE WEEK-ENDING TO THE
      *    WEEK-ENDING. PUNCHES ARE TAKEN FROM A DAY EITHER SIDE SO
      *    AN OVERNIGHT SHIFT CROSSING EITHER EDGE STILL PAIRS.
       0100-SET-WEEK-WINDOW.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           MOVE -6 TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-ENDING
               WS-WEEK-START WS-DATE-DAYS WS-DATE-RESULT.
           MOVE -1 TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-START
               WS-WINDOW-START WS-DATE-DAYS WS-DATE-RESULT.
           MOVE 1 TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-ENDING
               WS-WINDOW-END WS-DATE-DAYS WS-DATE-RESULT.

       0110-READ-RULES.
           MOVE WS-WEEK-ENDING TO WS-PARM-ASOF.
           MOVE "CLOCK-ROUND-MINUTES" TO WS-PARM-NAME.
           MOVE WS-ROUND-MINS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
              AND WS-PARM-VALUE <= 60
               MOVE WS-PARM-VALUE TO WS-ROUND-MINS
           END-IF.
           MOVE "MEAL-BREAK-AFTER-MIN" TO WS-PARM-NAME.
           MOVE WS-MEAL-AFTER-MINS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
              AND WS-PARM-VALUE < WS-MAX-SHIFT-MINS
               MOVE WS-PARM-VALUE TO WS-MEAL-AFTER-MINS
           END-IF.
           MOVE "MEAL-BREAK-MINUTES" TO WS-PARM-NAME.
           MOVE WS-MEAL-MINS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE >= 0
              AND WS-PARM-VALUE < 240
               MOVE WS-PARM-VALUE TO WS-MEAL-MINS
           END-IF.

      *    EMPLOYEES WITH A TIMESHEET ALREADY ON FILE FOR THE WEEK.
      *    PAST THE TABLE'S END THE REST ARE NOT PROTECTED - SAID
      *    ON THE CONSOLE SO THE OPERATOR CAN CHECK BY HAND.
       0120-LOAD-KEYED-WEEKS.
           OPEN INPUT TIMESHEET-FILE.
           IF WS-TS-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TS-EOF = "Y"
               READ TIMESHEET-FILE
                   AT END
                       MOVE "Y" TO WS-TS-EOF
                   NOT AT END
                       IF TS-WEEK-ENDING = WS-WEEK-ENDING
                           IF WS-KEYED-COUNT < WS-KEYED-MAX
                               ADD 1 TO WS-KEYED-COUNT
                               MOVE TS-EMPLOYEE-ID
                                 TO WS-KEYED-EMP-ID (WS-KEYED-COUNT)
                           ELSE
                               DISPLAY "KEYED-WEEK TABLE FULL - "
                                       TS-EMPLOYEE-ID
                                       " NOT PROTECTED FROM IMPORT"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIMESHEET-FILE.

      *****************************************************************
      *    SORT INPUT: EDIT EACH PUNCH, DROP THE ONES OUTSIDE THE
      *    WINDOW AND TRANSLATE THE BADGE. AN OUT PUNCH SORTS AHEAD
      *    OF AN IN PUNCH AT THE SAME MINUTE, SO BACK-TO-BACK SHIFTS
      *    PAIR CORRECTLY.
      *****************************************************************
       0200-READ-PUNCHES.
           PERFORM UNTIL WS-PR-EOF = "Y"
               READ CLOCK-PUNCH-FILE
                   AT END
                       MOVE "Y" TO WS-PR-EOF
                   NOT AT END
                       ADD 1 TO WS-PUNCHES-READ
                       PERFORM 0210-EDIT-ONE-PUNCH
               END-READ
           END-PERFORM.

       0210-EDIT-ONE-PUNCH.
           MOVE PR-BADGE TO EX-BADGE.
           MOVE SPACES TO EX-EMP-ID.
           MOVE 0 TO EX-DATE EX-TIME.
           MOVE SPACES TO EX-DIRECTION.
           IF PR-PUNCH-DATE IS NOT NUMERIC
              OR PR-PUNCH-TIME IS NOT NUMERIC
               MOVE "UNREADABLE PUNCH RECORD" TO EX-REASON
               PERFORM 0800-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF PR-PUNCH-DATE < WS-WINDOW-START
              OR PR-PUNCH-DATE > WS-WINDOW-END
               ADD 1 TO WS-PUNCHES-OUTSIDE
               EXIT PARAGRAPH
           END-IF.
           MOVE PR-PUNCH-DATE TO EX-DATE.
           MOVE PR-PUNCH-TIME TO EX-TIME.
           MOVE PR-DIRECTION TO EX-DIRECTION.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION PR-PUNCH-DATE
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
              OR PR-PUNCH-HH > 23 OR PR-PUNCH-MM > 59
              OR (PR-DIRECTION NOT = "I" AND PR-DIRECTION NOT = "O")
               MOVE "UNREADABLE PUNCH RECORD" TO EX-REASON
               PERFORM 0800-WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE PR-BADGE TO BX-BADGE.
           READ BADGE-XREF
               KEY IS BX-BADGE
               INVALID KEY
                   MOVE "UNKNOWN BADGE" TO EX-REASON
               NOT INVALID KEY
                   IF NOT BX-ACTIVE
                       MOVE "BADGE REVOKED" TO EX-REASON
                   ELSE
                       MOVE SPACES TO EX-REASON
                   END-IF
           END-READ.
           IF EX-REASON NOT = SPACES
      *        A NEIGHBORING WEEK'S PUNCH IS THAT WEEK'S PROBLEM.
               IF PR-PUNCH-DATE >= WS-WEEK-START
                  AND PR-PUNCH-DATE <= WS-WEEK-ENDING
                   PERFORM 0800-WRITE-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE BX-EMPLOYEE-ID TO SD-EMPLOYEE-ID.
           MOVE PR-PUNCH-DATE TO SD-PUNCH-DATE.
           MOVE PR-PUNCH-TIME TO SD-PUNCH-TIME.
           MOVE PR-DIRECTION TO SD-DIRECTION.
           IF PR-DIRECTION = "O"
               MOVE 1 TO SD-DIR-SEQ
           ELSE
               MOVE 2 TO SD-DIR-SEQ
           END-IF.
           MOVE PR-BADGE TO SD-BADGE.
           RELEASE SD-PUNCH-RECORD.

      *****************************************************************
      *    SORT OUTPUT: ONE EMPLOYEE'S PUNCHES AT A TIME, IN TIME
      *    ORDER. AN IN PUNCH OPENS A SHIFT AND THE NEXT OUT PUNCH
      *    CLOSES IT. AN IN PUNCH WHILE A SHIFT IS OPEN IS AN
      *    OVERLAP WHEN THE OPEN SHIFT COULD STILL BE RUNNING
      *    (WITHIN WS-MAX-SHIFT-MINS) AND A MISSED OUT PUNCH
      *    OTHERWISE; THE OUT PUNCH THE OVERLAP LEAVES OVER IS
      *    ABSORBED RATHER THAN REPORTED A SECOND TIME.
      *****************************************************************
       0300-BUILD-WEEKS.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF WS-FIRST-PUNCH = "Y"
                          OR SD-EMPLOYEE-ID NOT = WS-CURRENT-EMP
                           IF WS-FIRST-PUNCH = "N"
                               PERFORM 0330-FINISH-EMPLOYEE
                           END-IF
                           MOVE "N" TO WS-FIRST-PUNCH
                           PERFORM 0310-START-EMPLOYEE
                       END-IF
                       PERFORM 0320-PAIR-ONE-PUNCH
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-PUNCH = "N"
               PERFORM 0330-FINISH-EMPLOYEE
           END-IF.

       0310-START-EMPLOYEE.
           MOVE SD-EMPLOYEE-ID TO WS-CURRENT-EMP.
           MOVE "N" TO WS-EMP-HELD.
           MOVE "N" TO WS-SHIFT-OPEN.
           MOVE 0 TO WS-OVERLAP-DEPTH.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE 0 TO WS-DAY-MINS (WS-DAY-IDX)
           END-PERFORM.

       0320-PAIR-ONE-PUNCH.
           MOVE "DAYS" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-START
               SD-PUNCH-DATE WS-DATE-DAYS WS-DATE-RESULT.
           COMPUTE WS-PUNCH-MINS = WS-DATE-DAYS * 1440
               + SD-PUNCH-HH * 60 + SD-PUNCH-MM.
           IF SD-DIRECTION = "I"
               IF WS-SHIFT-OPEN = "Y"
                   COMPUTE WS-GAP-MINS = WS-PUNCH-MINS - WS-IN-MINS
                   IF WS-GAP-MINS < WS-MAX-SHIFT-MINS
                       MOVE "OVERLAPPING SHIFT" TO EX-REASON
                       ADD 1 TO WS-OVERLAP-DEPTH
                   ELSE
                       MOVE "MISSING OUT PUNCH" TO EX-REASON
                   END-IF
                   PERFORM 0340-EXCEPTION-ON-OPEN-IN
               END-IF
               MOVE "Y" TO WS-SHIFT-OPEN
               MOVE SD-PUNCH-DATE TO WS-IN-DATE
               MOVE SD-PUNCH-TIME TO WS-IN-TIME
               MOVE SD-BADGE TO WS-IN-BADGE
               MOVE WS-PUNCH-MINS TO WS-IN-MINS
               EXIT PARAGRAPH
           END-IF.
           IF WS-SHIFT-OPEN = "N"
               IF WS-OVERLAP-DEPTH > 0
                   SUBTRACT 1 FROM WS-OVERLAP-DEPTH
               ELSE
                   IF SD-PUNCH-DATE >= WS-WEEK-START
                      AND SD-PUNCH-DATE <= WS-WEEK-ENDING
                       MOVE SD-BADGE TO EX-BADGE
                       MOVE SD-EMPLOYEE-ID TO WS-EXC-EMP-EDIT
                       MOVE WS-EXC-EMP-EDIT TO EX-EMP-ID
                       MOVE SD-PUNCH-DATE TO EX-DATE
                       MOVE SD-PUNCH-TIME TO EX-TIME
                       MOVE "O" TO EX-DIRECTION
                       MOVE "MISSING IN PUNCH" TO EX-REASON
                       PERFORM 0800-WRITE-EXCEPTION
                       MOVE "Y" TO WS-EMP-HELD
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SHIFT-OPEN.
           COMPUTE WS-GAP-MINS = WS-PUNCH-MINS - WS-IN-MINS.
           IF WS-GAP-MINS > WS-MAX-SHIFT-MINS
               MOVE "SHIFT OVER MAXIMUM LENGTH" TO EX-REASON
               PERFORM 0340-EXCEPTION-ON-OPEN-IN
               EXIT PARAGRAPH
           END-IF.
      *    A SHIFT STARTED BEFORE THE WEEK BELONGS TO THE LAST ONE.
           IF WS-IN-DATE < WS-WEEK-START
              OR WS-IN-DATE > WS-WEEK-ENDING
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ROUNDED-IN =
               (WS-IN-MINS + WS-ROUND-MINS / 2) / WS-ROUND-MINS.
           COMPUTE WS-ROUNDED-IN = WS-ROUNDED-IN * WS-ROUND-MINS.
           COMPUTE WS-ROUNDED-OUT =
               (WS-PUNCH-MINS + WS-ROUND-MINS / 2) / WS-ROUND-MINS.
           COMPUTE WS-ROUNDED-OUT = WS-ROUNDED-OUT * WS-ROUND-MINS.
           COMPUTE WS-WORKED-MINS = WS-ROUNDED-OUT - WS-ROUNDED-IN.
           IF WS-WORKED-MINS < 0
               MOVE 0 TO WS-WORKED-MINS
           END-IF.
           IF WS-WORKED-MINS > WS-MEAL-AFTER-MINS
               SUBTRACT WS-MEAL-MINS FROM WS-WORKED-MINS
           END-IF.
           MOVE "DAYS" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-START
               WS-IN-DATE WS-DAY-OFFSET WS-DATE-RESULT.
           COMPUTE WS-DAY-IDX = WS-DAY-OFFSET + 1.
           ADD WS-WORKED-MINS TO WS-DAY-MINS (WS-DAY-IDX).

      *    THE OPEN IN PUNCH IS THE ONE AT FAULT. ONE FROM THE DAY
      *    BEFORE THE WEEK IS LEFT TO THE PREVIOUS WEEK'S RUN.
       0340-EXCEPTION-ON-OPEN-IN.
           IF WS-IN-DATE < WS-WEEK-START
              OR WS-IN-DATE > WS-WEEK-ENDING
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-BADGE TO EX-BADGE.
           MOVE WS-CURRENT-EMP TO WS-EXC-EMP-EDIT.
           MOVE WS-EXC-EMP-EDIT TO EX-EMP-ID.
           MOVE WS-IN-DATE TO EX-DATE.
           MOVE WS-IN-TIME TO EX-TIME.
           MOVE "I" TO EX-DIRECTION.
           PERFORM 0800-WRITE-EXCEPTION.
           MOVE "Y" TO WS-EMP-HELD.

       0330-FINISH-EMPLOYEE.
           IF WS-SHIFT-OPEN = "Y"
               MOVE "MISSING OUT PUNCH" TO EX-REASON
               PERFORM 0340-EXCEPTION-ON-OPEN-IN
           END-IF.
           IF WS-EMP-HELD = "Y"
               ADD 1 TO WS-WEEKS-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-WEEK-MINS.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               ADD WS-DAY-MINS (WS-DAY-IDX) TO WS-WEEK-MINS
           END-PERFORM.
           IF WS-WEEK-MINS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-KEYED-FOUND.
           PERFORM VARYING WS-KEYED-IDX FROM 1 BY 1
                   UNTIL WS-KEYED-IDX > WS-KEYED-COUNT
               IF WS-KEYED-EMP-ID (WS-KEYED-IDX) = WS-CURRENT-EMP
                   MOVE "Y" TO WS-KEYED-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-KEYED-FOUND = "Y"
               ADD 1 TO WS-WEEKS-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CURRENT-EMP TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   MOVE SPACES TO EX-BADGE EX-DIRECTION
                   MOVE WS-CURRENT-EMP TO WS-EXC-EMP-EDIT
                   MOVE WS-EXC-EMP-EDIT TO EX-EMP-ID
                   MOVE WS-WEEK-ENDING TO EX-DATE
                   MOVE 0 TO EX-TIME
                   MOVE "EMPLOYEE NOT ON MASTER" TO EX-REASON
                   PERFORM 0800-WRITE-EXCEPTION
                   ADD 1 TO WS-WEEKS-HELD
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO TIMESHEET-RECORD.
           MOVE WS-CURRENT-EMP TO TS-EMPLOYEE-ID.
           MOVE WS-WEEK-ENDING TO TS-WEEK-ENDING.
           MOVE DEPARTMENT-CODE TO TS-DEPARTMENT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               COMPUTE TS-DAY-HOURS (WS-DAY-IDX) ROUNDED =
                   WS-DAY-MINS (WS-DAY-IDX) / 60
           END-PERFORM.
           MOVE "W" TO TS-HOURS-TYPE.
           MOVE "D" TO TS-SHIFT-CODE.
           WRITE TIMESHEET-RECORD.
           ADD 1 TO WS-WEEKS-WRITTEN.

       0800-WRITE-EXCEPTION.
           WRITE CLOCK-EXC-RECORD FROM WS-EXC-LINE.
           ADD 1 TO WS-EXC-COUNT.
