      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  leave_calendar.
      *****************************************************************
      *    WEEKLY DEPARTMENT LEAVE CALENDAR. LISTS, DEPARTMENT BY
      *    DEPARTMENT, EVERY PENDING OR APPROVED PLANNED-LEAVE
      *    REQUEST (leavereq.cpy) FALLING IN ONE WEEK, WITH THE
      *    HOURS OFF ON EACH OF THE SEVEN DAYS, THEN HOW MANY OF THE
      *    DEPARTMENT ARE OFF EACH DAY. A DAY IS FLAGGED "*" WHEN
      *    MORE ARE OFF THAN LEAVE-MAX-OFF-PCT (SYSTEM PARAMETER,
      *    20 PERCENT WHEN NOT SET) OF THE DEPARTMENT'S HEADCOUNT
      *    ALLOWS - NEVER FEWER THAN ONE - SO THE SUPERVISOR CAN
      *    HOLD A PENDING REQUEST BEFORE COVER RUNS SHORT. PENDING
      *    REQUESTS COUNT TOWARDS THE FLAG; THAT IS WHEN IT MATTERS.
      *
      *    THE WEEK-ENDING DATE (YYYYMMDD) MAY BE GIVEN ON THE
      *    COMMAND LINE; OTHERWISE THE REPORT COVERS NEXT WEEK, THE
      *    SEVEN DAYS ENDING ON THE SECOND SUNDAY FROM TODAY.
      *    WEEKENDS AND HOLIDAY-CALENDAR DATES ARE NOT LEAVE DAYS
      *    AND ARE NEVER FLAGGED. RETURN-CODE 4 WHEN ANY DAY IS
      *    FLAGGED, 8 WHEN THE REQUEST FILE IS MISSING.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "LEAVE-REQUEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-LR-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT CAL-RPT-FILE ASSIGN TO "LEAVE-CALENDAR-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY "leavereq.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       SD  SORT-WORK-FILE.
       01  SD-LEAVE-RECORD.
           05 SD-DEPT              PIC X(4).
           05 SD-EMPLOYEE-ID       PIC 9(7).
           05 SD-START-DATE        PIC 9(8).
           05 SD-NAME              PIC X(22).
           05 SD-STATUS            PIC X.
           05 SD-DAY-HOURS         PIC 9(2)V9 OCCURS 7 TIMES.

       FD  CAL-RPT-FILE.
       01  CAL-RPT-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LR-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-PARAM            PIC X(20).
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-WEEK-ENDING      PIC 9(8).
       01 WS-WEEK-START       PIC 9(8).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-1           PIC 9(8).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-MAX-OFF-PCT      PIC 9(3) VALUE 20.
       01 WS-DAY-IDX          PIC 9(1).
       01 WS-WEEK-DAYS.
           05 WS-WEEK-DAY OCCURS 7 TIMES.
              10 WS-DAY-DATE     PIC 9(8).
              10 WS-DAY-BUSINESS PIC X.
       01 WS-DAY-MMDD         PIC 9(4).
      *    HEADCOUNT BY DEPARTMENT, FROM EMPLOYEE-MASTER.
       01 WS-DEPT-MAX         PIC 9(3) VALUE 300.
       01 WS-DEPT-COUNT       PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX         PIC 9(3).
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 300 TIMES.
              10 WS-DT-CODE      PIC X(4).
              10 WS-DT-HEADCOUNT PIC 9(5).
       01 WS-HEADCOUNT        PIC 9(5).
       01 WS-ALLOWED          PIC 9(5).
      *    THE DEPARTMENT BEING PRINTED.
       01 WS-FIRST-DEPT       PIC X VALUE "Y".
       01 WS-CURRENT-DEPT     PIC X(4).
       01 WS-DEPT-OFF.
           05 WS-OFF-COUNT OCCURS 7 TIMES PIC 9(4).
       01 WS-REQ-COUNT        PIC 9(5) VALUE 0.
       01 WS-DEPT-SHOWN       PIC 9(4) VALUE 0.
       01 WS-FLAGGED-DAYS     PIC 9(5) VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER          PIC X(34) VALUE
              "DEPARTMENT LEAVE CALENDAR - WEEK ".
           05 HDR-START       PIC 9(4)/99/99.
           05 FILLER          PIC X(4) VALUE " TO ".
           05 HDR-END         PIC 9(4)/99/99.
           05 FILLER          PIC X(14) VALUE "   MAX OFF % ".
           05 HDR-PCT         PIC ZZ9.

       01 WS-COLS-LINE.
           05 FILLER          PIC X(9) VALUE "EMP ID".
           05 FILLER          PIC X(23) VALUE "NAME".
           05 FILLER          PIC X(9) VALUE "STATUS".
           05 COL-DAY         OCCURS 7 TIMES.
              10 COL-DATE     PIC 99/99.
              10 FILLER       PIC X(2) VALUE SPACES.

       01 WS-DEPT-LINE.
           05 FILLER          PIC X(11) VALUE "DEPARTMENT ".
           05 DL-DEPT         PIC X(4).
           05 FILLER          PIC X(13) VALUE "  HEADCOUNT: ".
           05 DL-HEADCOUNT    PIC ZZZZ9.
           05 FILLER          PIC X(17) VALUE "  ALLOWED OFF: ".
           05 DL-ALLOWED      PIC ZZZZ9.

       01 WS-DETAIL-LINE.
           05 DET-EMP-ID      PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DET-NAME        PIC X(22).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-STATUS      PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 DET-DAY         OCCURS 7 TIMES.
              10 DET-HOURS    PIC X(5).
              10 FILLER       PIC X(2) VALUE SPACES.
       01 WS-HOURS-EDIT       PIC Z9.9.

       01 WS-OFF-LINE.
           05 FILLER          PIC X(32) VALUE SPACES.
           05 FILLER          PIC X(9) VALUE "OFF:".
           05 OFF-DAY         OCCURS 7 TIMES.
              10 OFF-COUNT    PIC ZZZ9.
              10 OFF-FLAG     PIC X.
              10 FILLER       PIC X(2) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(18) VALUE "REQUESTS LISTED: ".
           05 TOT-REQS        PIC ZZZZ9.
           05 FILLER          PIC X(16) VALUE "  DEPARTMENTS: ".
           05 TOT-DEPTS       PIC ZZZ9.
           05 FILLER          PIC X(21) VALUE "  DAYS OVER LIMIT: ".
           05 TOT-FLAGGED     PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "getdate" USING WS-TODAY WS-NOW.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:8) IS NUMERIC
               MOVE WS-PARAM (1:8) TO WS-WEEK-ENDING
           ELSE
               PERFORM DEFAULT-NEXT-WEEK
           END-IF.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-ENDING
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "WEEK-ENDING " WS-WEEK-ENDING
                       " IS NOT A CALENDAR DATE - REPORT NOT RUN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-WEEK-DAYS.
           MOVE "LEAVE-MAX-OFF-PCT" TO WS-PARM-NAME.
           MOVE WS-MAX-OFF-PCT TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-WEEK-ENDING
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-VALUE > 0 AND WS-PARM-VALUE <= 100
               MOVE WS-PARM-VALUE TO WS-MAX-OFF-PCT
           END-IF.
           OPEN INPUT LEAVE-REQUEST-FILE.
           IF WS-LR-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN LEAVE-REQUEST, STATUS="
                       WS-LR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN EMPLOYEE-MASTER, STATUS="
                       WS-EMP-STATUS
               CLOSE LEAVE-REQUEST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-HEADCOUNTS.
           OPEN OUTPUT CAL-RPT-FILE.
           MOVE WS-WEEK-START TO HDR-START.
           MOVE WS-WEEK-ENDING TO HDR-END.
           MOVE WS-MAX-OFF-PCT TO HDR-PCT.
           WRITE CAL-RPT-RECORD FROM WS-HEADER-LINE.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE WS-DAY-DATE (WS-DAY-IDX) (5:4) TO WS-DAY-MMDD
               MOVE WS-DAY-MMDD TO COL-DATE (WS-DAY-IDX)
           END-PERFORM.
           WRITE CAL-RPT-RECORD FROM WS-COLS-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SD-DEPT
               ON ASCENDING KEY SD-EMPLOYEE-ID
               ON ASCENDING KEY SD-START-DATE
               INPUT PROCEDURE IS SELECT-WEEK-REQUESTS
               OUTPUT PROCEDURE IS PRINT-DEPARTMENTS.
           MOVE WS-REQ-COUNT TO TOT-REQS.
           MOVE WS-DEPT-SHOWN TO TOT-DEPTS.
           MOVE WS-FLAGGED-DAYS TO TOT-FLAGGED.
           MOVE SPACES TO CAL-RPT-RECORD.
           WRITE CAL-RPT-RECORD.
           WRITE CAL-RPT-RECORD FROM WS-TOTAL-LINE.
           CLOSE LEAVE-REQUEST-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CAL-RPT-FILE.
           DISPLAY "LEAVE CALENDAR WEEK ENDING " WS-WEEK-ENDING
                   ": " WS-REQ-COUNT " REQUESTS, "
                   WS-FLAGGED-DAYS " DAYS OVER LIMIT".
           IF WS-FLAGGED-DAYS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    NEXT WEEK ENDS ON THE SUNDAY AFTER THIS WEEK'S SUNDAY.
       DEFAULT-NEXT-WEEK.
           MOVE "DOW " TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-TODAY
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           COMPUTE WS-DATE-DAYS = 14 - WS-DATE-DAYS.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-TODAY
               WS-WEEK-ENDING WS-DATE-DAYS WS-DATE-RESULT.

      *    THE SEVEN DATES RUN SIX DAYS BEFORE THE WEEK-ENDING TO THE
      *    WEEK-ENDING; EACH IS A BUSINESS DAY WHEN IT IS ONE
      *    BUSINESS DAY ON FROM THE DAY BEFORE.
       SET-WEEK-DAYS.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           MOVE -6 TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-ENDING
               WS-WEEK-START WS-DATE-DAYS WS-DATE-RESULT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE "ADDD" TO WS-DATE-FUNCTION
               COMPUTE WS-DATE-DAYS = WS-DAY-IDX - 1
               CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-START
                   WS-DAY-DATE (WS-DAY-IDX) WS-DATE-DAYS
                   WS-DATE-RESULT
               MOVE -1 TO WS-DATE-DAYS
               CALL "dateserv" USING WS-DATE-FUNCTION
                   WS-DAY-DATE (WS-DAY-IDX) WS-DATE-1 WS-DATE-DAYS
                   WS-DATE-RESULT
               MOVE "BDAY" TO WS-DATE-FUNCTION
               CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
                   WS-DAY-DATE (WS-DAY-IDX) WS-DATE-DAYS
                   WS-DATE-RESULT
               IF WS-DATE-DAYS = 1
                   MOVE "Y" TO WS-DAY-BUSINESS (WS-DAY-IDX)
               ELSE
                   MOVE "N" TO WS-DAY-BUSINESS (WS-DAY-IDX)
               END-IF
           END-PERFORM.

       LOAD-HEADCOUNTS.
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM COUNT-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-EOF.

       COUNT-ONE-EMPLOYEE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-CODE (WS-DEPT-IDX) = DEPARTMENT-CODE
                   ADD 1 TO WS-DT-HEADCOUNT (WS-DEPT-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-DEPT-COUNT >= WS-DEPT-MAX
               DISPLAY "DEPARTMENT TABLE FULL - " DEPARTMENT-CODE
                       " COUNTED WITH NO HEADCOUNT"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE DEPARTMENT-CODE TO WS-DT-CODE (WS-DEPT-COUNT).
           MOVE 1 TO WS-DT-HEADCOUNT (WS-DEPT-COUNT).

      *****************************************************************
      *    SORT INPUT: EVERY OPEN REQUEST OVERLAPPING THE WEEK, UNDER
      *    THE EMPLOYEE'S CURRENT DEPARTMENT (THE ONE ON THE REQUEST
      *    WHEN THE EMPLOYEE HAS LEFT THE MASTER).
      *****************************************************************
       SELECT-WEEK-REQUESTS.
           PERFORM UNTIL WS-EOF = 1
               READ LEAVE-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF LR-OUTSTANDING
                          AND LR-START-DATE <= WS-WEEK-ENDING
                          AND LR-END-DATE >= WS-WEEK-START
                           PERFORM RELEASE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-ONE-REQUEST.
           MOVE LR-EMPLOYEE-ID TO SD-EMPLOYEE-ID.
           MOVE LR-START-DATE TO SD-START-DATE.
           MOVE LR-STATUS TO SD-STATUS.
           MOVE LR-DEPARTMENT TO SD-DEPT.
           MOVE SPACES TO SD-NAME.
           MOVE LR-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO SD-NAME
               NOT INVALID KEY
                   MOVE DEPARTMENT-CODE TO SD-DEPT
                   STRING LAST-NAME DELIMITED BY "  "
                          ", " DELIMITED BY SIZE
                          FIRST-NAME DELIMITED BY "  "
                          INTO SD-NAME
                   END-STRING
           END-READ.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE 0 TO SD-DAY-HOURS (WS-DAY-IDX)
               IF WS-DAY-BUSINESS (WS-DAY-IDX) = "Y"
                  AND WS-DAY-DATE (WS-DAY-IDX) >= LR-START-DATE
                  AND WS-DAY-DATE (WS-DAY-IDX) <= LR-END-DATE
                   MOVE LR-DAILY-HOURS TO SD-DAY-HOURS (WS-DAY-IDX)
               END-IF
           END-PERFORM.
           RELEASE SD-LEAVE-RECORD.

      *****************************************************************
      *    SORT OUTPUT: ONE BLOCK PER DEPARTMENT - ITS HEADCOUNT, THE
      *    REQUESTS, THEN THE NUMBER OFF EACH DAY WITH THE FLAG.
      *****************************************************************
       PRINT-DEPARTMENTS.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF WS-FIRST-DEPT = "Y"
                          OR SD-DEPT NOT = WS-CURRENT-DEPT
                           IF WS-FIRST-DEPT = "N"
                               PERFORM FINISH-DEPARTMENT
                           END-IF
                           MOVE "N" TO WS-FIRST-DEPT
                           PERFORM START-DEPARTMENT
                       END-IF
                       PERFORM PRINT-ONE-REQUEST
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-DEPT = "N"
               PERFORM FINISH-DEPARTMENT
           END-IF.

       START-DEPARTMENT.
           MOVE SD-DEPT TO WS-CURRENT-DEPT.
           ADD 1 TO WS-DEPT-SHOWN.
           MOVE 0 TO WS-HEADCOUNT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DT-CODE (WS-DEPT-IDX) = SD-DEPT
                   MOVE WS-DT-HEADCOUNT (WS-DEPT-IDX) TO WS-HEADCOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-ALLOWED = WS-HEADCOUNT * WS-MAX-OFF-PCT / 100.
           IF WS-ALLOWED < 1
               MOVE 1 TO WS-ALLOWED
           END-IF.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE 0 TO WS-OFF-COUNT (WS-DAY-IDX)
           END-PERFORM.
           MOVE SPACES TO CAL-RPT-RECORD.
           WRITE CAL-RPT-RECORD.
           MOVE SD-DEPT TO DL-DEPT.
           MOVE WS-HEADCOUNT TO DL-HEADCOUNT.
           MOVE WS-ALLOWED TO DL-ALLOWED.
           WRITE CAL-RPT-RECORD FROM WS-DEPT-LINE.

       PRINT-ONE-REQUEST.
           MOVE SD-EMPLOYEE-ID TO DET-EMP-ID.
           MOVE SD-NAME TO DET-NAME.
           IF SD-STATUS = "A"
               MOVE "APPROVED" TO DET-STATUS
           ELSE
               MOVE "PENDING" TO DET-STATUS
           END-IF.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               IF SD-DAY-HOURS (WS-DAY-IDX) > 0
                   MOVE SD-DAY-HOURS (WS-DAY-IDX) TO WS-HOURS-EDIT
                   MOVE WS-HOURS-EDIT TO DET-HOURS (WS-DAY-IDX)
                   ADD 1 TO WS-OFF-COUNT (WS-DAY-IDX)
               ELSE
                   MOVE "   - " TO DET-HOURS (WS-DAY-IDX)
               END-IF
           END-PERFORM.
           WRITE CAL-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-REQ-COUNT.

       FINISH-DEPARTMENT.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE WS-OFF-COUNT (WS-DAY-IDX) TO OFF-COUNT (WS-DAY-IDX)
               IF WS-OFF-COUNT (WS-DAY-IDX) > WS-ALLOWED
                   MOVE "*" TO OFF-FLAG (WS-DAY-IDX)
                   ADD 1 TO WS-FLAGGED-DAYS
               ELSE
                   MOVE SPACE TO OFF-FLAG (WS-DAY-IDX)
               END-IF
           END-PERFORM.
           WRITE CAL-RPT-RECORD FROM WS-OFF-LINE.
