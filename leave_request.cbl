      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. leave_request.
      *****************************************************************
      *    PLANNED LEAVE REQUEST ENTRY. RECORDS AN EMPLOYEE'S FUTURE
      *    DAYS OFF ON THE LEAVE-REQUEST FILE (leavereq.cpy) SO THE
      *    SUPERVISOR SEES THEM BEFORE THE WEEK ARRIVES, NOT AFTER
      *    AS AN "L" TIMESHEET. A REQUEST COVERS EVERY BUSINESS DAY
      *    FROM ITS FIRST TO LAST DATE AT THE DAILY HOURS GIVEN,
      *    AND IS REFUSED WHEN IT OVERLAPS ANOTHER OPEN REQUEST OR
      *    WHEN ITS HOURS EXCEED THE PROJECTED BALANCE:
      *        LB-BALANCE-HOURS TODAY
      *      + WS-ACCRUAL-RATE FOR EACH FULL WEEK UNTIL THE FIRST DAY
      *      - THE HOURS OF THE EMPLOYEE'S OTHER PENDING OR APPROVED
      *        REQUESTS NOT YET DRAWN BY A TIMESHEET (STARTING AFTER
      *        LB-LAST-ACTIVITY)
      *    NEW REQUESTS ARE PENDING UNTIL THE SUPERVISOR APPROVES OR
      *    REJECTS THEM IN ts_approve. A PENDING OR APPROVED REQUEST
      *    NOT YET STARTED CAN BE CANCELLED. EVERY CHANGE IS LOGGED
      *    TO THE SHARED CHANGE-LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "LEAVE-REQUEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-LR-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT LEAVE-BALANCE ASSIGN TO "LEAVE-BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMPLOYEE-ID
               FILE STATUS IS WS-LB-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-REQUEST-FILE.
           COPY "leavereq.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  LEAVE-BALANCE.
           COPY "leavebal.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LR-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-LB-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-CONFIRM          PIC X.
       01 WS-EMP-OK           PIC X.
       01 WS-EMP-INPUT        PIC 9(7).
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-1           PIC 9(8).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-ACCRUAL-RATE     PIC 9(1)V9 VALUE 1.5.
       01 WS-DAILY-LIMIT      PIC 9(2)V9 VALUE 16.0.
       01 WS-NEW-START        PIC 9(8).
       01 WS-NEW-END          PIC 9(8).
       01 WS-NEW-DAILY        PIC 9(2)V9.
       01 WS-NEW-TOTAL        PIC 9(4)V9.
       01 WS-BUS-DAYS         PIC S9(7).
       01 WS-LAST-ACTIVITY    PIC 9(8).
       01 WS-PROJECTED        PIC S9(5)V9.
       01 WS-COMMITTED        PIC S9(5)V9.
       01 WS-WEEKS-AHEAD      PIC S9(5).
       01 WS-OVERLAP          PIC X.
       01 WS-SAME-KEY-STATUS  PIC X.
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-CL-ACTION        PIC X(8).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE LEAVE-REQUEST-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE LEAVE-BALANCE.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O LEAVE-REQUEST-FILE.
           IF WS-LR-STATUS = "35"
              OPEN OUTPUT LEAVE-REQUEST-FILE
              CLOSE LEAVE-REQUEST-FILE
              OPEN I-O LEAVE-REQUEST-FILE
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN INPUT LEAVE-BALANCE.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "PLANNED LEAVE REQUESTS".
           DISPLAY "1. ENTER LEAVE REQUEST".
           DISPLAY "2. CANCEL LEAVE REQUEST".
           DISPLAY "3. LIST EMPLOYEE REQUESTS".
           DISPLAY "4. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ENTER-REQUEST
               WHEN 2
                   PERFORM 0400-CANCEL-REQUEST
               WHEN 3
                   PERFORM 0500-LIST-REQUESTS
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-ENTER-REQUEST.
           PERFORM 0800-ACCEPT-EMPLOYEE.
           IF WS-EMP-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           DISPLAY "FIRST DAY OFF YYYYMMDD: ".
           ACCEPT WS-NEW-START.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-NEW-START
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y" OR WS-NEW-START <= WS-TODAY
               DISPLAY "FIRST DAY MUST BE A FUTURE CALENDAR DATE. "
                       "NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LAST DAY OFF YYYYMMDD (0 = SAME DAY): ".
           ACCEPT WS-NEW-END.
           IF WS-NEW-END = 0
               MOVE WS-NEW-START TO WS-NEW-END
           END-IF.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-NEW-END
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y" OR WS-NEW-END < WS-NEW-START
               DISPLAY "LAST DAY MUST BE A CALENDAR DATE ON OR AFTER "
                       "THE FIRST. NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "HOURS PER DAY OFF (0 = 8.0): ".
           ACCEPT WS-NEW-DAILY.
           IF WS-NEW-DAILY = 0
               MOVE 8.0 TO WS-NEW-DAILY
           END-IF.
           IF WS-NEW-DAILY > WS-DAILY-LIMIT
               DISPLAY "HOURS PER DAY OVER " WS-DAILY-LIMIT
                       ". NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
      *    BDAY COUNTS THE DAYS AFTER DATE-1 THROUGH DATE-2, SO THE
      *    WINDOW OPENS THE DAY BEFORE THE FIRST DAY OFF.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           MOVE -1 TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-NEW-START
               WS-DATE-1 WS-DATE-DAYS WS-DATE-RESULT.
           MOVE "BDAY" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
               WS-NEW-END WS-BUS-DAYS WS-DATE-RESULT.
           IF WS-BUS-DAYS <= 0
               DISPLAY "NO BUSINESS DAYS IN THAT RANGE. "
                       "NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-TOTAL = WS-BUS-DAYS * WS-NEW-DAILY.
           PERFORM 0310-SCAN-OPEN-REQUESTS.
           IF WS-OVERLAP = "Y"
               DISPLAY "OVERLAPS ANOTHER OPEN REQUEST. "
                       "NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0320-PROJECT-BALANCE.
           DISPLAY WS-BUS-DAYS " DAYS, " WS-NEW-TOTAL
                   " HOURS. PROJECTED BALANCE " WS-PROJECTED.
           IF WS-NEW-TOTAL > WS-PROJECTED
               DISPLAY "REQUEST EXCEEDS THE PROJECTED BALANCE. "
                       "NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMP-INPUT TO LR-EMPLOYEE-ID.
           MOVE WS-NEW-START TO LR-START-DATE.
           MOVE WS-NEW-END TO LR-END-DATE.
           MOVE WS-NEW-DAILY TO LR-DAILY-HOURS.
           MOVE WS-NEW-TOTAL TO LR-TOTAL-HOURS.
           MOVE DEPARTMENT-CODE TO LR-DEPARTMENT.
           MOVE "P" TO LR-STATUS.
           MOVE WS-TODAY TO LR-REQUEST-DATE.
           MOVE 0 TO LR-DECISION-DATE.
           MOVE SPACES TO LR-DECIDED-BY.
           MOVE "ADD" TO WS-CL-ACTION.
           MOVE "STATUS" TO WS-CL-FIELD-NAME.
           MOVE WS-SAME-KEY-STATUS TO WS-CL-OLD-DISP.
           MOVE "P" TO WS-CL-NEW-DISP.
      *    A REJECTED OR CANCELLED REQUEST FOR THE SAME FIRST DAY IS
      *    REPLACED BY THE NEW ONE.
           IF WS-SAME-KEY-STATUS NOT = SPACE
               REWRITE LEAVE-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "ADD FAILED, STATUS=" WS-LR-STATUS
                   NOT INVALID KEY
                       DISPLAY "LEAVE REQUEST RECORDED - PENDING."
                       PERFORM 0900-LOG-REQUEST-CHANGE
               END-REWRITE
           ELSE
               WRITE LEAVE-REQUEST-RECORD
                   INVALID KEY
                       DISPLAY "ADD FAILED, STATUS=" WS-LR-STATUS
                   NOT INVALID KEY
                       DISPLAY "LEAVE REQUEST RECORDED - PENDING."
                       PERFORM 0900-LOG-REQUEST-CHANGE
               END-WRITE
           END-IF.

      *    WALKS THE EMPLOYEE'S REQUESTS: ANY OPEN ONE OVERLAPPING
      *    THE NEW DATES REFUSES IT, AND THE OPEN ONES NOT YET DRAWN
      *    BY A TIMESHEET ARE ALREADY SPOKEN FOR IN THE BALANCE.
       0310-SCAN-OPEN-REQUESTS.
           MOVE "N" TO WS-OVERLAP.
           MOVE SPACE TO WS-SAME-KEY-STATUS.
           MOVE 0 TO WS-COMMITTED.
           PERFORM 0330-FETCH-LAST-ACTIVITY.
           MOVE WS-EMP-INPUT TO LR-EMPLOYEE-ID.
           MOVE 0 TO LR-START-DATE.
           MOVE 0 TO WS-LIST-DONE.
           START LEAVE-REQUEST-FILE KEY IS >= LR-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ LEAVE-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF LR-EMPLOYEE-ID NOT = WS-EMP-INPUT
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           IF LR-START-DATE = WS-NEW-START
                               MOVE LR-STATUS TO WS-SAME-KEY-STATUS
                           END-IF
                           IF LR-OUTSTANDING
                               IF LR-START-DATE <= WS-NEW-END
                                  AND LR-END-DATE >= WS-NEW-START
                                   MOVE "Y" TO WS-OVERLAP
                               END-IF
                               IF LR-START-DATE > WS-LAST-ACTIVITY
                                   ADD LR-TOTAL-HOURS
                                       TO WS-COMMITTED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SAME-KEY-STATUS NOT = SPACE
               MOVE WS-EMP-INPUT TO LR-EMPLOYEE-ID
               MOVE WS-NEW-START TO LR-START-DATE
               READ LEAVE-REQUEST-FILE
                   KEY IS LR-KEY
                   INVALID KEY
                       MOVE SPACE TO WS-SAME-KEY-STATUS
               END-READ
           END-IF.

       0320-PROJECT-BALANCE.
           MOVE "DAYS" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-TODAY
               WS-NEW-START WS-DATE-DAYS WS-DATE-RESULT.
           DIVIDE WS-DATE-DAYS BY 7 GIVING WS-WEEKS-AHEAD.
           COMPUTE WS-PROJECTED = WS-PROJECTED
               + WS-WEEKS-AHEAD * WS-ACCRUAL-RATE - WS-COMMITTED.

      *    NO LEAVE-BALANCE RECORD YET MEANS NOTHING BANKED.
       0330-FETCH-LAST-ACTIVITY.
           MOVE 0 TO WS-PROJECTED.
           MOVE 0 TO WS-LAST-ACTIVITY.
           MOVE WS-EMP-INPUT TO LB-EMPLOYEE-ID.
           READ LEAVE-BALANCE
               KEY IS LB-EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LB-BALANCE-HOURS TO WS-PROJECTED
                   MOVE LB-LAST-ACTIVITY TO WS-LAST-ACTIVITY
           END-READ.

       0400-CANCEL-REQUEST.
           PERFORM 0800-ACCEPT-EMPLOYEE.
           IF WS-EMP-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE WS-EMP-INPUT TO LR-EMPLOYEE-ID.
           DISPLAY "FIRST DAY OFF OF THE REQUEST YYYYMMDD: ".
           ACCEPT LR-START-DATE.
           READ LEAVE-REQUEST-FILE
               KEY IS LR-KEY
               INVALID KEY
                   DISPLAY "NO REQUEST STARTING ON THAT DATE."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT LR-OUTSTANDING
               DISPLAY "REQUEST IS ALREADY " LR-STATUS
                       " - NOTHING TO CANCEL."
               EXIT PARAGRAPH
           END-IF.
           IF LR-START-DATE <= WS-TODAY
               DISPLAY "LEAVE HAS STARTED - CORRECT IT ON THE "
                       "TIMESHEET INSTEAD."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CANCEL " LR-START-DATE " TO " LR-END-DATE " "
                   LR-TOTAL-HOURS " HOURS - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING CANCELLED."
               EXIT PARAGRAPH
           END-IF.
           MOVE LR-STATUS TO WS-CL-OLD-DISP.
           MOVE "C" TO LR-STATUS.
           MOVE WS-TODAY TO LR-DECISION-DATE.
           REWRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "CANCEL FAILED, STATUS=" WS-LR-STATUS
               NOT INVALID KEY
                   DISPLAY "LEAVE REQUEST CANCELLED."
                   MOVE "CHANGE" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE "C" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-REQUEST-CHANGE
           END-REWRITE.

       0500-LIST-REQUESTS.
           PERFORM 0800-ACCEPT-EMPLOYEE.
           IF WS-EMP-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMP-INPUT TO LR-EMPLOYEE-ID.
           MOVE 0 TO LR-START-DATE.
           MOVE 0 TO WS-LIST-DONE.
           START LEAVE-REQUEST-FILE KEY IS >= LR-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ LEAVE-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF LR-EMPLOYEE-ID NOT = WS-EMP-INPUT
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           DISPLAY LR-START-DATE " TO " LR-END-DATE
                                   " " LR-DAILY-HOURS "/DAY "
                                   LR-TOTAL-HOURS " HRS STATUS "
                                   LR-STATUS " " LR-DECIDED-BY
                       END-IF
               END-READ
           END-PERFORM.

       0800-ACCEPT-EMPLOYEE.
           MOVE "N" TO WS-EMP-OK.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT WS-EMP-INPUT.
           MOVE WS-EMP-INPUT TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-EMP-INPUT " NOT ON FILE."
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-OK
                   DISPLAY "EMPLOYEE: " FIRST-NAME " " LAST-NAME
                           " DEPT " DEPARTMENT-CODE
           END-READ.

       0900-LOG-REQUEST-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "LEAVE-REQ"      TO CL-KEY-TYPE.
           STRING LR-EMPLOYEE-ID  DELIMITED BY SIZE
                  LR-START-DATE   DELIMITED BY SIZE
                  INTO CL-KEY-VALUE
           END-STRING.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
