      *
      *    TIMESHEET-IN: EMPLOYEE-ID(7) WEEK-ENDING(8) DEPT(4)
      *                  7 X DAILY HOURS 9(2)V9  HOURS-TYPE(1)
      *                  SHIFT-CODE(1)
      *
      *    HOURS-TYPE "W" (OR SPACE, FOR FILES CUT BEFORE THE FIELD
      *    EXISTED) IS WORKED TIME AND ACCRUES LEAVE ENTITLEMENT AT
      *    WS-ACCRUAL-RATE PER VALIDATED WEEK. "L" IS PAID LEAVE:
      *    IT DRAWS DOWN THE LEAVE-BALANCE FILE, REJECTS WHEN THE
      *    WEEK'S HOURS EXCEED THE AVAILABLE BALANCE, AND NEVER
      *    SPLITS INTO OVERTIME. AN "L" WEEK WHOSE DAILY HOURS DO
      *    NOT MATCH THE APPROVED PLANNED-LEAVE REQUESTS FOR THOSE
      *    DAYS (leavereq.cpy) IS STILL QUEUED, BUT IS LISTED ON THE
      *    EXCEPTIONS REPORT AS A WARNING FOR THE SUPERVISOR.
      *
      *    HOURS-TYPE "C" IS A CORRECTION TO A PRIOR WEEK ALREADY
      *    RELEASED TO PAYROLL: THE RECORD CARRIES THE WEEK'S
      *    FOR THE NEXT PAYROLL RUN TO PAY OR RECOVER, LISTS IT ON
      *    THE ADJUSTMENTS REGISTER, AND RESTATES THE RELEASED
      *    RECORD SO A SECOND CORRECTION DELTAS AGAINST THE LATEST
      *    FIGURES. A WEEK NEVER RELEASED CANNOT BE CORRECTED, AND
      *    NEITHER CAN A WEEK ENDING IN A MONTH FINANCE HAS CLOSED
      *    FOR PAYROLL (closectl) - IT REJECTS AS "PAY PERIOD CLOSED".
      *
      *    PREMIUM HOURS: THE SEVEN DAILY HOURS RUN FROM SIX DAYS
      *    BEFORE THE WEEK-ENDING TO THE WEEK-ENDING ITSELF. WORKED
      *    HOURS ON A DAY THAT IS ON THE HOLIDAY-CALENDAR GO TO THE
      *    HOLIDAY-PREMIUM BUCKET. SHIFT-CODE "N" (NIGHT SHIFT) PUTS
      *    THE WEEK'S OTHER WORKED HOURS IN THE SHIFT-DIFFERENTIAL
      *    BUCKET, "W" (WEEKEND SHIFT) JUST THE SATURDAY AND SUNDAY
      *    HOURS; SPACE OR "D" IS THE DAY SHIFT. BOTH BUCKETS ARE
      *    CARVED OUT OF THE REGULAR HOURS - OVERTIME IS STILL THE
      *    WEEK OVER 40 - AND THE PAYROLL REGISTER PRICES EACH AT
      *    ITS OWN MULTIPLIER. LEAVE WEEKS EARN NO PREMIUM.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ADJ-RPT-FILE ASSIGN TO "TS-ADJUSTMENTS-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-RPT-STATUS.
           SELECT HOLIDAY-CAL-FILE ASSIGN TO "HOLIDAY-CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-DATE
               FILE STATUS IS WS-HC-STATUS.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "LEAVE-REQUEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-LR-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 TS-DEPARTMENT     PIC X(4).
           05 TS-DAY-HOURS      OCCURS 7 TIMES PIC 9(2)V9.
           05 TS-HOURS-TYPE     PIC X.
           05 TS-SHIFT-CODE     PIC X.

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".
           05 AJ-DELTA-REG      PIC S9(3)V9.
           05 AJ-DELTA-OT       PIC S9(3)V9.
           05 AJ-STATUS         PIC X.
           05 AJ-DELTA-HOL      PIC S9(3)V9.
           05 AJ-DELTA-SHF      PIC S9(3)V9.

       FD  ADJ-RPT-FILE.
       01  ADJ-RPT-RECORD       PIC X(80).

       FD  HOLIDAY-CAL-FILE.
           COPY "holcal.cpy".

       FD  LEAVE-REQUEST-FILE.
           COPY "leavereq.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TS-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-ORIG-TOTAL       PIC 9(4)V9.
       01 WS-NEW-REG          PIC 9(3)V9.
       01 WS-NEW-OT           PIC 9(3)V9.
       01 WS-HC-STATUS        PIC XX.
       01 WS-HOLCAL-AVAILABLE PIC X VALUE "N".
       01 WS-NEW-HOL          PIC 9(3)V9.
       01 WS-NEW-SHF          PIC 9(3)V9.
       01 WS-OLD-HOL          PIC 9(3)V9.
       01 WS-OLD-SHF          PIC 9(3)V9.
       01 WS-PREM-COUNT       PIC 9(7) VALUE 0.
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-1           PIC 9(8).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-LR-STATUS        PIC XX.
       01 WS-LR-AVAILABLE     PIC X VALUE "N".
       01 WS-LR-DONE          PIC X.
       01 WS-WEEK-START       PIC 9(8).
       01 WS-LEAVE-DATE       PIC 9(8).
       01 WS-LEAVE-MISMATCH   PIC X.
       01 WS-LEAVE-WARN-COUNT PIC 9(7) VALUE 0.
           COPY "perclose.cpy".
       01 WS-APPROVED-LEAVE.
           05 WS-APPROVED-HOURS OCCURS 7 TIMES PIC 9(3)V9.

       01 WS-ADJ-RPT-LINE.
           05 ADJ-EMP-ID      PIC 9(7).
               OPEN OUTPUT ADJUSTMENTS-FILE
           END-IF.
           OPEN OUTPUT ADJ-RPT-FILE.
           OPEN INPUT HOLIDAY-CAL-FILE.
           IF WS-HC-STATUS = "00"
               MOVE "Y" TO WS-HOLCAL-AVAILABLE
           ELSE
               DISPLAY "HOLIDAY-CALENDAR NOT AVAILABLE - NO HOLIDAY "
                       "PREMIUM HOURS THIS RUN."
           END-IF.
           OPEN INPUT LEAVE-REQUEST-FILE.
           IF WS-LR-STATUS = "00"
               MOVE "Y" TO WS-LR-AVAILABLE
           ELSE
               DISPLAY "LEAVE-REQUEST NOT AVAILABLE - LEAVE WEEKS "
                       "NOT CHECKED AGAINST APPROVED REQUESTS."
           END-IF.
           PERFORM EDIT-ONE-TIMESHEET UNTIL WS-EOF = 1.
           CLOSE TIMESHEET-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE LEAVE-BALANCE.
           CLOSE ADJUSTMENTS-FILE.
           CLOSE ADJ-RPT-FILE.
           IF WS-HOLCAL-AVAILABLE = "Y"
               CLOSE HOLIDAY-CAL-FILE
           END-IF.
           IF WS-LR-AVAILABLE = "Y"
               CLOSE LEAVE-REQUEST-FILE
           END-IF.
           DISPLAY "TIMESHEETS READ:    " WS-READ-COUNT.
           DISPLAY "QUEUED FOR APPROVAL:" WS-PEND-COUNT.
           DISPLAY "ADJUSTMENTS CUT:    " WS-ADJ-COUNT.
           DISPLAY "EXCEPTIONS:         " WS-EXC-COUNT.
           DISPLAY "OVERTIME FLAGGED:   " WS-OT-COUNT.
           DISPLAY "LEAVE WEEKS TAKEN:  " WS-LEAVE-COUNT.
           DISPLAY "PREMIUM WEEKS:      " WS-PREM-COUNT.
           DISPLAY "LEAVE NOT AS PLANNED:" WS-LEAVE-WARN-COUNT.
           EVALUATE TRUE
               WHEN WS-EXC-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "EDIT ENDED WITH EXCEPTIONS"
               WHEN WS-LEAVE-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "EDIT ENDED WITH LEAVE WARNINGS"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "NORMAL END OF EDIT"
           END-EVALUATE.
           STOP RUN.

       EDIT-ONE-TIMESHEET.
               PERFORM WRITE-TS-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF TS-SHIFT-CODE NOT = SPACE
                   AND TS-SHIFT-CODE NOT = "D"
                   AND TS-SHIFT-CODE NOT = "N"
                   AND TS-SHIFT-CODE NOT = "W"
               MOVE "SHIFT CODE NOT VALID" TO EXCEPT-REASON
               PERFORM WRITE-TS-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF TS-HOURS-TYPE = "C"
               PERFORM CHECK-PAY-PERIOD
               IF WS-RECORD-OK = "N"
                   EXIT PARAGRAPH
               END-IF
               PERFORM PROCESS-CORRECTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-PENDING-TIMESHEET.
           IF TS-HOURS-TYPE = "L"
               PERFORM DRAW-DOWN-LEAVE
               PERFORM CHECK-APPROVED-LEAVE
           ELSE
               PERFORM ACCRUE-LEAVE
           END-IF.

      *    A CORRECTION WOULD RESTATE HOURS ALREADY REPORTED FOR A
      *    CLOSED MONTH, SO IT IS REFUSED; THE DIFFERENCE IS SETTLED
      *    BY HAND IN THE OPEN MONTH.
       CHECK-PAY-PERIOD.
           MOVE "PAY" TO PCK-SUBSYSTEM.
           MOVE TS-WEEK-ENDING TO PCK-DATE.
           CALL "closectl" USING PERIOD-CLOSE-CHECK.
           IF PCK-RESULT = "N"
               MOVE "PAY PERIOD CLOSED" TO EXCEPT-REASON
               PERFORM WRITE-TS-EXCEPTION
               MOVE "N" TO WS-RECORD-OK
           END-IF.

       WRITE-TS-EXCEPTION.
           MOVE TS-EMPLOYEE-ID TO EXCEPT-ID.
           MOVE TS-WEEK-ENDING TO EXCEPT-WEEK.
               MOVE WS-WEEK-TOTAL TO WS-NEW-REG
               MOVE 0 TO WS-NEW-OT
           END-IF.
           IF TP-HOLIDAY-HOURS IS NUMERIC
               MOVE TP-HOLIDAY-HOURS TO WS-OLD-HOL
           ELSE
               MOVE 0 TO WS-OLD-HOL
           END-IF.
           IF TP-SHIFT-HOURS IS NUMERIC
               MOVE TP-SHIFT-HOURS TO WS-OLD-SHF
           ELSE
               MOVE 0 TO WS-OLD-SHF
           END-IF.
           PERFORM SPLIT-PREMIUM-HOURS.
           MOVE SPACES TO ADJUSTMENT-RECORD.
           MOVE TS-EMPLOYEE-ID TO AJ-EMPLOYEE-ID.
           MOVE TS-WEEK-ENDING TO AJ-WEEK-ENDING.
           COMPUTE AJ-DELTA-REG = WS-NEW-REG - TP-REGULAR-HOURS.
           COMPUTE AJ-DELTA-OT = WS-NEW-OT - TP-OVERTIME-HOURS.
           MOVE "O" TO AJ-STATUS.
           COMPUTE AJ-DELTA-HOL = WS-NEW-HOL - WS-OLD-HOL.
           COMPUTE AJ-DELTA-SHF = WS-NEW-SHF - WS-OLD-SHF.
           WRITE ADJUSTMENT-RECORD.
           ADD 1 TO WS-ADJ-COUNT.
           MOVE TS-EMPLOYEE-ID TO ADJ-EMP-ID.
           WRITE ADJ-RPT-RECORD FROM WS-ADJ-RPT-LINE.
           MOVE WS-NEW-REG TO TP-REGULAR-HOURS.
           MOVE WS-NEW-OT TO TP-OVERTIME-HOURS.
           MOVE WS-NEW-HOL TO TP-HOLIDAY-HOURS.
           MOVE WS-NEW-SHF TO TP-SHIFT-HOURS.
           MOVE TS-SHIFT-CODE TO TP-SHIFT-CODE.
           IF WS-NEW-OT > 0
               MOVE "Y" TO TP-OT-FLAG
           ELSE
               MOVE 0 TO TP-OVERTIME-HOURS
               MOVE "N" TO TP-OT-FLAG
           END-IF.
           MOVE TP-REGULAR-HOURS TO WS-NEW-REG.
           PERFORM SPLIT-PREMIUM-HOURS.
           MOVE WS-NEW-HOL TO TP-HOLIDAY-HOURS.
           MOVE WS-NEW-SHF TO TP-SHIFT-HOURS.
           MOVE TS-SHIFT-CODE TO TP-SHIFT-CODE.
           IF WS-NEW-HOL > 0 OR WS-NEW-SHF > 0
               ADD 1 TO WS-PREM-COUNT
           END-IF.
           MOVE "P" TO TP-STATUS.
           MOVE WS-RUN-DATE TO TP-SUBMIT-DATE.
           MOVE 0 TO TP-DECISION-DATE.
           END-IF.
           ADD 1 TO WS-PEND-COUNT.

      *****************************************************************
      *    SPLITS THE WEEK'S WORKED HOURS INTO THE HOLIDAY-PREMIUM
      *    AND SHIFT-DIFFERENTIAL BUCKETS, DAY BY DAY - DAY 7 IS THE
      *    WEEK-ENDING. A HOLIDAY HOUR TAKES THE HOLIDAY PREMIUM
      *    ONLY. THE BUCKETS CANNOT EXCEED THE WEEK'S REGULAR HOURS
      *    (WS-NEW-REG); ANY EXCESS IS ALREADY PAID AS OVERTIME.
      *    TP-HOURS-TYPE IS THE TYPE OF THE WEEK BEING SPLIT.
      *****************************************************************
       SPLIT-PREMIUM-HOURS.
           MOVE 0 TO WS-NEW-HOL WS-NEW-SHF.
           IF TP-HOURS-TYPE = "L"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               IF TS-DAY-HOURS (WS-DAY-IDX) > 0
                   PERFORM CLASSIFY-ONE-DAY
               END-IF
           END-PERFORM.
           IF WS-NEW-HOL > WS-NEW-REG
               MOVE WS-NEW-REG TO WS-NEW-HOL
           END-IF.
           IF WS-NEW-HOL + WS-NEW-SHF > WS-NEW-REG
               COMPUTE WS-NEW-SHF = WS-NEW-REG - WS-NEW-HOL
           END-IF.

       CLASSIFY-ONE-DAY.
           MOVE TS-WEEK-ENDING TO WS-DATE-1.
           COMPUTE WS-DATE-DAYS = WS-DAY-IDX - 7.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-HOLCAL-AVAILABLE = "Y"
               MOVE WS-DATE-2 TO HC-DATE
               READ HOLIDAY-CAL-FILE
                   KEY IS HC-DATE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD TS-DAY-HOURS (WS-DAY-IDX) TO WS-NEW-HOL
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           EVALUATE TS-SHIFT-CODE
               WHEN "N"
                   ADD TS-DAY-HOURS (WS-DAY-IDX) TO WS-NEW-SHF
               WHEN "W"
                   MOVE WS-DATE-2 TO WS-DATE-1
                   MOVE "DOW " TO WS-DATE-FUNCTION
                   CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
                       WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT
                   IF WS-DATE-DAYS >= 6
                       ADD TS-DAY-HOURS (WS-DAY-IDX) TO WS-NEW-SHF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FETCH-LEAVE-BALANCE.
           MOVE "N" TO WS-LB-FOUND.
           MOVE TS-EMPLOYEE-ID TO LB-EMPLOYEE-ID.
           ADD WS-ACCRUAL-RATE TO LB-BALANCE-HOURS.
           ADD WS-ACCRUAL-RATE TO LB-ACCRUED-YTD.
           PERFORM STORE-LEAVE-BALANCE.

      *****************************************************************
      *    SUMS THE APPROVED PLANNED-LEAVE HOURS FALLING ON EACH DAY
      *    OF THE WEEK - DAILY HOURS ON EVERY BUSINESS DAY A REQUEST
      *    COVERS - AND WARNS WHEN ANY DAY'S "L" HOURS DIFFER. THE
      *    WEEK IS NOT REJECTED: LEAVE CAN BE TAKEN AT SHORT NOTICE,
      *    BUT THE SUPERVISOR SHOULD SEE IT BEFORE APPROVING.
      *****************************************************************
       CHECK-APPROVED-LEAVE.
           IF WS-LR-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE 0 TO WS-APPROVED-HOURS (WS-DAY-IDX)
           END-PERFORM.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           MOVE -6 TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION TS-WEEK-ENDING
               WS-WEEK-START WS-DATE-DAYS WS-DATE-RESULT.
           MOVE TS-EMPLOYEE-ID TO LR-EMPLOYEE-ID.
           MOVE 0 TO LR-START-DATE.
           MOVE "N" TO WS-LR-DONE.
           START LEAVE-REQUEST-FILE KEY IS >= LR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LR-DONE
           END-START.
           PERFORM UNTIL WS-LR-DONE = "Y"
               READ LEAVE-REQUEST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LR-DONE
                   NOT AT END
                       IF LR-EMPLOYEE-ID NOT = TS-EMPLOYEE-ID
                          OR LR-START-DATE > TS-WEEK-ENDING
                           MOVE "Y" TO WS-LR-DONE
                       ELSE
                           IF LR-APPROVED
                              AND LR-END-DATE >= WS-WEEK-START
                               PERFORM SPREAD-APPROVED-LEAVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-LEAVE-MISMATCH.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               IF TS-DAY-HOURS (WS-DAY-IDX)
                       NOT = WS-APPROVED-HOURS (WS-DAY-IDX)
                   MOVE "Y" TO WS-LEAVE-MISMATCH
               END-IF
           END-PERFORM.
           IF WS-LEAVE-MISMATCH = "Y"
               MOVE "WARN LEAVE NOT AS PLANNED" TO EXCEPT-REASON
               MOVE TS-EMPLOYEE-ID TO EXCEPT-ID
               MOVE TS-WEEK-ENDING TO EXCEPT-WEEK
               WRITE TS-EXCEPTION-RECORD
               ADD 1 TO WS-LEAVE-WARN-COUNT
           END-IF.

      *    A DAY COUNTS WHEN IT IS INSIDE THE REQUEST AND IS A
      *    BUSINESS DAY (ONE BUSINESS DAY FROM THE DAY BEFORE).
       SPREAD-APPROVED-LEAVE.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE "ADDD" TO WS-DATE-FUNCTION
               COMPUTE WS-DATE-DAYS = WS-DAY-IDX - 1
               CALL "dateserv" USING WS-DATE-FUNCTION WS-WEEK-START
                   WS-LEAVE-DATE WS-DATE-DAYS WS-DATE-RESULT
               IF WS-LEAVE-DATE >= LR-START-DATE
                  AND WS-LEAVE-DATE <= LR-END-DATE
                   MOVE -1 TO WS-DATE-DAYS
                   CALL "dateserv" USING WS-DATE-FUNCTION
                       WS-LEAVE-DATE WS-DATE-1 WS-DATE-DAYS
                       WS-DATE-RESULT
                   MOVE "BDAY" TO WS-DATE-FUNCTION
                   CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-1
                       WS-LEAVE-DATE WS-DATE-DAYS WS-DATE-RESULT
                   IF WS-DATE-DAYS = 1
                       ADD LR-DAILY-HOURS
                           TO WS-APPROVED-HOURS (WS-DAY-IDX)
                   END-IF
               END-IF
           END-PERFORM.
