      *    TIME AND A HALF - THEN SUMMARIZES COST PER DEPARTMENT PER
      *    WEEK WITH A MONTH-TO-DATE ROLL-UP PER DEPARTMENT. THIS IS
      *    THE "WHAT DID 4100'S WORKED HOURS ACTUALLY COST" ANSWER
      *    THE OPERATIONS DIRECTOR ASKS FOR EVERY MONTH. AN EMPLOYEE
      *    WITH A COST-ALLOC SPLIT HAS EACH WEEK'S COST SPREAD OVER
      *    THE SPLIT'S DEPARTMENTS (costsplit); A CONTROL LINE PROVES
      *    THE DEPARTMENT LINES ADD BACK TO THE UNALLOCATED TOTAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-MO-REG-COST   PIC S9(9)V99.
              10 WS-MO-OT-COST    PIC S9(9)V99.
       01 WS-TOTAL-COST       PIC S9(11)V99 VALUE 0.
       01 WS-ALLOC-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-BAD-SPLIT-CT     PIC 9(5) VALUE 0.
       01 WS-SPLIT-IDX        PIC 9(1).
       01 WS-POST-DEPT        PIC X(4).
       01 WS-POST-REG         PIC S9(7)V99.
       01 WS-POST-OT          PIC S9(7)V99.
       01 WS-SPLIT-REG-TABLE.
           05 WS-SPLIT-REG    PIC S9(9)V99 OCCURS 5 TIMES.
           COPY "costsplt.cpy".

       01 WS-RPT-HEADER       PIC X(40) VALUE
          "LABOR COST DISTRIBUTION".
       01 WS-TOTAL-LINE.
           05 FILLER          PIC X(18) VALUE "TOTAL LABOR COST: ".
           05 TL-TOTAL        PIC -(10)9.99.

       01 WS-CONTROL-LINE.
           05 FILLER          PIC X(26) VALUE
              "ALLOCATION CONTROL: UNALL ".
           05 CTL-UNALLOC     PIC -(10)9.99.
           05 FILLER          PIC X(7) VALUE "  ALLOC".
           05 CTL-ALLOC       PIC -(10)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CTL-VERDICT     PIC X(12).
      ******************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT TS-PENDING.
           PERFORM PRICE-ONE-WEEK UNTIL WS-EOF = 1.
           CLOSE TS-PENDING.
           CLOSE EMPLOYEE-MASTER.
           MOVE "CLOS" TO CS-FUNCTION.
           CALL "costsplit" USING COST-SPLIT-AREA.
           OPEN OUTPUT LABOR-RPT-FILE.
           WRITE LABOR-RPT-RECORD FROM WS-RPT-HEADER.
           PERFORM PRINT-WEEK-LINES.
           PERFORM PRINT-MONTH-LINES.
           MOVE WS-TOTAL-COST TO TL-TOTAL.
           WRITE LABOR-RPT-RECORD FROM WS-TOTAL-LINE.
           MOVE WS-TOTAL-COST TO CTL-UNALLOC.
           MOVE WS-ALLOC-TOTAL TO CTL-ALLOC.
           IF WS-ALLOC-TOTAL = WS-TOTAL-COST
               MOVE "IN BALANCE" TO CTL-VERDICT
           ELSE
               MOVE "OUT OF BAL" TO CTL-VERDICT
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE LABOR-RPT-RECORD FROM WS-CONTROL-LINE.
           CLOSE LABOR-RPT-FILE.
           DISPLAY "LABOR COST REPORT COMPLETE.".
           DISPLAY "TIMESHEETS WITHOUT MASTER: " WS-NO-MASTER-CT.
           DISPLAY "SPLITS NOT ADDING TO 100:  " WS-BAD-SPLIT-CT.
           DISPLAY WS-CONTROL-LINE.
           STOP RUN.

       PRICE-ONE-WEEK.
               TP-OVERTIME-HOURS * WS-HOURLY-RATE * WS-OT-PREMIUM.
           ADD WS-REG-COST TO WS-TOTAL-COST.
           ADD WS-OT-COST TO WS-TOTAL-COST.
           PERFORM SPLIT-WEEK-COST.

      *    THE REGULAR AND OVERTIME COST ARE EACH SPLIT BY THE SAME
      *    PERCENTAGES; A PERSON WITH NO SPLIT COMES BACK AS ONE
      *    ENTRY FOR THE TIMESHEET'S OWN DEPARTMENT.
       SPLIT-WEEK-COST.
           MOVE "SPLT" TO CS-FUNCTION.
           MOVE TP-EMPLOYEE-ID TO CS-EMPLOYEE-ID.
           MOVE TP-DEPARTMENT TO CS-HOME-DEPT.
           MOVE WS-REG-COST TO CS-AMOUNT.
           CALL "costsplit" USING COST-SPLIT-AREA.
           IF CS-BAD-SPLIT
               ADD 1 TO WS-BAD-SPLIT-CT
           END-IF.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > CS-SPLIT-COUNT
               MOVE CS-SHARE (WS-SPLIT-IDX)
                   TO WS-SPLIT-REG (WS-SPLIT-IDX)
           END-PERFORM.
           MOVE WS-OT-COST TO CS-AMOUNT.
           CALL "costsplit" USING COST-SPLIT-AREA.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > CS-SPLIT-COUNT
               MOVE CS-DEPT (WS-SPLIT-IDX) TO WS-POST-DEPT
               MOVE WS-SPLIT-REG (WS-SPLIT-IDX) TO WS-POST-REG
               MOVE CS-SHARE (WS-SPLIT-IDX) TO WS-POST-OT
               PERFORM POST-TO-WEEK-TALLY
               PERFORM POST-TO-MONTH-TALLY
           END-PERFORM.

       POST-TO-WEEK-TALLY.
           MOVE "N" TO WS-WK-FOUND.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
                   UNTIL WS-WK-IDX > WS-WK-COUNT
               IF WS-WK-DEPT (WS-WK-IDX) = WS-POST-DEPT
                  AND WS-WK-ENDING (WS-WK-IDX) = TP-WEEK-ENDING
                   MOVE "Y" TO WS-WK-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-WK-COUNT
               MOVE WS-WK-COUNT TO WS-WK-IDX
               MOVE WS-POST-DEPT TO WS-WK-DEPT (WS-WK-IDX)
               MOVE TP-WEEK-ENDING TO WS-WK-ENDING (WS-WK-IDX)
               MOVE 0 TO WS-WK-REG-COST (WS-WK-IDX)
               MOVE 0 TO WS-WK-OT-COST (WS-WK-IDX)
           END-IF.
           ADD WS-POST-REG TO WS-WK-REG-COST (WS-WK-IDX).
           ADD WS-POST-OT TO WS-WK-OT-COST (WS-WK-IDX).

       POST-TO-MONTH-TALLY.
           MOVE TP-WEEK-ENDING (1:6) TO WS-WEEK-MONTH.
           MOVE "N" TO WS-MO-FOUND.
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT
               IF WS-MO-DEPT (WS-MO-IDX) = WS-POST-DEPT
                  AND WS-MO-MONTH (WS-MO-IDX) = WS-WEEK-MONTH
                   MOVE "Y" TO WS-MO-FOUND
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MO-COUNT
               MOVE WS-MO-COUNT TO WS-MO-IDX
               MOVE WS-POST-DEPT TO WS-MO-DEPT (WS-MO-IDX)
               MOVE WS-WEEK-MONTH TO WS-MO-MONTH (WS-MO-IDX)
               MOVE 0 TO WS-MO-REG-COST (WS-MO-IDX)
               MOVE 0 TO WS-MO-OT-COST (WS-MO-IDX)
           END-IF.
           ADD WS-POST-REG TO WS-MO-REG-COST (WS-MO-IDX).
           ADD WS-POST-OT TO WS-MO-OT-COST (WS-MO-IDX).
           ADD WS-POST-REG TO WS-ALLOC-TOTAL.
           ADD WS-POST-OT TO WS-ALLOC-TOTAL.

       PRINT-WEEK-LINES.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
