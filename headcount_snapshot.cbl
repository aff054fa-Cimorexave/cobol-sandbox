      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  headcount_snapshot.
      *****************************************************************
      *    MONTH-END HEADCOUNT SNAPSHOT. COUNTS THE EMPLOYEE MASTER
      *    BY DEPARTMENT, PAY GRADE AND EMPLOYMENT TYPE AND FILES ONE
      *    HEADCOUNT-HISTORY ROW (hcsnap.cpy) PER COMBINATION FOR THE
      *    MONTH (YYYYMM ON THE COMMAND LINE, OR THE CURRENT MONTH),
      *    WITH THE GROUP'S TOTAL MONTHS OF SERVICE FOR AVERAGE
      *    TENURE. ANY ROWS ALREADY FILED FOR THE MONTH ARE REMOVED
      *    FIRST, SO THE STEP CAN BE RERUN. EMPLOYEES WHOSE HIRE
      *    DATE FALLS AFTER THE MONTH ARE NOT COUNTED.
      *    turnover_report READS THE HISTORY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT HEADCOUNT-HISTORY ASSIGN TO "HEADCOUNT-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HS-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  HEADCOUNT-HISTORY.
           COPY "hcsnap.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-HS-STATUS        PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-PERIOD           PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR  PIC 9(4).
           05 WS-PERIOD-MONTH PIC 9(2).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-HIRE-DATE        PIC 9(8).
       01 WS-HIRE-PARTS REDEFINES WS-HIRE-DATE.
           05 WS-HIRE-YEAR    PIC 9(4).
           05 WS-HIRE-MONTH   PIC 9(2).
           05 WS-HIRE-DAY     PIC 9(2).
       01 WS-TENURE           PIC S9(5).
       01 WS-WORK-TYPE        PIC X.
       01 WS-GRP-MAX          PIC 9(3) VALUE 500.
       01 WS-GRP-COUNT        PIC 9(3) VALUE 0.
       01 WS-GRP-IDX          PIC 9(3).
       01 WS-GRP-FOUND        PIC X.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 500 TIMES.
              10 WS-GT-DEPT       PIC X(4).
              10 WS-GT-GRADE      PIC X(2).
              10 WS-GT-TYPE       PIC X.
              10 WS-GT-HEADCOUNT  PIC 9(5).
              10 WS-GT-TENURE     PIC 9(9).
       01 WS-EMP-COUNTED      PIC 9(7) VALUE 0.
       01 WS-EMP-SKIPPED      PIC 9(7) VALUE 0.
       01 WS-ROWS-REPLACED    PIC 9(5) VALUE 0.
       01 WS-ROWS-WRITTEN     PIC 9(5) VALUE 0.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-PERIOD
           ELSE
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "NO EMPLOYEE MASTER FILE AVAILABLE."
               DISPLAY "HEADCOUNT SNAPSHOT NOT TAKEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM TALLY-EMPLOYEE UNTIL WS-EOF = 1.
           CLOSE EMPLOYEE-MASTER.
           OPEN I-O HEADCOUNT-HISTORY.
           IF WS-HS-STATUS = "35"
              OPEN OUTPUT HEADCOUNT-HISTORY
              CLOSE HEADCOUNT-HISTORY
              OPEN I-O HEADCOUNT-HISTORY
           END-IF.
           PERFORM REMOVE-PRIOR-SNAPSHOT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM WRITE-SNAPSHOT-ROW
           END-PERFORM.
           CLOSE HEADCOUNT-HISTORY.
           IF WS-ROWS-REPLACED > 0
               DISPLAY "PRIOR SNAPSHOT ROWS REPLACED: "
                       WS-ROWS-REPLACED
           END-IF.
           DISPLAY "HEADCOUNT SNAPSHOT FOR " WS-PERIOD
                   ": EMPLOYEES " WS-EMP-COUNTED
                   " ROWS " WS-ROWS-WRITTEN
                   " NOT YET HIRED " WS-EMP-SKIPPED.
           STOP RUN.

       TALLY-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF DATE-OF-HIRE (1:6) > WS-PERIOD
                       ADD 1 TO WS-EMP-SKIPPED
                   ELSE
                       PERFORM TALLY-ONE-EMPLOYEE
                   END-IF
           END-READ.

      *    TENURE IS WHOLE CALENDAR MONTHS FROM THE HIRE MONTH TO THE
      *    SNAPSHOT MONTH. A SPACE EMPLOYMENT TYPE IS PERMANENT.
       TALLY-ONE-EMPLOYEE.
           MOVE EMPLOYMENT-TYPE TO WS-WORK-TYPE.
           IF WS-WORK-TYPE = SPACE
               MOVE "P" TO WS-WORK-TYPE
           END-IF.
           PERFORM FIND-GROUP-ENTRY.
           MOVE DATE-OF-HIRE TO WS-HIRE-DATE.
           COMPUTE WS-TENURE =
               (WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH)
             - (WS-HIRE-YEAR * 12 + WS-HIRE-MONTH).
           IF WS-TENURE < 0
               MOVE 0 TO WS-TENURE
           END-IF.
           ADD 1 TO WS-GT-HEADCOUNT (WS-GRP-IDX).
           ADD WS-TENURE TO WS-GT-TENURE (WS-GRP-IDX).
           ADD 1 TO WS-EMP-COUNTED.

      *    RETURNS WS-GRP-IDX POINTING AT THE EMPLOYEE'S GROUP ROW,
      *    ADDING THE ROW ON FIRST SIGHT. THE LAST ROW IS A CATCH-ALL
      *    IF MORE GROUPS TURN UP THAN THE TABLE HOLDS.
       FIND-GROUP-ENTRY.
           MOVE "N" TO WS-GRP-FOUND.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GT-DEPT (WS-GRP-IDX) = DEPARTMENT-CODE
                  AND WS-GT-GRADE (WS-GRP-IDX) = PAY-GRADE
                  AND WS-GT-TYPE (WS-GRP-IDX) = WS-WORK-TYPE
                   MOVE "Y" TO WS-GRP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-GRP-FOUND = "N"
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-IDX
                   MOVE DEPARTMENT-CODE TO WS-GT-DEPT (WS-GRP-IDX)
                   MOVE PAY-GRADE TO WS-GT-GRADE (WS-GRP-IDX)
                   MOVE WS-WORK-TYPE TO WS-GT-TYPE (WS-GRP-IDX)
                   MOVE 0 TO WS-GT-HEADCOUNT (WS-GRP-IDX)
                   MOVE 0 TO WS-GT-TENURE (WS-GRP-IDX)
               ELSE
                   MOVE WS-GRP-MAX TO WS-GRP-IDX
                   DISPLAY "GROUP TABLE FULL - " DEPARTMENT-CODE
                           "/" PAY-GRADE "/" WS-WORK-TYPE
                           " TALLIED UNDER THE LAST ROW"
               END-IF
           END-IF.

       REMOVE-PRIOR-SNAPSHOT.
           MOVE 0 TO WS-EOF.
           MOVE LOW-VALUES TO HS-KEY.
           MOVE WS-PERIOD TO HS-SNAP-MONTH.
           START HEADCOUNT-HISTORY KEY IS >= HS-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ HEADCOUNT-HISTORY NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF HS-SNAP-MONTH NOT = WS-PERIOD
                           MOVE 1 TO WS-EOF
                       ELSE
                           DELETE HEADCOUNT-HISTORY RECORD
                           ADD 1 TO WS-ROWS-REPLACED
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-SNAPSHOT-ROW.
           MOVE WS-PERIOD TO HS-SNAP-MONTH.
           MOVE WS-GT-DEPT (WS-GRP-IDX) TO HS-DEPT-CODE.
           MOVE WS-GT-GRADE (WS-GRP-IDX) TO HS-PAY-GRADE.
           MOVE WS-GT-TYPE (WS-GRP-IDX) TO HS-EMPLOYMENT-TYPE.
           MOVE WS-GT-HEADCOUNT (WS-GRP-IDX) TO HS-HEADCOUNT.
           MOVE WS-GT-TENURE (WS-GRP-IDX) TO HS-TENURE-MONTHS.
           MOVE WS-RUN-DATE TO HS-TAKEN-DATE.
           WRITE HEADCOUNT-SNAPSHOT-RECORD
               INVALID KEY
                   DISPLAY "SNAPSHOT ROW NOT WRITTEN, STATUS="
                           WS-HS-STATUS " " HS-KEY
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-WRITTEN
           END-WRITE.
