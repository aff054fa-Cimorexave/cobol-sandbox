      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hire_import.
      *****************************************************************
      *    BULK NEW-HIRE IMPORT. READS HR'S COMMA-DELIMITED
      *    ONBOARDING FILE (ONE HIRE PER ROW, EVERY intakerc.cpy
      *    FIELD), PUTS EACH ROW THROUGH THE SAME EDITS AS input.cbl
      *    AND THE OVERNIGHT LOADER - THE SHARED edit-routines, A
      *    CALENDAR CHECK ON EVERY DATE, AN ACTIVE DEPT-MASTER
      *    DEPARTMENT, AND A SALARY INSIDE THE PAY GRADE'S RANGE -
      *    ASSIGNS EMPLOYEE IDS THROUGH idassign UNDER THE MASTER
      *    LOCK, AND APPENDS THE GOOD ROWS TO EMPLOYEE-INTAKE FOR
      *    THE OVERNIGHT intake_load. A BAD ROW GOES TO THE REJECT
      *    FILE EXACTLY AS IT CAME IN, WITH THE REASON ADDED AS A
      *    LAST COLUMN THE IMPORT IGNORES, SO HR CAN CORRECT THE
      *    REJECT FILE AND SUBMIT IT AS IT STANDS. RETURN-CODE 4 ON
      *    REJECTS, 8 ON FILE ERRORS.
      *
      *    HIRE-IMPORT-IN COLUMNS (NO EMBEDDED COMMAS OR QUOTES; AN
      *    OPTIONAL FIRST ROW STARTING "FIRST" IS A HEADING):
      *      1 FIRST NAME       2 LAST NAME       3 STREET ADDRESS
      *      4 CITY             5 EMPLOYEE ID (BLANK = ASSIGN)
      *      6 HIRE DATE YYYYMMDD               7 DEPARTMENT
      *      8 SALARY (9999999.99, DECIMAL POINT OPTIONAL)
      *      9 EMPLOYMENT TYPE P/C (BLANK = P)
      *     10 CONTRACT END YYYYMMDD (TYPE C ONLY)
      *     11 APPLICANT ID (MUST BE BLANK - APPLICANTS COME IN
      *        THROUGH applicant_bridge)   12 PAY GRADE (OPTIONAL)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORT-FILE ASSIGN TO "HIRE-IMPORT-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT REJECT-FILE ASSIGN TO "HIRE-IMPORT-REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT EMPLOYEE-INTAKE-FILE ASSIGN TO "EMPLOYEE-INTAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT PAY-GRADE-FILE ASSIGN TO "PAY-GRADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-GRADE-CODE
               FILE STATUS IS WS-PG-STATUS.
           SELECT IMPORT-RPT-FILE ASSIGN TO "HIRE-IMPORT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  IMPORT-FILE.
       01  IMPORT-RECORD          PIC X(250).

       FD  REJECT-FILE.
       01  REJECT-RECORD          PIC X(250).

       FD  EMPLOYEE-INTAKE-FILE.
           COPY "intakerc.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  DEPT-MASTER.
           COPY "deptmast.cpy".

       FD  PAY-GRADE-FILE.
           COPY "paygrade.cpy".

       FD  IMPORT-RPT-FILE.
       01  IMPORT-RPT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS        PIC XX.
       01 WS-REJ-STATUS       PIC XX.
       01 WS-INTAKE-STATUS    PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-DM-STATUS        PIC XX.
       01 WS-PG-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-DEPT-AVAILABLE   PIC X VALUE "N".
       01 WS-GRADE-AVAILABLE  PIC X VALUE "N".
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-SCAN-EOF         PIC 9(1) VALUE 0.
       01 WS-ROW-NUMBER       PIC 9(7) VALUE 0.
       01 WS-READ-COUNT       PIC 9(7) VALUE 0.
       01 WS-ACCEPTED-COUNT   PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(3) VALUE 0.
       01 WS-HIGH-ID          PIC 9(7) VALUE 0.
       01 WS-ID-FUNCTION      PIC X(4).
       01 WS-ID-RESULT        PIC X(1).
       01 WS-REJECT-REASON    PIC X(30).
       01 WS-EMP-FOUND        PIC X.

      *    THE ROW, SPLIT INTO ITS COLUMNS WITH THE LENGTH OF EACH.
       01 WS-COL-IDX          PIC 9(2).
       01 WS-COL-PTR          PIC 9(3).
       01 WS-COL-TABLE.
           05 WS-COL-ENTRY OCCURS 13 TIMES.
              10 WS-COL           PIC X(30).
              10 WS-COL-LEN       PIC 9(3).
       01 WS-COL-LIMITS-VALUES.
           05 FILLER          PIC 9(3) VALUE 15.
           05 FILLER          PIC 9(3) VALUE 15.
           05 FILLER          PIC 9(3) VALUE 30.
           05 FILLER          PIC 9(3) VALUE 20.
           05 FILLER          PIC 9(3) VALUE 7.
           05 FILLER          PIC 9(3) VALUE 8.
           05 FILLER          PIC 9(3) VALUE 4.
           05 FILLER          PIC 9(3) VALUE 10.
           05 FILLER          PIC 9(3) VALUE 1.
           05 FILLER          PIC 9(3) VALUE 8.
           05 FILLER          PIC 9(3) VALUE 10.
           05 FILLER          PIC 9(3) VALUE 2.
       01 WS-COL-LIMITS REDEFINES WS-COL-LIMITS-VALUES.
           05 WS-COL-LIMIT    PIC 9(3) OCCURS 12 TIMES.
       01 WS-COL-NAMES-VALUES.
           05 FILLER          PIC X(14) VALUE "FIRST NAME".
           05 FILLER          PIC X(14) VALUE "LAST NAME".
           05 FILLER          PIC X(14) VALUE "STREET ADDRESS".
           05 FILLER          PIC X(14) VALUE "CITY".
           05 FILLER          PIC X(14) VALUE "EMPLOYEE ID".
           05 FILLER          PIC X(14) VALUE "HIRE DATE".
           05 FILLER          PIC X(14) VALUE "DEPARTMENT".
           05 FILLER          PIC X(14) VALUE "SALARY".
           05 FILLER          PIC X(14) VALUE "EMPLOYMENT TYP".
           05 FILLER          PIC X(14) VALUE "CONTRACT END".
           05 FILLER          PIC X(14) VALUE "APPLICANT ID".
           05 FILLER          PIC X(14) VALUE "PAY GRADE".
       01 WS-COL-NAMES REDEFINES WS-COL-NAMES-VALUES.
           05 WS-COL-NAME     PIC X(14) OCCURS 12 TIMES.

       01 WS-SAL-WHOLE-TEXT   PIC X(10).
       01 WS-SAL-CENTS-TEXT   PIC X(10).
       01 WS-SAL-WHOLE-LEN    PIC 9(3).
       01 WS-SAL-CENTS-LEN    PIC 9(3).
       01 WS-SAL-CENTS-2      PIC X(2).
       01 WS-SAL-WHOLE        PIC 9(7).
       01 WS-SAL-CENTS        PIC 9(2).
       01 WS-SAL-VALID        PIC X.
       01 WS-ID-TEXT          PIC X(7).

       01 WS-SEEN-COUNT       PIC 9(4) VALUE 0.
       01 WS-SEEN-IDX         PIC 9(4).
       01 WS-SEEN-TABLE.
           05 WS-SEEN-ID      PIC 9(7) OCCURS 1000 TIMES.

       01 WS-EDIT-ALPHA       PIC X(30).
       01 WS-EDIT-NUMERIC     PIC S9(9)V99.
       01 WS-EDIT-LOW         PIC S9(9)V99 VALUE 0.01.
       01 WS-EDIT-HIGH        PIC S9(9)V99 VALUE 9999999.99.
       01 WS-EDIT-RESULT      PIC X(1).
       01 WS-JRNL-PROGRAM     PIC X(15) VALUE "hire_import".
       01 WS-LOCK-FUNCTION    PIC X(4).
       01 WS-LOCK-RESULT      PIC X(1).
       01 WS-LOCK-OWNER       PIC X(40).
       01 WS-LOCK-TAKEN       PIC X(1) VALUE "N".
       01 WS-STAT-FUNCTION    PIC X(4).
       01 WS-STAT-REJECTED    PIC 9(7).
       01 WS-STAT-RC          PIC 9(2).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-WORK        PIC 9(8).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).

       01 WS-RPT-HEADER       PIC X(40) VALUE
          "NEW-HIRE IMPORT".

       01 WS-RPT-LINE.
           05 RPT-ROW         PIC ZZZZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 RPT-EMP-ID      PIC 9(7).
           05 FILLER          PIC X VALUE SPACE.
           05 RPT-NAME        PIC X(25).
           05 FILLER          PIC X VALUE SPACE.
           05 RPT-DISPOSITION PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 RPT-REASON      PIC X(30).

       01 WS-RPT-TOTALS-LINE.
           05 FILLER          PIC X(11) VALUE "ROWS READ: ".
           05 RPT-READ-CT     PIC ZZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  ACCEPTED: ".
           05 RPT-ACCEPTED-CT PIC ZZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  REJECTED: ".
           05 RPT-REJECTED-CT PIC ZZZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-IMPORT-ONE-ROW THRU 100-EXIT
                   UNTIL WS-EOF > 0.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           STOP RUN.

       000-HOUSEKEEPING.
           MOVE "STRT" TO WS-STAT-FUNCTION.
           CALL "runstats" USING WS-STAT-FUNCTION WS-JRNL-PROGRAM
               WS-READ-COUNT WS-ACCEPTED-COUNT WS-STAT-REJECTED
               WS-STAT-RC.
           OPEN OUTPUT IMPORT-RPT-FILE.
           WRITE IMPORT-RPT-RECORD FROM WS-RPT-HEADER.
           OPEN OUTPUT REJECT-FILE.
           OPEN INPUT IMPORT-FILE.
           IF WS-IN-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN HIRE-IMPORT-IN, STATUS="
                       WS-IN-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 1 TO WS-EOF
               GO TO 000-EXIT
           END-IF.
      *    idassign IS ONLY SAFE UNDER THE MASTER LOCK THE OTHER
      *    EMPLOYEE UPDATERS HOLD.
           MOVE "SET " TO WS-LOCK-FUNCTION.
           CALL "lockctl" USING WS-LOCK-FUNCTION WS-JRNL-PROGRAM
               WS-LOCK-RESULT WS-LOCK-OWNER.
           IF WS-LOCK-RESULT NOT = "Y"
               DISPLAY "EMPLOYEE-MASTER IS IN USE BY " WS-LOCK-OWNER
               DISPLAY "IMPORT HELD - RESUBMIT WHEN THE FILE IS FREE."
               ADD 1 TO WS-ERROR-COUNT
               MOVE 1 TO WS-EOF
               GO TO 000-EXIT
           END-IF.
           MOVE "Y" TO WS-LOCK-TAKEN.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN EMPLOYEE-MASTER, STATUS="
                       WS-EMP-STATUS
               ADD 1 TO WS-ERROR-COUNT
               MOVE 1 TO WS-EOF
               GO TO 000-EXIT
           END-IF.
           OPEN EXTEND EMPLOYEE-INTAKE-FILE.
           IF WS-INTAKE-STATUS <> "00"
               OPEN OUTPUT EMPLOYEE-INTAKE-FILE
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DM-STATUS = "00"
               MOVE "Y" TO WS-DEPT-AVAILABLE
           ELSE
               DISPLAY "DEPT-MASTER NOT AVAILABLE - DEPARTMENT "
                       "CODES NOT VALIDATED THIS RUN."
           END-IF.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PG-STATUS = "00"
               MOVE "Y" TO WS-GRADE-AVAILABLE
           ELSE
               DISPLAY "PAY-GRADE TABLE NOT AVAILABLE - SALARY "
                       "RANGES NOT CHECKED THIS RUN."
           END-IF.
           PERFORM 010-SYNC-ID-COUNTER.

       000-EXIT.
           EXIT.

      *    THE COUNTER IS SYNCED PAST THE HIGHEST ID ON THE MASTER
      *    BEFORE THE FIRST ALLOCATION, AS intake_load DOES.
       010-SYNC-ID-COUNTER.
           MOVE 0 TO EMPLOYEE-ID.
           MOVE 0 TO WS-SCAN-EOF.
           START EMPLOYEE-MASTER KEY IS >= EMPLOYEE-ID
               INVALID KEY
                   MOVE 1 TO WS-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-EOF
                   NOT AT END
                       IF EMPLOYEE-ID > WS-HIGH-ID
                           MOVE EMPLOYEE-ID TO WS-HIGH-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HIGH-ID > 0
               MOVE "SYNC" TO WS-ID-FUNCTION
               CALL "idassign" USING WS-ID-FUNCTION WS-JRNL-PROGRAM
                   WS-HIGH-ID WS-ID-RESULT
           END-IF.

       100-IMPORT-ONE-ROW.
           READ IMPORT-FILE
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO WS-ROW-NUMBER.
           IF IMPORT-RECORD = SPACES
               GO TO 100-EXIT
           END-IF.
           PERFORM 110-SPLIT-ROW.
      *    A HEADING ROW IS CARRIED TO THE REJECT FILE SO IT STAYS
      *    A COMPLETE, RESUBMITTABLE FILE.
           IF WS-ROW-NUMBER = 1 AND WS-COL (1) (1:5) = "FIRST"
               MOVE "REJECT REASON" TO WS-REJECT-REASON
               PERFORM 370-WRITE-REJECT-ROW
               GO TO 100-EXIT
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           PERFORM 300-EDIT-ROW THRU 300-EXIT.

       100-EXIT.
           EXIT.

       110-SPLIT-ROW.
           MOVE SPACES TO WS-COL-TABLE.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 13
               MOVE 0 TO WS-COL-LEN (WS-COL-IDX)
           END-PERFORM.
           UNSTRING IMPORT-RECORD DELIMITED BY ","
               INTO WS-COL (1)  COUNT IN WS-COL-LEN (1)
                    WS-COL (2)  COUNT IN WS-COL-LEN (2)
                    WS-COL (3)  COUNT IN WS-COL-LEN (3)
                    WS-COL (4)  COUNT IN WS-COL-LEN (4)
                    WS-COL (5)  COUNT IN WS-COL-LEN (5)
                    WS-COL (6)  COUNT IN WS-COL-LEN (6)
                    WS-COL (7)  COUNT IN WS-COL-LEN (7)
                    WS-COL (8)  COUNT IN WS-COL-LEN (8)
                    WS-COL (9)  COUNT IN WS-COL-LEN (9)
                    WS-COL (10) COUNT IN WS-COL-LEN (10)
                    WS-COL (11) COUNT IN WS-COL-LEN (11)
                    WS-COL (12) COUNT IN WS-COL-LEN (12)
                    WS-COL (13) COUNT IN WS-COL-LEN (13)
           END-UNSTRING.
      *    THE LAST COLUMN RUNS TO THE END OF THE LINE; ITS TRAILING
      *    SPACES ARE NOT PART OF THE VALUE.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 13
               IF WS-COL (WS-COL-IDX) = SPACES
                   MOVE 0 TO WS-COL-LEN (WS-COL-IDX)
               END-IF
               PERFORM UNTIL WS-COL-LEN (WS-COL-IDX) = 0
                       OR WS-COL-LEN (WS-COL-IDX) > 30
                       OR WS-COL (WS-COL-IDX)
                          (WS-COL-LEN (WS-COL-IDX):1) NOT = SPACE
                   SUBTRACT 1 FROM WS-COL-LEN (WS-COL-IDX)
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      *    THE EDITS, IN COLUMN ORDER. THE FIRST FAILURE REJECTS
      *    THE ROW; A ROW THAT PASSES THEM ALL GETS ITS ID AND IS
      *    APPENDED TO EMPLOYEE-INTAKE.
      *****************************************************************
       300-EDIT-ROW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO EMPLOYEE-INTAKE-RECORD.
           MOVE 0 TO EI-EMPLOYEE-ID.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 12
               IF WS-COL-LEN (WS-COL-IDX) > WS-COL-LIMIT (WS-COL-IDX)
                   STRING WS-COL-NAME (WS-COL-IDX) DELIMITED BY "  "
                          " TOO LONG" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   END-STRING
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 300-REPORT
           END-IF.
           MOVE WS-COL (1) TO EI-FIRST-NAME.
           MOVE WS-COL (2) TO EI-LAST-NAME.
           MOVE WS-COL (3) TO EI-STREET-ADDRESS.
           MOVE WS-COL (4) TO EI-CITY.
           MOVE WS-COL (7) TO EI-DEPARTMENT-CODE.
           MOVE WS-COL (12) TO EI-PAY-GRADE.
           MOVE SPACES TO EI-APPLICANT-ID.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 4
               MOVE WS-COL (WS-COL-IDX) TO WS-EDIT-ALPHA
               CALL "edit-routines" USING "ALPH" WS-EDIT-ALPHA
                   WS-EDIT-NUMERIC WS-EDIT-LOW WS-EDIT-HIGH
                   WS-EDIT-RESULT
               IF WS-EDIT-RESULT <> "Y"
                   STRING WS-COL-NAME (WS-COL-IDX) DELIMITED BY "  "
                          " BLANK" DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   END-STRING
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 300-REPORT
           END-IF.
           IF WS-COL-LEN (5) > 0
               MOVE ZEROS TO WS-ID-TEXT
               MOVE WS-COL (5) (1:WS-COL-LEN (5))
                   TO WS-ID-TEXT (8 - WS-COL-LEN (5):WS-COL-LEN (5))
               IF WS-ID-TEXT IS NOT NUMERIC
                   MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
                   GO TO 300-REPORT
               END-IF
               MOVE WS-ID-TEXT TO EI-EMPLOYEE-ID
           END-IF.
           IF WS-COL (6) (1:8) IS NOT NUMERIC
               MOVE "HIRE DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 300-REPORT
           END-IF.
           MOVE WS-COL (6) (1:8) TO EI-DATE-OF-HIRE WS-DATE-WORK.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-WORK
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               MOVE "HIRE DATE NOT A DATE" TO WS-REJECT-REASON
               GO TO 300-REPORT
           END-IF.
           IF EI-DEPARTMENT-CODE = SPACES
               MOVE "DEPARTMENT BLANK" TO WS-REJECT-REASON
               GO TO 300-REPORT
           END-IF.
           PERFORM 320-VALIDATE-DEPT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 300-REPORT
           END-IF.
           PERFORM 310-PARSE-SALARY.
           IF WS-SAL-VALID <> "Y"
               MOVE "SALARY NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 300-REPORT
           END-IF.
           MOVE EI-SALARY TO WS-EDIT-NUMERIC.
           CALL "edit-routines" USING "RANG" WS-EDIT-ALPHA
               WS-EDIT-NUMERIC WS-EDIT-LOW WS-EDIT-HIGH
               WS-EDIT-RESULT.
           IF WS-EDIT-RESULT <> "Y"
               MOVE "SALARY OUT OF RANGE" TO WS-REJECT-REASON
               GO TO 300-REPORT
           END-IF.
           EVALUATE WS-COL (9)
               WHEN SPACES
               WHEN "P"
                   MOVE "P" TO EI-EMPLOYMENT-TYPE
                   MOVE 0 TO EI-CONTRACT-END
               WHEN "C"
                   MOVE "C" TO EI-EMPLOYMENT-TYPE
               WHEN OTHER
                   MOVE "EMPLOYMENT TYPE NOT P OR C"
                       TO WS-REJECT-REASON
                   GO TO 300-REPORT
           END-EVALUATE.
           IF EI-EMPLOYMENT-TYPE = "C"
               IF WS-COL (10) (1:8) IS NOT NUMERIC
                   MOVE "CONTRACT END NOT NUMERIC"
                       TO WS-REJECT-REASON
                   GO TO 300-REPORT
               END-IF
               MOVE WS-COL (10) (1:8) TO EI-CONTRACT-END WS-DATE-WORK
               MOVE "VALD" TO WS-DATE-FUNCTION
               CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-WORK
                   WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT
               IF WS-DATE-RESULT <> "Y"
                   MOVE "CONTRACT END NOT A DATE"
                       TO WS-REJECT-REASON
                   GO TO 300-REPORT
               END-IF
           END-IF.
           IF WS-COL (11) NOT = SPACES
               MOVE "APPLICANT ID NOT ALLOWED" TO WS-REJECT-REASON
               GO TO 300-REPORT
           END-IF.
           PERFORM 330-VALIDATE-GRADE.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 300-REPORT
           END-IF.
           PERFORM 340-ASSIGN-ID.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 300-REPORT
           END-IF.
           WRITE EMPLOYEE-INTAKE-RECORD.

       300-REPORT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ROW-NUMBER TO RPT-ROW.
           MOVE EI-EMPLOYEE-ID TO RPT-EMP-ID.
           STRING WS-COL (1) DELIMITED BY SPACE
                  " "        DELIMITED BY SIZE
                  WS-COL (2) DELIMITED BY SPACE
                  INTO RPT-NAME
           END-STRING.
           IF WS-REJECT-REASON = SPACES
               MOVE "ACCEPTED" TO RPT-DISPOSITION
               ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
               MOVE "REJECTED" TO RPT-DISPOSITION
               MOVE WS-REJECT-REASON TO RPT-REASON
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM 370-WRITE-REJECT-ROW
           END-IF.
           WRITE IMPORT-RPT-RECORD FROM WS-RPT-LINE.

       300-EXIT.
           EXIT.

      *    SALARY AS WHOLE DOLLARS WITH AN OPTIONAL POINT AND UP TO
      *    TWO PLACES OF CENTS.
       310-PARSE-SALARY.
           MOVE "N" TO WS-SAL-VALID.
           MOVE SPACES TO WS-SAL-WHOLE-TEXT WS-SAL-CENTS-TEXT.
           MOVE 0 TO WS-SAL-WHOLE-LEN WS-SAL-CENTS-LEN.
           IF WS-COL-LEN (8) = 0
               EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-COL (8) (1:WS-COL-LEN (8)) DELIMITED BY "."
               INTO WS-SAL-WHOLE-TEXT COUNT IN WS-SAL-WHOLE-LEN
                    WS-SAL-CENTS-TEXT COUNT IN WS-SAL-CENTS-LEN
           END-UNSTRING.
           IF WS-SAL-WHOLE-LEN = 0 OR WS-SAL-WHOLE-LEN > 7
              OR WS-SAL-CENTS-LEN > 2
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAL-WHOLE-TEXT (1:WS-SAL-WHOLE-LEN) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAL-WHOLE-TEXT (1:WS-SAL-WHOLE-LEN) TO WS-SAL-WHOLE.
           MOVE "00" TO WS-SAL-CENTS-2.
           IF WS-SAL-CENTS-LEN > 0
               MOVE WS-SAL-CENTS-TEXT (1:WS-SAL-CENTS-LEN)
                   TO WS-SAL-CENTS-2 (1:WS-SAL-CENTS-LEN)
           END-IF.
           IF WS-SAL-CENTS-2 IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAL-CENTS-2 TO WS-SAL-CENTS.
           COMPUTE EI-SALARY = WS-SAL-WHOLE + WS-SAL-CENTS / 100.
           MOVE "Y" TO WS-SAL-VALID.

      *    SAME RULE AS intake_load: ON DEPT-MASTER AND ACTIVE; WHEN
      *    THE TABLE IS NOT AVAILABLE THE CODE PASSES.
       320-VALIDATE-DEPT.
           IF WS-DEPT-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE EI-DEPARTMENT-CODE TO DM-DEPT-CODE.
           READ DEPT-MASTER
               KEY IS DM-DEPT-CODE
               INVALID KEY
                   MOVE "DEPARTMENT NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF DM-ACTIVE-FLAG NOT = "A"
                       MOVE "DEPARTMENT NOT ACTIVE"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *    A GRADE, WHEN GIVEN, MUST BE ON THE PAY-GRADE TABLE AND
      *    THE SALARY INSIDE ITS RANGE; A BLANK GRADE PASSES.
       330-VALIDATE-GRADE.
           IF EI-PAY-GRADE = SPACES OR WS-GRADE-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE EI-PAY-GRADE TO PG-GRADE-CODE.
           READ PAY-GRADE-FILE
               KEY IS PG-GRADE-CODE
               INVALID KEY
                   MOVE "PAY GRADE NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF EI-SALARY < PG-MINIMUM
                      OR EI-SALARY > PG-MAXIMUM
                       MOVE "SALARY OUTSIDE GRADE RANGE"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *    A KEYED ID MUST BE NEW TO THE MASTER AND TO THIS FILE AND
      *    IS SYNCED SO idassign NEVER RE-ISSUES IT; A BLANK ONE IS
      *    DRAWN FROM idassign NOW, SO HR SEES THE ID ON THE REPORT.
       340-ASSIGN-ID.
           IF EI-EMPLOYEE-ID = 0
               MOVE "NEXT" TO WS-ID-FUNCTION
               CALL "idassign" USING WS-ID-FUNCTION WS-JRNL-PROGRAM
                   EI-EMPLOYEE-ID WS-ID-RESULT
               IF WS-ID-RESULT <> "Y"
                   MOVE "ID ASSIGNMENT FAILED" TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE EI-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.
           IF WS-EMP-FOUND = "Y"
               MOVE "EMPLOYEE ALREADY ON FILE" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
               IF WS-SEEN-ID (WS-SEEN-IDX) = EI-EMPLOYEE-ID
                   MOVE "EMPLOYEE ID REPEATED IN FILE"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-SEEN-COUNT < 1000
               ADD 1 TO WS-SEEN-COUNT
               MOVE EI-EMPLOYEE-ID TO WS-SEEN-ID (WS-SEEN-COUNT)
           END-IF.
           MOVE "SYNC" TO WS-ID-FUNCTION.
           CALL "idassign" USING WS-ID-FUNCTION WS-JRNL-PROGRAM
               EI-EMPLOYEE-ID WS-ID-RESULT.

      *    THE ROW AS IT CAME IN (FIRST TWELVE COLUMNS), WITH THE
      *    REASON AS A THIRTEENTH.
       370-WRITE-REJECT-ROW.
           MOVE SPACES TO REJECT-RECORD.
           MOVE 1 TO WS-COL-PTR.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 12
               IF WS-COL-LEN (WS-COL-IDX) > 30
                   MOVE 30 TO WS-COL-LEN (WS-COL-IDX)
               END-IF
               IF WS-COL-LEN (WS-COL-IDX) > 0
                   STRING WS-COL (WS-COL-IDX)
                              (1:WS-COL-LEN (WS-COL-IDX))
                              DELIMITED BY SIZE
                          INTO REJECT-RECORD
                          WITH POINTER WS-COL-PTR
                   END-STRING
               END-IF
               STRING "," DELIMITED BY SIZE
                      INTO REJECT-RECORD
                      WITH POINTER WS-COL-PTR
               END-STRING
           END-PERFORM.
           STRING WS-REJECT-REASON DELIMITED BY SIZE
                  INTO REJECT-RECORD
                  WITH POINTER WS-COL-PTR
           END-STRING.
           WRITE REJECT-RECORD.

       200-CLEANUP.
           IF WS-LOCK-TAKEN = "Y"
               MOVE "REL " TO WS-LOCK-FUNCTION
               CALL "lockctl" USING WS-LOCK-FUNCTION WS-JRNL-PROGRAM
                   WS-LOCK-RESULT WS-LOCK-OWNER
           END-IF.
           MOVE WS-READ-COUNT     TO RPT-READ-CT.
           MOVE WS-ACCEPTED-COUNT TO RPT-ACCEPTED-CT.
           MOVE WS-REJECTED-COUNT TO RPT-REJECTED-CT.
           WRITE IMPORT-RPT-RECORD FROM WS-RPT-TOTALS-LINE.
           IF WS-IN-STATUS = "00"
               CLOSE IMPORT-FILE
           END-IF.
           IF WS-EMP-STATUS = "00"
               CLOSE EMPLOYEE-MASTER
               CLOSE EMPLOYEE-INTAKE-FILE
           END-IF.
           IF WS-DEPT-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           END-IF.
           IF WS-GRADE-AVAILABLE = "Y"
               CLOSE PAY-GRADE-FILE
           END-IF.
           CLOSE REJECT-FILE.
           CLOSE IMPORT-RPT-FILE.
           DISPLAY "IMPORT ROWS READ:    " WS-READ-COUNT.
           DISPLAY "HIRES ACCEPTED:      " WS-ACCEPTED-COUNT.
           DISPLAY "ROWS REJECTED:       " WS-REJECTED-COUNT.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "IMPORT ENDED WITH ERRORS"
               WHEN WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "IMPORT ENDED WITH REJECTS"
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "NORMAL END OF IMPORT"
           END-EVALUATE.
           MOVE WS-REJECTED-COUNT TO WS-STAT-REJECTED.
           MOVE RETURN-CODE TO WS-STAT-RC.
           MOVE "ENDJ" TO WS-STAT-FUNCTION.
           CALL "runstats" USING WS-STAT-FUNCTION WS-JRNL-PROGRAM
               WS-READ-COUNT WS-ACCEPTED-COUNT WS-STAT-REJECTED
               WS-STAT-RC.

       200-EXIT.
           EXIT.
