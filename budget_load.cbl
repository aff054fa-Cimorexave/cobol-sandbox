      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  budget_load.
      *****************************************************************
      *    APPROVED SALARY BUDGET LOAD. POSTS EACH BUDGET-LOAD RECORD
      *    (budgload.cpy) - AS CUT BY budget_projection AND SIGNED OFF
      *    BY FINANCE - TO ITS DEPARTMENT'S DM-ANNUAL-BUDGET. THE
      *    BUDGET YEAR MUST BE GIVEN AS YYYY ON THE COMMAND LINE AND
      *    EVERY RECORD MUST CARRY IT, SO A STALE OR EARLY FILE
      *    CANNOT BE LOADED BY MISTAKE. RECORDS FOR UNKNOWN OR
      *    INACTIVE DEPARTMENTS, OR WITH A NON-NUMERIC AMOUNT, ARE
      *    REJECTED ON THE REPORT; EVERY BUDGET CHANGED IS LOGGED TO
      *    THE SHARED CHANGE-LOG THE WAY dept_maint LOGS IT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-LOAD-FILE ASSIGN TO "BUDGET-LOAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BL-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT LOAD-RPT-FILE ASSIGN TO "BUDGET-LOAD-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-LOAD-FILE.
           COPY "budgload.cpy".

       FD  DEPT-MASTER.
           COPY "deptmast.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       FD  LOAD-RPT-FILE.
       01  LOAD-RPT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BL-STATUS        PIC XX.
       01 WS-DM-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-BUDGET-YEAR      PIC 9(4).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-OLD-BUDGET       PIC S9(9)V99 COMP-3.
       01 WS-CL-OLD-BUDGET    PIC -(8)9.99.
       01 WS-CL-NEW-BUDGET    PIC -(8)9.99.
       01 WS-READ-COUNT       PIC 9(5) VALUE 0.
       01 WS-LOADED-COUNT     PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(5) VALUE 0.
       01 WS-LOADED-TOTAL     PIC S9(11)V99 VALUE 0.

       01 WS-HEADER-LINE.
           05 FILLER      PIC X(26) VALUE "SALARY BUDGET LOAD - YEAR ".
           05 HDR-YEAR    PIC 9(4).
           05 FILLER      PIC X(8)  VALUE "   RUN: ".
           05 HDR-DATE    PIC 9(4)/99/99.

       01 WS-DETAIL-LINE.
           05 DET-DEPT       PIC X(4).
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-OLD        PIC -(8)9.99.
           05 FILLER         PIC X(4)  VALUE " -> ".
           05 DET-NEW        PIC -(8)9.99.
           05 FILLER         PIC X(2)  VALUE SPACES.
           05 DET-RESULT     PIC X(36).

       01 WS-TOTAL-LINE.
           05 FILLER      PIC X(6)  VALUE "READ: ".
           05 TOT-READ    PIC ZZZZ9.
           05 FILLER      PIC X(10) VALUE "  LOADED: ".
           05 TOT-LOADED  PIC ZZZZ9.
           05 FILLER      PIC X(12) VALUE "  REJECTED: ".
           05 TOT-REJECT  PIC ZZZZ9.
           05 FILLER      PIC X(9)  VALUE "  TOTAL: ".
           05 TOT-AMOUNT  PIC -(10)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:4) IS NOT NUMERIC
               DISPLAY "BUDGET YEAR (YYYY) REQUIRED ON THE COMMAND "
                       "LINE. NOTHING LOADED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARAM (1:4) TO WS-BUDGET-YEAR.
           OPEN INPUT BUDGET-LOAD-FILE.
           IF WS-BL-STATUS <> "00"
               DISPLAY "NO BUDGET-LOAD FILE AVAILABLE. NOTHING LOADED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O DEPT-MASTER.
           IF WS-DM-STATUS <> "00"
               DISPLAY "NO DEPT-MASTER FILE AVAILABLE. NOTHING LOADED."
               CLOSE BUDGET-LOAD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           OPEN OUTPUT LOAD-RPT-FILE.
           MOVE WS-BUDGET-YEAR TO HDR-YEAR.
           MOVE WS-RUN-DATE TO HDR-DATE.
           WRITE LOAD-RPT-RECORD FROM WS-HEADER-LINE.
           PERFORM LOAD-ONE-BUDGET UNTIL WS-EOF = 1.
           MOVE WS-READ-COUNT TO TOT-READ.
           MOVE WS-LOADED-COUNT TO TOT-LOADED.
           MOVE WS-REJECT-COUNT TO TOT-REJECT.
           MOVE WS-LOADED-TOTAL TO TOT-AMOUNT.
           WRITE LOAD-RPT-RECORD FROM WS-TOTAL-LINE.
           DISPLAY WS-TOTAL-LINE.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE BUDGET-LOAD-FILE.
           CLOSE DEPT-MASTER.
           CLOSE CHANGE-LOG-FILE.
           CLOSE LOAD-RPT-FILE.
           STOP RUN.

       LOAD-ONE-BUDGET.
           READ BUDGET-LOAD-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM POST-ONE-BUDGET
           END-READ.

       POST-ONE-BUDGET.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE BL-DEPT-CODE TO DET-DEPT.
           MOVE 0 TO DET-OLD.
           MOVE 0 TO DET-NEW.
           IF BL-BUDGET-YEAR NOT = WS-BUDGET-YEAR
               MOVE "REJECTED - WRONG BUDGET YEAR" TO DET-RESULT
               PERFORM REJECT-BUDGET
               EXIT PARAGRAPH
           END-IF.
           IF BL-PROPOSED-BUDGET IS NOT NUMERIC
               MOVE "REJECTED - AMOUNT NOT NUMERIC" TO DET-RESULT
               PERFORM REJECT-BUDGET
               EXIT PARAGRAPH
           END-IF.
           MOVE BL-PROPOSED-BUDGET TO DET-NEW.
           MOVE BL-DEPT-CODE TO DM-DEPT-CODE.
           READ DEPT-MASTER
               KEY IS DM-DEPT-CODE
               INVALID KEY
                   MOVE "REJECTED - NOT ON DEPT-MASTER" TO DET-RESULT
                   PERFORM REJECT-BUDGET
                   EXIT PARAGRAPH
           END-READ.
           IF DM-ACTIVE-FLAG = "I"
               MOVE "REJECTED - DEPARTMENT INACTIVE" TO DET-RESULT
               PERFORM REJECT-BUDGET
               EXIT PARAGRAPH
           END-IF.
           MOVE DM-ANNUAL-BUDGET TO WS-OLD-BUDGET.
           MOVE DM-ANNUAL-BUDGET TO DET-OLD.
           MOVE BL-PROPOSED-BUDGET TO DM-ANNUAL-BUDGET.
           REWRITE DEPT-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - REWRITE FAILED" TO DET-RESULT
                   PERFORM REJECT-BUDGET
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "LOADED" TO DET-RESULT.
           WRITE LOAD-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LOADED-COUNT.
           ADD BL-PROPOSED-BUDGET TO WS-LOADED-TOTAL.
           IF DM-ANNUAL-BUDGET NOT = WS-OLD-BUDGET
               PERFORM LOG-BUDGET-CHANGE
           END-IF.

       REJECT-BUDGET.
           WRITE LOAD-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       LOG-BUDGET-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "DEPT"           TO CL-KEY-TYPE.
           MOVE DM-DEPT-CODE     TO CL-KEY-VALUE.
           MOVE "BUDGLOAD"       TO CL-ACTION.
           MOVE "ANNUAL-BUDGET"  TO CL-FIELD-NAME.
           MOVE WS-OLD-BUDGET    TO WS-CL-OLD-BUDGET.
           MOVE DM-ANNUAL-BUDGET TO WS-CL-NEW-BUDGET.
           MOVE WS-CL-OLD-BUDGET TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-BUDGET TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
