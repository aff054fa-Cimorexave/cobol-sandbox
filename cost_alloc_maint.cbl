      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cost_alloc_maint.
      *****************************************************************
      *    SPLIT-DEPARTMENT COST ALLOCATION MAINTENANCE. SETS, LISTS
      *    AND REMOVES THE COST-ALLOC ENTRIES (costalloc.cpy) THAT
      *    SPREAD A SHARED EMPLOYEE'S COST OVER THE DEPARTMENTS THEY
      *    WORK FOR. A SPLIT IS ENTERED WHOLE - UP TO FIVE
      *    DEPARTMENTS AND PERCENTAGES - AND IS FILED ONLY WHEN EVERY
      *    DEPARTMENT IS ON DEPT-MASTER AND THE PERCENTAGES ADD TO
      *    EXACTLY 100, SO THE FILE NEVER HOLDS A PART SPLIT. EVERY
      *    DEPARTMENT ADDED, CHANGED OR DROPPED IS LOGGED TO THE
      *    SHARED CHANGE-LOG. REMOVING THE SPLIT RETURNS THE EMPLOYEE
      *    TO 100% HOME DEPARTMENT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-ALLOC ASSIGN TO "COST-ALLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-KEY
               FILE STATUS IS WS-CA-STATUS.
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
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  COST-ALLOC.
           COPY "costalloc.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  DEPT-MASTER.
           COPY "deptmast.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CA-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-DM-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-DEPT-AVAILABLE   PIC X VALUE "N".
       01 WS-EMP-FOUND        PIC X.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-VALID            PIC X.
       01 WS-CONFIRM          PIC X.
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-ALLOC-EMP-ID     PIC 9(7).
       01 WS-HOME-DEPT        PIC X(4).
       01 WS-ENTRY-DEPT       PIC X(4).
       01 WS-ENTRY-PERCENT    PIC 9(3)V99.
       01 WS-ENTRY-DONE       PIC X.
       01 WS-NEW-TOTAL        PIC 9(4)V99.
       01 WS-OLD-IDX          PIC 9(1).
       01 WS-NEW-IDX          PIC 9(1).
       01 WS-MATCH-IDX        PIC 9(1).
       01 WS-OLD-COUNT        PIC 9(1) VALUE 0.
       01 WS-OLD-TABLE.
           05 WS-OLD-ENTRY OCCURS 5 TIMES.
              10 WS-OLD-DEPT      PIC X(4).
              10 WS-OLD-PERCENT   PIC 9(3)V99.
       01 WS-NEW-COUNT        PIC 9(1) VALUE 0.
       01 WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 5 TIMES.
              10 WS-NEW-DEPT      PIC X(4).
              10 WS-NEW-PERCENT   PIC 9(3)V99.
       01 WS-EDIT-PERCENT     PIC ZZ9.99.
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-DEPT          PIC X(4).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE COST-ALLOC.
           CLOSE CHANGE-LOG-FILE.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF WS-DEPT-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           END-IF.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O COST-ALLOC.
           IF WS-CA-STATUS = "35"
              OPEN OUTPUT COST-ALLOC
              CLOSE COST-ALLOC
              OPEN I-O COST-ALLOC
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
              MOVE "Y" TO WS-EMP-AVAILABLE
           ELSE
              DISPLAY "EMPLOYEE-MASTER NOT AVAILABLE - EMPLOYEE "
                      "IDS NOT VALIDATED THIS SESSION."
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DM-STATUS = "00"
              MOVE "Y" TO WS-DEPT-AVAILABLE
           ELSE
              DISPLAY "DEPT-MASTER NOT AVAILABLE - DEPARTMENT "
                      "CODES NOT VALIDATED THIS SESSION."
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "SPLIT-DEPARTMENT COST ALLOCATION".
           DISPLAY "1. SET COST SPLIT FOR EMPLOYEE".
           DISPLAY "2. REMOVE SPLIT (CHARGE HOME DEPARTMENT)".
           DISPLAY "3. LIST SPLIT FOR EMPLOYEE".
           DISPLAY "4. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-SET-SPLIT
               WHEN 2
                   PERFORM 0400-REMOVE-SPLIT
               WHEN 3
                   PERFORM 0500-LIST-SPLIT
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0250-ACCEPT-EMPLOYEE.
           DISPLAY "EMPLOYEE ID (7 DIGITS): ".
           ACCEPT WS-ALLOC-EMP-ID.
           PERFORM 0800-VALIDATE-EMPLOYEE.
           IF WS-EMP-FOUND = "Y"
               PERFORM 0260-LOAD-OLD-SPLIT
           END-IF.

       0260-LOAD-OLD-SPLIT.
           MOVE 0 TO WS-OLD-COUNT.
           MOVE WS-ALLOC-EMP-ID TO CA-EMPLOYEE-ID.
           MOVE LOW-VALUES TO CA-DEPT-CODE.
           MOVE 0 TO WS-LIST-DONE.
           START COST-ALLOC KEY IS >= CA-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ COST-ALLOC NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF CA-EMPLOYEE-ID NOT = WS-ALLOC-EMP-ID
                          OR WS-OLD-COUNT >= 5
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           ADD 1 TO WS-OLD-COUNT
                           MOVE CA-DEPT-CODE
                               TO WS-OLD-DEPT (WS-OLD-COUNT)
                           MOVE CA-PERCENT
                               TO WS-OLD-PERCENT (WS-OLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      *    THE NEW SPLIT REPLACES THE OLD ONE WHOLE: THE ENTRIES ARE
      *    COLLECTED AND EDITED FIRST, AND THE FILE IS TOUCHED ONLY
      *    ONCE THE SET ADDS TO 100.
       0300-SET-SPLIT.
           PERFORM 0250-ACCEPT-EMPLOYEE.
           IF WS-EMP-FOUND <> "Y"
               DISPLAY "EMPLOYEE " WS-ALLOC-EMP-ID
                       " NOT ON EMPLOYEE-MASTER. SPLIT REJECTED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0510-SHOW-OLD-SPLIT.
           MOVE 0 TO WS-NEW-COUNT.
           MOVE 0 TO WS-NEW-TOTAL.
           MOVE "Y" TO WS-VALID.
           MOVE "N" TO WS-ENTRY-DONE.
           DISPLAY "ENTER UP TO 5 DEPARTMENTS; BLANK DEPT ENDS.".
           PERFORM 0310-ACCEPT-ONE-DEPT
               UNTIL WS-ENTRY-DONE = "Y" OR WS-NEW-COUNT = 5.
           IF WS-VALID <> "Y"
               DISPLAY "SPLIT REJECTED - NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-COUNT < 2
               DISPLAY "A SPLIT NEEDS AT LEAST TWO DEPARTMENTS - "
                       "USE REMOVE TO CHARGE THE HOME DEPARTMENT."
               DISPLAY "SPLIT REJECTED - NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-TOTAL NOT = 100
               MOVE WS-NEW-TOTAL TO WS-EDIT-PERCENT
               DISPLAY "PERCENTAGES ADD TO " WS-EDIT-PERCENT
                       " - THEY MUST ADD TO 100."
               DISPLAY "SPLIT REJECTED - NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0600-REPLACE-SPLIT.
           DISPLAY "SPLIT FILED FOR EMPLOYEE " WS-ALLOC-EMP-ID ".".

       0310-ACCEPT-ONE-DEPT.
           MOVE SPACES TO WS-ENTRY-DEPT.
           DISPLAY "DEPARTMENT CODE: ".
           ACCEPT WS-ENTRY-DEPT.
           IF WS-ENTRY-DEPT = SPACES
               MOVE "Y" TO WS-ENTRY-DONE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PERCENT OF COST (NNN.NN): ".
           ACCEPT WS-ENTRY-PERCENT.
           IF WS-ENTRY-PERCENT = 0 OR WS-ENTRY-PERCENT > 100
               DISPLAY "PERCENT MUST BE ABOVE 0 AND NOT OVER 100."
               MOVE "N" TO WS-VALID
           END-IF.
           PERFORM 0850-VALIDATE-DEPT.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-DEPT (WS-NEW-IDX) = WS-ENTRY-DEPT
                   DISPLAY "DEPARTMENT " WS-ENTRY-DEPT
                           " ENTERED TWICE."
                   MOVE "N" TO WS-VALID
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NEW-COUNT.
           MOVE WS-ENTRY-DEPT TO WS-NEW-DEPT (WS-NEW-COUNT).
           MOVE WS-ENTRY-PERCENT TO WS-NEW-PERCENT (WS-NEW-COUNT).
           ADD WS-ENTRY-PERCENT TO WS-NEW-TOTAL.

       0400-REMOVE-SPLIT.
           PERFORM 0250-ACCEPT-EMPLOYEE.
           IF WS-EMP-FOUND <> "Y"
               DISPLAY "EMPLOYEE " WS-ALLOC-EMP-ID
                       " NOT ON EMPLOYEE-MASTER."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OLD-COUNT = 0
               DISPLAY "NO SPLIT ON FILE - ALREADY CHARGED TO HOME "
                       "DEPARTMENT " WS-HOME-DEPT "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0510-SHOW-OLD-SPLIT.
           DISPLAY "REMOVE THIS SPLIT AND CHARGE " WS-HOME-DEPT
                   " IN FULL (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-NEW-COUNT.
           PERFORM 0600-REPLACE-SPLIT.
           DISPLAY "SPLIT REMOVED FOR EMPLOYEE " WS-ALLOC-EMP-ID ".".

       0500-LIST-SPLIT.
           PERFORM 0250-ACCEPT-EMPLOYEE.
           IF WS-EMP-FOUND <> "Y"
               DISPLAY "EMPLOYEE " WS-ALLOC-EMP-ID
                       " NOT ON EMPLOYEE-MASTER."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0510-SHOW-OLD-SPLIT.

       0510-SHOW-OLD-SPLIT.
           DISPLAY "HOME DEPARTMENT: " WS-HOME-DEPT.
           IF WS-OLD-COUNT = 0
               DISPLAY "NO SPLIT ON FILE - 100% TO " WS-HOME-DEPT "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CURRENT SPLIT:".
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE WS-OLD-PERCENT (WS-OLD-IDX) TO WS-EDIT-PERCENT
               DISPLAY "  " WS-OLD-DEPT (WS-OLD-IDX) "  "
                       WS-EDIT-PERCENT "%"
           END-PERFORM.

      *    DROP THE OLD ENTRIES, FILE THE NEW ONES, THEN LOG THE
      *    DIFFERENCE DEPARTMENT BY DEPARTMENT.
       0600-REPLACE-SPLIT.
           CALL "getdate" USING WS-TODAY WS-NOW.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE WS-ALLOC-EMP-ID TO CA-EMPLOYEE-ID
               MOVE WS-OLD-DEPT (WS-OLD-IDX) TO CA-DEPT-CODE
               DELETE COST-ALLOC RECORD
                   INVALID KEY
                       DISPLAY "DELETE FAILED, STATUS=" WS-CA-STATUS
               END-DELETE
           END-PERFORM.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               MOVE WS-ALLOC-EMP-ID TO CA-EMPLOYEE-ID
               MOVE WS-NEW-DEPT (WS-NEW-IDX) TO CA-DEPT-CODE
               MOVE WS-NEW-PERCENT (WS-NEW-IDX) TO CA-PERCENT
               MOVE WS-TODAY TO CA-UPDATED-DATE
               WRITE COST-ALLOC-RECORD
                   INVALID KEY
                       DISPLAY "WRITE FAILED, STATUS=" WS-CA-STATUS
               END-WRITE
           END-PERFORM.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               PERFORM 0610-FIND-IN-NEW
               IF WS-MATCH-IDX = 0
                   MOVE "DELETE" TO WS-CL-ACTION
                   MOVE WS-OLD-DEPT (WS-OLD-IDX) TO WS-CL-DEPT
                   MOVE WS-OLD-PERCENT (WS-OLD-IDX) TO WS-EDIT-PERCENT
                   MOVE WS-EDIT-PERCENT TO WS-CL-OLD-DISP
                   MOVE SPACES TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-ALLOC-CHANGE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               PERFORM 0620-FIND-IN-OLD
               MOVE WS-NEW-DEPT (WS-NEW-IDX) TO WS-CL-DEPT
               MOVE WS-NEW-PERCENT (WS-NEW-IDX) TO WS-EDIT-PERCENT
               MOVE WS-EDIT-PERCENT TO WS-CL-NEW-DISP
               IF WS-MATCH-IDX = 0
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE SPACES TO WS-CL-OLD-DISP
                   PERFORM 0900-LOG-ALLOC-CHANGE
               ELSE
                   IF WS-OLD-PERCENT (WS-MATCH-IDX)
                      NOT = WS-NEW-PERCENT (WS-NEW-IDX)
                       MOVE "CHANGE" TO WS-CL-ACTION
                       MOVE WS-OLD-PERCENT (WS-MATCH-IDX)
                           TO WS-EDIT-PERCENT
                       MOVE WS-EDIT-PERCENT TO WS-CL-OLD-DISP
                       PERFORM 0900-LOG-ALLOC-CHANGE
                   END-IF
               END-IF
           END-PERFORM.

       0610-FIND-IN-NEW.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               IF WS-NEW-DEPT (WS-NEW-IDX) = WS-OLD-DEPT (WS-OLD-IDX)
                   MOVE WS-NEW-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       0620-FIND-IN-OLD.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               IF WS-OLD-DEPT (WS-OLD-IDX) = WS-NEW-DEPT (WS-NEW-IDX)
                   MOVE WS-OLD-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       0800-VALIDATE-EMPLOYEE.
           MOVE SPACES TO WS-HOME-DEPT.
           IF WS-EMP-AVAILABLE <> "Y"
               MOVE "Y" TO WS-EMP-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE WS-ALLOC-EMP-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
                   MOVE DEPARTMENT-CODE TO WS-HOME-DEPT
           END-READ.

       0850-VALIDATE-DEPT.
           IF WS-DEPT-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ENTRY-DEPT TO DM-DEPT-CODE.
           READ DEPT-MASTER
               KEY IS DM-DEPT-CODE
               INVALID KEY
                   DISPLAY "DEPARTMENT " WS-ENTRY-DEPT
                           " NOT ON DEPT-MASTER."
                   MOVE "N" TO WS-VALID
               NOT INVALID KEY
                   IF DM-ACTIVE-FLAG = "I"
                       DISPLAY "DEPARTMENT " WS-ENTRY-DEPT
                               " IS INACTIVE."
                       MOVE "N" TO WS-VALID
                   END-IF
           END-READ.

       0900-LOG-ALLOC-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "COSTALLOC"      TO CL-KEY-TYPE.
           STRING WS-ALLOC-EMP-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CL-DEPT DELIMITED BY SIZE
                  INTO CL-KEY-VALUE
           END-STRING.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE "PERCENT"        TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
