      *    GOOD RECORDS WITH CHANGE-LOG ENTRIES, AND PRODUCES A LOAD
      *    REPORT OF ADDED/REJECTED COUNTS WITH REASONS. SETS
      *    RETURN-CODE 4 ON REJECTS AND 8 ON FILE ERRORS SO THE
      *    SCHEDULER KNOWS A BAD LOAD HAPPENED. AN INTAKE FED BY
      *    applicant_bridge CARRIES ITS APPLICANT ID; THE APPLICANT'S
      *    PRE-HIRE CLEARANCES ARE COPIED TO THE NEW EMPLOYEE ID SO
      *    THE WORK-AUTHORIZATION EXPIRY IS WATCHED AFTER HIRE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-EMPLOYEE-ID
               FILE STATUS IS WS-TA-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "CLEARANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-ARCHIVE.
           COPY "termarch.cpy".

       FD  CLEARANCE-FILE.
           COPY "clearnc.cpy".

       WORKING-STORAGE SECTION.
       01 WS-INTAKE-STATUS    PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-ID-FUNCTION      PIC X(4).
       01 WS-ID-RESULT        PIC X(1).
       01 WS-TA-STATUS        PIC XX.
       01 WS-PC-STATUS        PIC XX.
       01 WS-PC-AVAILABLE     PIC X VALUE "N".
       01 WS-PC-EOF           PIC 9(1).
       01 WS-PC-COUNT         PIC 9(2).
       01 WS-PC-IDX           PIC 9(2).
       01 WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 10 TIMES.
              10 WS-PC-IMAGE      PIC X(55).
       01 WS-ARC-EOF          PIC 9(1) VALUE 0.
       01 WS-ARC-MAX          PIC 9(4) VALUE 300.
       01 WS-ARC-COUNT        PIC 9(4) VALUE 0.
               DISPLAY "DEPT-MASTER NOT AVAILABLE - DEPARTMENT "
                       "CODES NOT VALIDATED THIS RUN."
           END-IF.
           OPEN I-O CLEARANCE-FILE.
           IF WS-PC-STATUS = "00"
               MOVE "Y" TO WS-PC-AVAILABLE
           ELSE
               DISPLAY "CLEARANCE FILE NOT AVAILABLE - APPLICANT "
                       "CLEARANCES NOT CARRIED TO NEW HIRES."
           END-IF.
           IF WS-EOF = 0
               PERFORM 010-FIND-NEXT-ID
               PERFORM 020-LOAD-ARCHIVE-NAMES
           MOVE EI-DATE-OF-HIRE    TO DATE-OF-HIRE.
           MOVE EI-DEPARTMENT-CODE TO DEPARTMENT-CODE.
           MOVE EI-SALARY          TO SALARY.
           MOVE EI-PAY-GRADE       TO PAY-GRADE.
           IF EI-EMPLOYMENT-TYPE = "C"
               MOVE "C" TO EMPLOYMENT-TYPE
               MOVE EI-CONTRACT-END TO CONTRACT-END-DATE
                   CALL "empjrnl" USING WS-JRNL-ACTION
                       WS-JRNL-PROGRAM WS-JRNL-BEFORE WS-JRNL-AFTER
                   PERFORM 370-WRITE-TRANSFER-HISTORY
                   IF EI-APPLICANT-ID NOT = SPACES
                       PERFORM 375-CARRY-CLEARANCES
                   END-IF
           END-WRITE.

       300-REPORT.
           CALL "getdate" USING WS-TIME-SCRATCH TH-CHANGE-TIME.
           WRITE TRANSFER-HISTORY-RECORD.

      *****************************************************************
      *    THE APPLICANT'S CHECKS ARE GATHERED FIRST AND WRITTEN
      *    UNDER THE EMPLOYEE KEY AFTERWARDS, SO THE NEW RECORDS DO
      *    NOT DISTURB THE BROWSE. A CHECK ALREADY ON FILE FOR THE
      *    EMPLOYEE (AN ID KEYED AT INTAKE) IS REPLACED.
      *****************************************************************
       375-CARRY-CLEARANCES.
           IF WS-PC-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PC-COUNT.
           MOVE 0 TO WS-PC-EOF.
           MOVE "A" TO PC-SUBJECT-TYPE.
           MOVE EI-APPLICANT-ID TO PC-SUBJECT-ID.
           MOVE LOW-VALUES TO PC-CHECK-TYPE.
           START CLEARANCE-FILE KEY IS >= PC-KEY
               INVALID KEY
                   MOVE 1 TO WS-PC-EOF
           END-START.
           PERFORM UNTIL WS-PC-EOF = 1
               READ CLEARANCE-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-PC-EOF
                   NOT AT END
                       IF NOT PC-APPLICANT
                          OR PC-SUBJECT-ID NOT = EI-APPLICANT-ID
                          OR WS-PC-COUNT >= 10
                           MOVE 1 TO WS-PC-EOF
                       ELSE
                           ADD 1 TO WS-PC-COUNT
                           MOVE CLEARANCE-RECORD
                               TO WS-PC-IMAGE (WS-PC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE WS-PC-IMAGE (WS-PC-IDX) TO CLEARANCE-RECORD
               MOVE "E" TO PC-SUBJECT-TYPE
               MOVE SPACES TO PC-SUBJECT-ID
               MOVE EMPLOYEE-ID TO PC-EMPLOYEE-ID
               WRITE CLEARANCE-RECORD
                   INVALID KEY
                       REWRITE CLEARANCE-RECORD
                           INVALID KEY
                               DISPLAY "CLEARANCE COPY FAILED FOR "
                                       EMPLOYEE-ID " " PC-CHECK-TYPE
                       END-REWRITE
               END-WRITE
           END-PERFORM.

       200-CLEANUP.
           IF WS-LOCK-TAKEN = "Y"
               MOVE "REL " TO WS-LOCK-FUNCTION
           IF WS-DEPT-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           END-IF.
           IF WS-PC-AVAILABLE = "Y"
               CLOSE CLEARANCE-FILE
           END-IF.
           DISPLAY "INTAKE RECORDS READ: " WS-READ-COUNT.
           DISPLAY "EMPLOYEES ADDED:     " WS-ADDED-COUNT.
           DISPLAY "RECORDS REJECTED:    " WS-REJECTED-COUNT.
