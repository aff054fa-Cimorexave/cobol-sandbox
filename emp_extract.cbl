      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  emp_extract.
      *****************************************************************
      *    NIGHTLY SINGLE-PASS EMPLOYEE MASTER EXTRACT. READS
      *    EMPLOYEE-MASTER ONCE, JOINS THE DEPARTMENT NAME FROM
      *    DEPT-MASTER, AND WRITES THE THREE PRE-SORTED WORK FILES
      *    THE REPORTING PROGRAMS READ INSTEAD OF THE MASTER
      *    (empext.cpy): EMPEXT-DEPT BY DEPARTMENT AND NAME, THEN
      *    EMPEXT-HIRE BY HIRE DATE AND EMPEXT-ID BY EMPLOYEE ID,
      *    BOTH RE-SORTED FROM EMPEXT-DEPT RATHER THAN THE MASTER.
      *    THE EMPEXT-CTL CONTROL RECORD (empxctl.cpy) IS WRITTEN
      *    PENDING FIRST AND REWRITTEN AT THE END WITH THE MASTER'S
      *    COUNT AND SALARY HASH AGAINST EACH FILE'S; ANY DIFFERENCE
      *    LEAVES IT OUT OF BALANCE, SETS RC 8, AND EVERY READER
      *    REFUSES THE EXTRACT. A MISSING DEPT-MASTER STILL EXTRACTS
      *    (NAMES BLANK) WITH RC 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT EXT-DEPT-FILE ASSIGN TO "EMPEXT-DEPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XD-STATUS.
           SELECT EXT-HIRE-FILE ASSIGN TO "EMPEXT-HIRE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XH-STATUS.
           SELECT EXT-ID-FILE ASSIGN TO "EMPEXT-ID"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XI-STATUS.
           SELECT EXT-CTL-FILE ASSIGN TO "EMPEXT-CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XC-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  DEPT-MASTER.
           COPY "deptmast.cpy".

       SD  SORT-WORK-FILE.
       01  SX-EXTRACT-RECORD.
           05 SX-EMPLOYEE-IMAGE.
              10 SX-FIRST-NAME     PIC X(15).
              10 SX-LAST-NAME      PIC X(15).
              10 SX-ADDRESS        PIC X(50).
              10 SX-EMPLOYEE-ID    PIC 9(7).
              10 SX-DATE-OF-HIRE   PIC 9(8).
              10 SX-DEPARTMENT-CODE PIC X(4).
              10 SX-SALARY         PIC S9(7)V99 COMP-3.
              10 SX-REST-OF-IMAGE  PIC X(12).
           05 SX-DEPT-NAME         PIC X(30).

       FD  EXT-DEPT-FILE.
       01  EXT-DEPT-RECORD         PIC X(146).

       FD  EXT-HIRE-FILE.
       01  EXT-HIRE-RECORD         PIC X(146).

       FD  EXT-ID-FILE.
       01  EXT-ID-RECORD           PIC X(146).

       FD  EXT-CTL-FILE.
           COPY "empxctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-DM-STATUS        PIC XX.
       01 WS-XD-STATUS        PIC XX.
       01 WS-XH-STATUS        PIC XX.
       01 WS-XI-STATUS        PIC XX.
       01 WS-XC-STATUS        PIC XX.
       01 WS-EMP-EOF          PIC X VALUE "N".
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-DEPT-AVAILABLE   PIC X VALUE "N".
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-LAST-DEPT        PIC X(4) VALUE LOW-VALUES.
       01 WS-LAST-DEPT-NAME   PIC X(30) VALUE SPACES.
       01 WS-MASTER-COUNT     PIC 9(7) VALUE 0.
       01 WS-MASTER-HASH      PIC S9(11)V99 VALUE 0.
       01 WS-DEPT-COUNT       PIC 9(7) VALUE 0.
       01 WS-DEPT-HASH        PIC S9(11)V99 VALUE 0.
       01 WS-HIRE-COUNT       PIC 9(7) VALUE 0.
       01 WS-HIRE-HASH        PIC S9(11)V99 VALUE 0.
       01 WS-ID-COUNT         PIC 9(7) VALUE 0.
       01 WS-ID-HASH          PIC S9(11)V99 VALUE 0.
       01 WS-NO-DEPT-COUNT    PIC 9(7) VALUE 0.
       01 WS-EXTRACT-STATUS   PIC X.
          88 WS-EXTRACT-BALANCED VALUE "B".
       01 WS-STAT-FUNCTION    PIC X(4).
       01 WS-STAT-PROGRAM     PIC X(15) VALUE "emp_extract".
       01 WS-STAT-REJECTED    PIC 9(7) VALUE 0.
       01 WS-STAT-RC          PIC 9(2).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE "STRT" TO WS-STAT-FUNCTION.
           CALL "runstats" USING WS-STAT-FUNCTION WS-STAT-PROGRAM
               WS-MASTER-COUNT WS-ID-COUNT WS-STAT-REJECTED
               WS-STAT-RC.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "NO EMPLOYEE MASTER FILE AVAILABLE."
               DISPLAY "EMPLOYEE EXTRACT NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               PERFORM 0900-END-RUN-STATS
               STOP RUN
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DM-STATUS = "00"
               MOVE "Y" TO WS-DEPT-AVAILABLE
           ELSE
               DISPLAY "DEPT-MASTER NOT AVAILABLE - DEPARTMENT "
                       "NAMES LEFT BLANK."
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "P" TO WS-EXTRACT-STATUS.
           PERFORM 0600-WRITE-CONTROL.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SX-DEPARTMENT-CODE
               ON ASCENDING KEY SX-LAST-NAME
               ON ASCENDING KEY SX-FIRST-NAME
               ON ASCENDING KEY SX-EMPLOYEE-ID
               INPUT PROCEDURE IS 0200-READ-MASTER
               OUTPUT PROCEDURE IS 0300-WRITE-BY-DEPT.
           CLOSE EMPLOYEE-MASTER.
           IF WS-DEPT-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SX-DATE-OF-HIRE
               ON ASCENDING KEY SX-EMPLOYEE-ID
               USING EXT-DEPT-FILE
               OUTPUT PROCEDURE IS 0400-WRITE-BY-HIRE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SX-EMPLOYEE-ID
               USING EXT-DEPT-FILE
               OUTPUT PROCEDURE IS 0500-WRITE-BY-ID.
           IF WS-DEPT-COUNT = WS-MASTER-COUNT
              AND WS-HIRE-COUNT = WS-MASTER-COUNT
              AND WS-ID-COUNT = WS-MASTER-COUNT
              AND WS-DEPT-HASH = WS-MASTER-HASH
              AND WS-HIRE-HASH = WS-MASTER-HASH
              AND WS-ID-HASH = WS-MASTER-HASH
               MOVE "B" TO WS-EXTRACT-STATUS
           ELSE
               MOVE "U" TO WS-EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0600-WRITE-CONTROL.
           DISPLAY "EMPLOYEE EXTRACT FOR " WS-BUSINESS-DATE.
           DISPLAY "  MASTER READ:     " WS-MASTER-COUNT
                   "  SALARY HASH " WS-MASTER-HASH.
           DISPLAY "  BY DEPARTMENT:   " WS-DEPT-COUNT
                   "  SALARY HASH " WS-DEPT-HASH.
           DISPLAY "  BY HIRE DATE:    " WS-HIRE-COUNT
                   "  SALARY HASH " WS-HIRE-HASH.
           DISPLAY "  BY EMPLOYEE ID:  " WS-ID-COUNT
                   "  SALARY HASH " WS-ID-HASH.
           DISPLAY "  NO DEPT-MASTER:  " WS-NO-DEPT-COUNT.
           IF WS-EXTRACT-BALANCED
               DISPLAY "EXTRACT IN BALANCE WITH THE MASTER."
           ELSE
               DISPLAY "EXTRACT OUT OF BALANCE - READERS WILL "
                       "REFUSE IT."
           END-IF.
           PERFORM 0900-END-RUN-STATS.
           STOP RUN.

       0200-READ-MASTER.
           MOVE "N" TO WS-EMP-EOF.
           PERFORM UNTIL WS-EMP-EOF = "Y"
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EMP-EOF
                   NOT AT END
                       PERFORM 0210-RELEASE-EMPLOYEE
               END-READ
           END-PERFORM.

       0210-RELEASE-EMPLOYEE.
           ADD 1 TO WS-MASTER-COUNT.
           ADD SALARY TO WS-MASTER-HASH.
           IF DEPARTMENT-CODE NOT = WS-LAST-DEPT
               PERFORM 0220-GET-DEPT-NAME
           END-IF.
           IF WS-LAST-DEPT-NAME = SPACES
               ADD 1 TO WS-NO-DEPT-COUNT
           END-IF.
           MOVE EMPLOYEE-RECORD TO SX-EMPLOYEE-IMAGE.
           MOVE WS-LAST-DEPT-NAME TO SX-DEPT-NAME.
           RELEASE SX-EXTRACT-RECORD.

       0220-GET-DEPT-NAME.
           MOVE DEPARTMENT-CODE TO WS-LAST-DEPT.
           MOVE SPACES TO WS-LAST-DEPT-NAME.
           IF WS-DEPT-AVAILABLE = "Y"
               MOVE DEPARTMENT-CODE TO DM-DEPT-CODE
               READ DEPT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-DEPT-NAME TO WS-LAST-DEPT-NAME
               END-READ
           END-IF.

       0300-WRITE-BY-DEPT.
           OPEN OUTPUT EXT-DEPT-FILE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       WRITE EXT-DEPT-RECORD FROM SX-EXTRACT-RECORD
                       ADD 1 TO WS-DEPT-COUNT
                       ADD SX-SALARY TO WS-DEPT-HASH
               END-RETURN
           END-PERFORM.
           CLOSE EXT-DEPT-FILE.

       0400-WRITE-BY-HIRE.
           OPEN OUTPUT EXT-HIRE-FILE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       WRITE EXT-HIRE-RECORD FROM SX-EXTRACT-RECORD
                       ADD 1 TO WS-HIRE-COUNT
                       ADD SX-SALARY TO WS-HIRE-HASH
               END-RETURN
           END-PERFORM.
           CLOSE EXT-HIRE-FILE.

       0500-WRITE-BY-ID.
           OPEN OUTPUT EXT-ID-FILE.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       WRITE EXT-ID-RECORD FROM SX-EXTRACT-RECORD
                       ADD 1 TO WS-ID-COUNT
                       ADD SX-SALARY TO WS-ID-HASH
               END-RETURN
           END-PERFORM.
           CLOSE EXT-ID-FILE.

      *    THE CONTROL FILE HOLDS ONLY THE LATEST RUN'S RECORD.
       0600-WRITE-CONTROL.
           OPEN OUTPUT EXT-CTL-FILE.
           IF WS-XC-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN EMPEXT-CTL, STATUS=" WS-XC-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BUSINESS-DATE TO XC-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO XC-RUN-DATE.
           MOVE WS-RUN-TIME TO XC-RUN-TIME.
           MOVE WS-MASTER-COUNT TO XC-MASTER-COUNT.
           MOVE WS-MASTER-HASH TO XC-MASTER-HASH.
           MOVE WS-DEPT-COUNT TO XC-DEPT-COUNT.
           MOVE WS-DEPT-HASH TO XC-DEPT-HASH.
           MOVE WS-HIRE-COUNT TO XC-HIRE-COUNT.
           MOVE WS-HIRE-HASH TO XC-HIRE-HASH.
           MOVE WS-ID-COUNT TO XC-ID-COUNT.
           MOVE WS-ID-HASH TO XC-ID-HASH.
           MOVE WS-NO-DEPT-COUNT TO XC-NO-DEPT-COUNT.
           MOVE WS-EXTRACT-STATUS TO XC-STATUS.
           WRITE EMP-EXTRACT-CONTROL.
           CLOSE EXT-CTL-FILE.

       0900-END-RUN-STATS.
           MOVE RETURN-CODE TO WS-STAT-RC.
           MOVE "ENDJ" TO WS-STAT-FUNCTION.
           CALL "runstats" USING WS-STAT-FUNCTION WS-STAT-PROGRAM
               WS-MASTER-COUNT WS-ID-COUNT WS-STAT-REJECTED
               WS-STAT-RC.
