      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  work_auth_report.
      *****************************************************************
      *    WORK-AUTHORIZATION EXPIRY REPORT. LISTS EVERY CURRENT
      *    EMPLOYEE WHOSE RIGHT-TO-WORK DOCUMENT ON THE CLEARANCE
      *    FILE (clearnc.cpy, SUBJECT "E", CHECK "RTW ") HAS EXPIRED
      *    OR EXPIRES WITHIN THE ALERT WINDOW (SYSTEM PARAMETER
      *    WORK-AUTH-ALERT-DAYS, 90 DAYS WHEN NOT SET), WITH THE DAYS
      *    LEFT, SO HR CAN COLLECT THE RENEWED DOCUMENT BEFORE IT
      *    LAPSES. A DOCUMENT WITH NO EXPIRY NEVER APPEARS; AN
      *    EMPLOYEE NO LONGER ON THE MASTER IS SKIPPED. THE AS-OF
      *    DATE IS YYYYMMDD ON THE COMMAND LINE, OR TODAY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARANCE-FILE ASSIGN TO "CLEARANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT WORK-AUTH-RPT-FILE ASSIGN TO "WORK-AUTH-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CLEARANCE-FILE.
           COPY "clearnc.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  WORK-AUTH-RPT-FILE.
       01  WORK-AUTH-RPT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PC-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-AS-OF-DATE       PIC 9(8).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-HORIZON-DATE     PIC 9(8).
       01 WS-ALERT-DAYS       PIC 9(3) VALUE 90.
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-EXPIRED-COUNT    PIC 9(5) VALUE 0.
       01 WS-EXPIRING-COUNT   PIC 9(5) VALUE 0.

       01 WS-HEADER-LINE-1.
           05 FILLER      PIC X(36) VALUE
              "WORK-AUTHORIZATION EXPIRY REPORT".
           05 FILLER      PIC X(7)  VALUE "AS OF: ".
           05 HDR-DATE    PIC 9(4)/99/99.
           05 FILLER      PIC X(16) VALUE "  ALERT WINDOW: ".
           05 HDR-DAYS    PIC ZZ9.
           05 FILLER      PIC X(5)  VALUE " DAYS".

       01 WS-HEADER-LINE-2.
           05 FILLER      PIC X(9)  VALUE "EMP ID".
           05 FILLER      PIC X(16) VALUE "LAST NAME".
           05 FILLER      PIC X(16) VALUE "FIRST NAME".
           05 FILLER      PIC X(6)  VALUE "DEPT".
           05 FILLER      PIC X(22) VALUE "DOCUMENT".
           05 FILLER      PIC X(11) VALUE "EXPIRES".
           05 FILLER      PIC X(10) VALUE "DAYS LEFT".

       01 WS-DETAIL-LINE.
           05 DET-EMP-ID      PIC 9(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-LAST-NAME   PIC X(15).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 DET-FIRST-NAME  PIC X(15).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 DET-DEPT        PIC X(4).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-DOC-REF     PIC X(20).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DET-EXPIRY      PIC 9(4)/99/99.
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 DET-DAYS-LEFT   PIC X(9).
       01 WS-DAYS-EDIT        PIC ZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER      PIC X(17) VALUE "ALREADY EXPIRED: ".
           05 TOT-EXPIRED PIC ZZZZ9.
           05 FILLER      PIC X(21) VALUE "  EXPIRING IN WINDOW:".
           05 TOT-EXPIRING PIC ZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:8) IS NUMERIC
               MOVE WS-PARAM (1:8) TO WS-AS-OF-DATE
           ELSE
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE TO WS-AS-OF-DATE
           END-IF.
           MOVE "WORK-AUTH-ALERT-DAYS" TO WS-PARM-NAME.
           MOVE WS-AS-OF-DATE TO WS-PARM-ASOF.
           MOVE WS-ALERT-DAYS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y" AND WS-PARM-VALUE > 0
              AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-ALERT-DAYS
           END-IF.
           MOVE "ADDD" TO WS-DATE-FUNCTION.
           MOVE WS-ALERT-DAYS TO WS-DATE-DAYS.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-AS-OF-DATE
               WS-HORIZON-DATE WS-DATE-DAYS WS-DATE-RESULT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "NO EMPLOYEE MASTER FILE AVAILABLE."
               DISPLAY "WORK-AUTHORIZATION REPORT NOT PRODUCED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT WORK-AUTH-RPT-FILE.
           MOVE WS-AS-OF-DATE TO HDR-DATE.
           MOVE WS-ALERT-DAYS TO HDR-DAYS.
           WRITE WORK-AUTH-RPT-RECORD FROM WS-HEADER-LINE-1.
           WRITE WORK-AUTH-RPT-RECORD FROM WS-HEADER-LINE-2.
           OPEN INPUT CLEARANCE-FILE.
           IF WS-PC-STATUS = "00"
               PERFORM SCAN-EMPLOYEE-CLEARANCES
               CLOSE CLEARANCE-FILE
           ELSE
               DISPLAY "CLEARANCE FILE NOT AVAILABLE - NO DOCUMENTS "
                       "ON FILE."
           END-IF.
           MOVE SPACES TO WORK-AUTH-RPT-RECORD.
           WRITE WORK-AUTH-RPT-RECORD.
           MOVE WS-EXPIRED-COUNT TO TOT-EXPIRED.
           MOVE WS-EXPIRING-COUNT TO TOT-EXPIRING.
           WRITE WORK-AUTH-RPT-RECORD FROM WS-TOTAL-LINE.
           CLOSE WORK-AUTH-RPT-FILE.
           CLOSE EMPLOYEE-MASTER.
           DISPLAY "WORK AUTHORIZATIONS EXPIRED: " WS-EXPIRED-COUNT
                   " EXPIRING: " WS-EXPIRING-COUNT.
           STOP RUN.

      *    THE EMPLOYEE SUBJECTS SORT TOGETHER UNDER "E", IN
      *    EMPLOYEE-ID ORDER.
       SCAN-EMPLOYEE-CLEARANCES.
           MOVE LOW-VALUES TO PC-KEY.
           MOVE "E" TO PC-SUBJECT-TYPE.
           START CLEARANCE-FILE KEY IS >= PC-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ CLEARANCE-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF NOT PC-EMPLOYEE
                           MOVE 1 TO WS-EOF
                       ELSE
                           IF PC-RIGHT-TO-WORK
                              AND PC-DOC-EXPIRY NOT = 0
                              AND PC-DOC-EXPIRY <= WS-HORIZON-DATE
                               PERFORM REPORT-ONE-DOCUMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-ONE-DOCUMENT.
           IF PC-EMPLOYEE-ID IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE PC-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE EMPLOYEE-ID TO DET-EMP-ID.
           MOVE LAST-NAME TO DET-LAST-NAME.
           MOVE FIRST-NAME TO DET-FIRST-NAME.
           MOVE DEPARTMENT-CODE TO DET-DEPT.
           MOVE PC-DOC-REF TO DET-DOC-REF.
           MOVE PC-DOC-EXPIRY TO DET-EXPIRY.
           IF PC-DOC-EXPIRY <= WS-AS-OF-DATE
               MOVE "EXPIRED" TO DET-DAYS-LEFT
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE "DAYS" TO WS-DATE-FUNCTION
               CALL "dateserv" USING WS-DATE-FUNCTION WS-AS-OF-DATE
                   PC-DOC-EXPIRY WS-DATE-DAYS WS-DATE-RESULT
               MOVE WS-DATE-DAYS TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT TO DET-DAYS-LEFT
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF.
           WRITE WORK-AUTH-RPT-RECORD FROM WS-DETAIL-LINE.
