      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clearance_maint.
      *****************************************************************
      *    PRE-HIRE CLEARANCE MAINTENANCE. RECORDS THE RIGHT-TO-WORK
      *    AND BACKGROUND CHECKS (clearnc.cpy) FOR AN APPLICANT ON
      *    APPLICANT-MASTER, OR FOR AN EMPLOYEE WHEN A WORK-
      *    AUTHORIZATION DOCUMENT IS RENEWED AFTER HIRE. RECORDING A
      *    CHECK AGAIN REPLACES ITS RESULT, DATE AND DOCUMENT.
      *    applicant_bridge HOLDS ANY APPLICANT NOT FULLY CLEARED;
      *    work_auth_report WATCHES THE EMPLOYEES' DOCUMENT EXPIRIES.
      *    EVERY CHANGE IS LOGGED TO THE SHARED CHANGE-LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARANCE-FILE ASSIGN TO "CLEARANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APPLICANT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CLEARANCE-FILE.
           COPY "clearnc.cpy".

       FD  APPLICANT-MASTER.
           COPY "applmast.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PC-STATUS        PIC XX.
       01 WS-AM-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-CONFIRM          PIC X.
       01 WS-SUBJECT-OK       PIC X.
       01 WS-RECORD-EXISTS    PIC X.
       01 WS-SUBJECT-TYPE     PIC X.
       01 WS-SUBJECT-ID       PIC X(10).
       01 WS-EMP-INPUT        PIC 9(7).
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-OLD-RESULT       PIC X(4).
       01 WS-OLD-CHECKED      PIC 9(8).
       01 WS-OLD-EXPIRY       PIC 9(8).
       01 WS-OLD-DOC-REF      PIC X(20).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-CL-ACTION        PIC X(8).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE CLEARANCE-FILE.
           CLOSE APPLICANT-MASTER.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O CLEARANCE-FILE.
           IF WS-PC-STATUS = "35"
              OPEN OUTPUT CLEARANCE-FILE
              CLOSE CLEARANCE-FILE
              OPEN I-O CLEARANCE-FILE
           END-IF.
           OPEN INPUT APPLICANT-MASTER.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "PRE-HIRE CLEARANCE MAINTENANCE".
           DISPLAY "1. RECORD CHECK RESULT".
           DISPLAY "2. LIST CLEARANCES".
           DISPLAY "3. REMOVE CHECK".
           DISPLAY "4. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-RECORD-CHECK
               WHEN 2
                   PERFORM 0400-LIST-CLEARANCES
               WHEN 3
                   PERFORM 0500-REMOVE-CHECK
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-RECORD-CHECK.
           PERFORM 0800-ACCEPT-SUBJECT.
           IF WS-SUBJECT-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJECT-TYPE TO PC-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ID TO PC-SUBJECT-ID.
           DISPLAY "CHECK (RTW = RIGHT TO WORK, BGC = BACKGROUND): ".
           ACCEPT PC-CHECK-TYPE.
           IF NOT PC-VALID-CHECK
               DISPLAY "CHECK MUST BE RTW OR BGC."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-RECORD-EXISTS.
           READ CLEARANCE-FILE
               KEY IS PC-KEY
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
                   MOVE SPACES TO PC-RESULT PC-DOC-REF
                   MOVE 0 TO PC-CHECKED-DATE PC-DOC-EXPIRY
           END-READ.
           MOVE PC-RESULT       TO WS-OLD-RESULT.
           MOVE PC-CHECKED-DATE TO WS-OLD-CHECKED.
           MOVE PC-DOC-EXPIRY   TO WS-OLD-EXPIRY.
           MOVE PC-DOC-REF      TO WS-OLD-DOC-REF.
           DISPLAY "RESULT (PASS/PEND/FAIL) [" PC-RESULT "]: ".
           ACCEPT PC-RESULT.
           IF NOT PC-VALID-RESULT
               DISPLAY "RESULT MUST BE PASS, PEND OR FAIL. "
                       "NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           DISPLAY "DATE CHECKED YYYYMMDD (0 = TODAY): ".
           ACCEPT PC-CHECKED-DATE.
           IF PC-CHECKED-DATE = 0
               MOVE WS-TODAY TO PC-CHECKED-DATE
           END-IF.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION PC-CHECKED-DATE
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y" OR PC-CHECKED-DATE > WS-TODAY
               DISPLAY "DATE CHECKED IS NOT A PAST CALENDAR DATE. "
                       "NOTHING RECORDED."
               EXIT PARAGRAPH
           END-IF.
           IF PC-RIGHT-TO-WORK
               DISPLAY "DOCUMENT REFERENCE [" PC-DOC-REF "]: "
               ACCEPT PC-DOC-REF
               DISPLAY "DOCUMENT EXPIRY YYYYMMDD (0 = NONE): "
               ACCEPT PC-DOC-EXPIRY
               IF PC-DOC-EXPIRY NOT = 0
                   CALL "dateserv" USING WS-DATE-FUNCTION
                       PC-DOC-EXPIRY WS-DATE-2 WS-DATE-DAYS
                       WS-DATE-RESULT
                   IF WS-DATE-RESULT <> "Y"
                       DISPLAY "DOCUMENT EXPIRY IS NOT A CALENDAR "
                               "DATE. NOTHING RECORDED."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           ELSE
               MOVE 0 TO PC-DOC-EXPIRY
               DISPLAY "SCREENING REFERENCE [" PC-DOC-REF "]: "
               ACCEPT PC-DOC-REF
           END-IF.
           IF WS-RECORD-EXISTS = "Y"
               REWRITE CLEARANCE-RECORD
                   INVALID KEY
                       DISPLAY "UPDATE FAILED, STATUS=" WS-PC-STATUS
                   NOT INVALID KEY
                       DISPLAY "CHECK " PC-CHECK-TYPE " UPDATED."
                       PERFORM 0310-LOG-CHANGED-FIELDS
               END-REWRITE
           ELSE
               WRITE CLEARANCE-RECORD
                   INVALID KEY
                       DISPLAY "ADD FAILED, STATUS=" WS-PC-STATUS
                   NOT INVALID KEY
                       DISPLAY "CHECK " PC-CHECK-TYPE " RECORDED."
                       MOVE "ADD" TO WS-CL-ACTION
                       MOVE PC-CHECK-TYPE TO WS-CL-FIELD-NAME
                       MOVE SPACES TO WS-CL-OLD-DISP
                       MOVE PC-RESULT TO WS-CL-NEW-DISP
                       PERFORM 0900-LOG-CLEARANCE-CHANGE
               END-WRITE
           END-IF.

       0310-LOG-CHANGED-FIELDS.
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF PC-RESULT NOT = WS-OLD-RESULT
               MOVE "RESULT"        TO WS-CL-FIELD-NAME
               MOVE WS-OLD-RESULT   TO WS-CL-OLD-DISP
               MOVE PC-RESULT       TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CLEARANCE-CHANGE
           END-IF.
           IF PC-CHECKED-DATE NOT = WS-OLD-CHECKED
               MOVE "CHECKED-DATE"  TO WS-CL-FIELD-NAME
               MOVE WS-OLD-CHECKED  TO WS-CL-OLD-DISP
               MOVE PC-CHECKED-DATE TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CLEARANCE-CHANGE
           END-IF.
           IF PC-DOC-EXPIRY NOT = WS-OLD-EXPIRY
               MOVE "DOC-EXPIRY"    TO WS-CL-FIELD-NAME
               MOVE WS-OLD-EXPIRY   TO WS-CL-OLD-DISP
               MOVE PC-DOC-EXPIRY   TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CLEARANCE-CHANGE
           END-IF.
           IF PC-DOC-REF NOT = WS-OLD-DOC-REF
               MOVE "DOC-REF"       TO WS-CL-FIELD-NAME
               MOVE WS-OLD-DOC-REF  TO WS-CL-OLD-DISP
               MOVE PC-DOC-REF      TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CLEARANCE-CHANGE
           END-IF.

       0400-LIST-CLEARANCES.
           PERFORM 0800-ACCEPT-SUBJECT.
           IF WS-SUBJECT-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJECT-TYPE TO PC-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ID TO PC-SUBJECT-ID.
           MOVE LOW-VALUES TO PC-CHECK-TYPE.
           MOVE 0 TO WS-LIST-DONE.
           START CLEARANCE-FILE KEY IS >= PC-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ CLEARANCE-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF PC-SUBJECT-TYPE NOT = WS-SUBJECT-TYPE
                          OR PC-SUBJECT-ID NOT = WS-SUBJECT-ID
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           DISPLAY PC-CHECK-TYPE " " PC-RESULT
                                   " CHECKED " PC-CHECKED-DATE
                                   " EXPIRES " PC-DOC-EXPIRY " "
                                   PC-DOC-REF
                       END-IF
               END-READ
           END-PERFORM.

       0500-REMOVE-CHECK.
           PERFORM 0800-ACCEPT-SUBJECT.
           IF WS-SUBJECT-OK <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUBJECT-TYPE TO PC-SUBJECT-TYPE.
           MOVE WS-SUBJECT-ID TO PC-SUBJECT-ID.
           DISPLAY "CHECK TO REMOVE (RTW/BGC): ".
           ACCEPT PC-CHECK-TYPE.
           READ CLEARANCE-FILE
               KEY IS PC-KEY
               INVALID KEY
                   DISPLAY "CHECK NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "REMOVE " PC-CHECK-TYPE " " PC-RESULT
                   " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING REMOVED."
               EXIT PARAGRAPH
           END-IF.
           DELETE CLEARANCE-FILE RECORD
               INVALID KEY
                   DISPLAY "REMOVE FAILED, STATUS=" WS-PC-STATUS
               NOT INVALID KEY
                   DISPLAY "CHECK REMOVED."
                   MOVE "DELETE" TO WS-CL-ACTION
                   MOVE PC-CHECK-TYPE TO WS-CL-FIELD-NAME
                   MOVE PC-RESULT TO WS-CL-OLD-DISP
                   MOVE SPACES TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-CLEARANCE-CHANGE
           END-DELETE.

      *    THE SUBJECT MUST BE ON ITS MASTER: AN APPLICANT ON
      *    APPLICANT-MASTER, AN EMPLOYEE ON EMPLOYEE-MASTER. THE
      *    EMPLOYEE ID IS HELD LEFT-JUSTIFIED IN THE SUBJECT ID.
       0800-ACCEPT-SUBJECT.
           MOVE "N" TO WS-SUBJECT-OK.
           DISPLAY "SUBJECT A=APPLICANT E=EMPLOYEE: ".
           ACCEPT WS-SUBJECT-TYPE.
           EVALUATE WS-SUBJECT-TYPE
               WHEN "A"
                   DISPLAY "APPLICANT ID: "
                   ACCEPT AM-APPLICANT-ID
                   READ APPLICANT-MASTER
                       KEY IS AM-APPLICANT-ID
                       INVALID KEY
                           DISPLAY "APPLICANT " AM-APPLICANT-ID
                                   " NOT ON FILE."
                       NOT INVALID KEY
                           MOVE AM-APPLICANT-ID TO WS-SUBJECT-ID
                           MOVE "Y" TO WS-SUBJECT-OK
                           DISPLAY "APPLICANT: " AM-NAME
                   END-READ
               WHEN "E"
                   DISPLAY "EMPLOYEE ID: "
                   ACCEPT WS-EMP-INPUT
                   MOVE WS-EMP-INPUT TO EMPLOYEE-ID
                   READ EMPLOYEE-MASTER
                       KEY IS EMPLOYEE-ID
                       INVALID KEY
                           DISPLAY "EMPLOYEE " WS-EMP-INPUT
                                   " NOT ON FILE."
                       NOT INVALID KEY
                           MOVE SPACES TO WS-SUBJECT-ID
                           MOVE WS-EMP-INPUT TO WS-SUBJECT-ID (1:7)
                           MOVE "Y" TO WS-SUBJECT-OK
                           DISPLAY "EMPLOYEE: " FIRST-NAME " "
                                   LAST-NAME
                   END-READ
               WHEN OTHER
                   DISPLAY "SUBJECT MUST BE A OR E."
           END-EVALUATE.

       0900-LOG-CLEARANCE-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "CLEARANCE"      TO CL-KEY-TYPE.
           STRING PC-SUBJECT-TYPE DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  PC-SUBJECT-ID   DELIMITED BY SPACE
                  INTO CL-KEY-VALUE
           END-STRING.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
