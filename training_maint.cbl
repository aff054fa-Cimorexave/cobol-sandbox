      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. training_maint.
      *****************************************************************
      *    TRAINING AND CERTIFICATION MAINTENANCE. KEEPS THE COURSE
      *    MASTER (course.cpy) - EACH COURSE'S VALIDITY PERIOD AND
      *    THE DEPARTMENTS AND PAY GRADES THAT MUST HOLD IT - AND
      *    RECORDS EMPLOYEES' COMPLETIONS ON TRAINING (training.cpy).
      *    A COMPLETION'S EXPIRY DATE IS THE COMPLETION DATE PLUS
      *    THE COURSE'S VALID MONTHS (CLAMPED TO MONTH END); RECORDING
      *    A RENEWAL REPLACES THE PREVIOUS DATES. EVERY CHANGE IS
      *    LOGGED TO THE SHARED CHANGE-LOG. COMPLIANCE ITSELF IS
      *    JUDGED BY trncheck FOR THE MONTHLY TRAINING REPORT AND
      *    THE DEPARTMENT ROSTER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-MASTER ASSIGN TO "COURSE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-CM-STATUS.
           SELECT TRAINING-FILE ASSIGN TO "TRAINING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-TR-STATUS.
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
       FD  COURSE-MASTER.
           COPY "course.cpy".

       FD  TRAINING-FILE.
           COPY "training.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS        PIC XX.
       01 WS-TR-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-EMP-FOUND        PIC X.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-LIST-EMP-ID      PIC 9(7).
       01 WS-VALID            PIC X.
       01 WS-CONFIRM          PIC X.
       01 WS-COURSE-EXISTS    PIC X.
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-2           PIC 9(8).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-REQ-IDX          PIC 9(1).
       01 WS-REQ-DONE         PIC X.
       01 WS-REQ-IMAGE        PIC X(5).
       01 WS-OLD-COURSE.
           05 WS-OLD-NAME         PIC X(30).
           05 WS-OLD-MONTHS       PIC 9(3).
           05 WS-OLD-ACTIVE       PIC X.
           05 WS-OLD-REQ OCCURS 8 TIMES.
              10 WS-OLD-REQ-KIND  PIC X.
              10 WS-OLD-REQ-CODE  PIC X(4).
       01 WS-VALID-MONTHS     PIC 9(3).
       01 WS-EXPIRY-WORK      PIC 9(8).
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-WORK.
           05 WS-EXP-YEAR     PIC 9(4).
           05 WS-EXP-MONTH    PIC 9(2).
           05 WS-EXP-DAY      PIC 9(2).
       01 WS-MONTH-TOTAL      PIC 9(5).
       01 WS-YEARS-ADDED      PIC 9(3).
       01 WS-CLAMP-COUNT      PIC 9(1).
       01 WS-OLD-COMPLETED    PIC 9(8).
       01 WS-OLD-EXPIRY       PIC 9(8).
       01 WS-CERT-STATE       PIC X(8).
       01 WS-CL-KEY-TYPE      PIC X(10).
       01 WS-CL-KEY-VALUE     PIC X(15).
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE COURSE-MASTER.
           CLOSE TRAINING-FILE.
           CLOSE CHANGE-LOG-FILE.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O COURSE-MASTER.
           IF WS-CM-STATUS = "35"
              OPEN OUTPUT COURSE-MASTER
              CLOSE COURSE-MASTER
              OPEN I-O COURSE-MASTER
           END-IF.
           OPEN I-O TRAINING-FILE.
           IF WS-TR-STATUS = "35"
              OPEN OUTPUT TRAINING-FILE
              CLOSE TRAINING-FILE
              OPEN I-O TRAINING-FILE
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

       0200-MAIN-MENU.
           DISPLAY "TRAINING AND CERTIFICATION MAINTENANCE".
           DISPLAY "1. ADD OR CHANGE COURSE".
           DISPLAY "2. LIST COURSES".
           DISPLAY "3. RECORD COMPLETION OR RENEWAL".
           DISPLAY "4. LIST TRAINING FOR EMPLOYEE".
           DISPLAY "5. REMOVE TRAINING RECORD".
           DISPLAY "6. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-MAINTAIN-COURSE
               WHEN 2
                   PERFORM 0400-LIST-COURSES
               WHEN 3
                   PERFORM 0500-RECORD-COMPLETION
               WHEN 4
                   PERFORM 0600-LIST-EMPLOYEE-TRAINING
               WHEN 5
                   PERFORM 0700-REMOVE-TRAINING
               WHEN 6
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

      *    A NEW COURSE STARTS ACTIVE. THE REQUIRED-FOR LIST IS
      *    RE-ENTERED WHOLE ON EVERY CHANGE; EACH SLOT THAT CHANGED
      *    IS LOGGED ON ITS OWN.
       0300-MAINTAIN-COURSE.
           DISPLAY "COURSE CODE (6 CHARACTERS): ".
           ACCEPT CM-COURSE-CODE.
           IF CM-COURSE-CODE = SPACES
               DISPLAY "COURSE CODE REQUIRED."
               EXIT PARAGRAPH
           END-IF.
           READ COURSE-MASTER
               KEY IS CM-COURSE-CODE
               INVALID KEY
                   MOVE "N" TO WS-COURSE-EXISTS
                   MOVE SPACES TO CM-COURSE-NAME
                   MOVE 0 TO CM-VALID-MONTHS
                   MOVE "A" TO CM-ACTIVE-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-COURSE-EXISTS
           END-READ.
           MOVE CM-COURSE-NAME  TO WS-OLD-NAME.
           MOVE CM-VALID-MONTHS TO WS-OLD-MONTHS.
           MOVE CM-ACTIVE-FLAG  TO WS-OLD-ACTIVE.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1 UNTIL WS-REQ-IDX > 8
               IF WS-COURSE-EXISTS = "Y"
                   MOVE CM-REQ-KIND (WS-REQ-IDX)
                       TO WS-OLD-REQ-KIND (WS-REQ-IDX)
                   MOVE CM-REQ-CODE (WS-REQ-IDX)
                       TO WS-OLD-REQ-CODE (WS-REQ-IDX)
               ELSE
                   MOVE SPACES TO WS-OLD-REQ (WS-REQ-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "COURSE NAME [" CM-COURSE-NAME "]: ".
           ACCEPT CM-COURSE-NAME.
           DISPLAY "VALID MONTHS, 0 = NEVER EXPIRES ["
                   CM-VALID-MONTHS "]: ".
           ACCEPT CM-VALID-MONTHS.
           IF WS-COURSE-EXISTS = "Y"
               DISPLAY "ACTIVE FLAG (A/I) [" CM-ACTIVE-FLAG "]: "
               ACCEPT CM-ACTIVE-FLAG
           END-IF.
           PERFORM 0310-SHOW-REQUIREMENTS.
           DISPLAY "RE-ENTER REQUIRED-FOR (UP TO 8). KIND A=ALL, "
                   "D=DEPARTMENT, G=PAY GRADE; BLANK KIND ENDS.".
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1 UNTIL WS-REQ-IDX > 8
               MOVE SPACES TO CM-REQ-KIND (WS-REQ-IDX)
               MOVE SPACES TO CM-REQ-CODE (WS-REQ-IDX)
           END-PERFORM.
           MOVE "N" TO WS-REQ-DONE.
           MOVE 1 TO WS-REQ-IDX.
           PERFORM 0320-ACCEPT-REQUIREMENT
               UNTIL WS-REQ-DONE = "Y".
           PERFORM 0330-EDIT-COURSE.
           IF WS-VALID <> "Y"
               DISPLAY "COURSE NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-COURSE-EXISTS = "Y"
               REWRITE COURSE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "CHANGE FAILED, STATUS=" WS-CM-STATUS
                   NOT INVALID KEY
                       DISPLAY "COURSE " CM-COURSE-CODE " UPDATED."
                       PERFORM 0340-LOG-COURSE-CHANGES
               END-REWRITE
           ELSE
               WRITE COURSE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ADD FAILED, STATUS=" WS-CM-STATUS
                   NOT INVALID KEY
                       DISPLAY "COURSE " CM-COURSE-CODE " ADDED."
                       PERFORM 0340-LOG-COURSE-CHANGES
               END-WRITE
           END-IF.

       0310-SHOW-REQUIREMENTS.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1 UNTIL WS-REQ-IDX > 8
               IF WS-OLD-REQ-KIND (WS-REQ-IDX) NOT = SPACE
                   DISPLAY "  REQUIRED FOR: "
                           WS-OLD-REQ-KIND (WS-REQ-IDX) " "
                           WS-OLD-REQ-CODE (WS-REQ-IDX)
               END-IF
           END-PERFORM.

       0320-ACCEPT-REQUIREMENT.
           DISPLAY "KIND " WS-REQ-IDX ": ".
           ACCEPT CM-REQ-KIND (WS-REQ-IDX).
           IF CM-REQ-KIND (WS-REQ-IDX) = SPACE
               MOVE "Y" TO WS-REQ-DONE
               EXIT PARAGRAPH
           END-IF.
           IF CM-REQ-KIND (WS-REQ-IDX) NOT = "A"
               DISPLAY "DEPARTMENT OR GRADE CODE: "
               ACCEPT CM-REQ-CODE (WS-REQ-IDX)
           END-IF.
           IF WS-REQ-IDX = 8
               MOVE "Y" TO WS-REQ-DONE
           ELSE
               ADD 1 TO WS-REQ-IDX
           END-IF.

       0330-EDIT-COURSE.
           MOVE "Y" TO WS-VALID.
           IF CM-COURSE-NAME = SPACES
               DISPLAY "COURSE NAME REQUIRED."
               MOVE "N" TO WS-VALID
           END-IF.
           IF NOT CM-ACTIVE AND NOT CM-INACTIVE
               DISPLAY "ACTIVE FLAG MUST BE A OR I."
               MOVE "N" TO WS-VALID
           END-IF.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1 UNTIL WS-REQ-IDX > 8
               EVALUATE CM-REQ-KIND (WS-REQ-IDX)
                   WHEN SPACE
                   WHEN "A"
                       CONTINUE
                   WHEN "D"
                   WHEN "G"
                       IF CM-REQ-CODE (WS-REQ-IDX) = SPACES
                           DISPLAY "REQUIREMENT " WS-REQ-IDX
                                   " NEEDS A CODE."
                           MOVE "N" TO WS-VALID
                       END-IF
                   WHEN OTHER
                       DISPLAY "REQUIREMENT KIND "
                               CM-REQ-KIND (WS-REQ-IDX)
                               " NOT VALID."
                       MOVE "N" TO WS-VALID
               END-EVALUATE
           END-PERFORM.

       0340-LOG-COURSE-CHANGES.
           MOVE "COURSE" TO WS-CL-KEY-TYPE.
           MOVE CM-COURSE-CODE TO WS-CL-KEY-VALUE.
           IF WS-COURSE-EXISTS = "Y"
               MOVE "CHANGE" TO WS-CL-ACTION
           ELSE
               MOVE "ADD" TO WS-CL-ACTION
           END-IF.
           IF CM-COURSE-NAME NOT = WS-OLD-NAME
               MOVE "COURSE-NAME" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-NAME TO WS-CL-OLD-DISP
               MOVE CM-COURSE-NAME TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           IF CM-VALID-MONTHS NOT = WS-OLD-MONTHS
               MOVE "VALID-MONTHS" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-MONTHS TO WS-CL-OLD-DISP
               MOVE CM-VALID-MONTHS TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           IF CM-ACTIVE-FLAG NOT = WS-OLD-ACTIVE
               MOVE "ACTIVE-FLAG" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-ACTIVE TO WS-CL-OLD-DISP
               MOVE CM-ACTIVE-FLAG TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1 UNTIL WS-REQ-IDX > 8
               IF CM-REQ-KIND (WS-REQ-IDX)
                      NOT = WS-OLD-REQ-KIND (WS-REQ-IDX)
                  OR CM-REQ-CODE (WS-REQ-IDX)
                      NOT = WS-OLD-REQ-CODE (WS-REQ-IDX)
                   MOVE SPACES TO WS-CL-FIELD-NAME
                   STRING "REQUIRED-FOR-" DELIMITED BY SIZE
                          WS-REQ-IDX DELIMITED BY SIZE
                          INTO WS-CL-FIELD-NAME
                   END-STRING
                   MOVE WS-OLD-REQ (WS-REQ-IDX) TO WS-CL-OLD-DISP
                   MOVE CM-REQUIRED-FOR (WS-REQ-IDX) TO WS-REQ-IMAGE
                   MOVE WS-REQ-IMAGE TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-CHANGE
               END-IF
           END-PERFORM.

       0400-LIST-COURSES.
           MOVE LOW-VALUES TO CM-COURSE-CODE.
           MOVE 0 TO WS-LIST-DONE.
           START COURSE-MASTER KEY IS >= CM-COURSE-CODE
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ COURSE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       DISPLAY CM-COURSE-CODE " " CM-COURSE-NAME
                               " " CM-ACTIVE-FLAG
                               " VALID " CM-VALID-MONTHS " MONTHS"
                       PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                               UNTIL WS-REQ-IDX > 8
                           IF CM-REQ-KIND (WS-REQ-IDX) NOT = SPACE
                               DISPLAY "    REQUIRED FOR: "
                                       CM-REQ-KIND (WS-REQ-IDX) " "
                                       CM-REQ-CODE (WS-REQ-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

       0500-RECORD-COMPLETION.
           DISPLAY "EMPLOYEE ID (7 DIGITS): ".
           ACCEPT TR-EMPLOYEE-ID.
           PERFORM 0800-VALIDATE-EMPLOYEE.
           IF WS-EMP-FOUND <> "Y"
               DISPLAY "EMPLOYEE " TR-EMPLOYEE-ID
                       " NOT ON EMPLOYEE-MASTER. NOT RECORDED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COURSE CODE: ".
           ACCEPT TR-COURSE-CODE.
           MOVE TR-COURSE-CODE TO CM-COURSE-CODE.
           READ COURSE-MASTER
               KEY IS CM-COURSE-CODE
               INVALID KEY
                   DISPLAY "COURSE " TR-COURSE-CODE
                           " NOT ON COURSE MASTER. NOT RECORDED."
                   EXIT PARAGRAPH
           END-READ.
           MOVE CM-VALID-MONTHS TO WS-VALID-MONTHS.
           MOVE 0 TO WS-OLD-COMPLETED.
           MOVE 0 TO WS-OLD-EXPIRY.
           READ TRAINING-FILE
               KEY IS TR-KEY
               INVALID KEY
                   MOVE "N" TO WS-COURSE-EXISTS
                   MOVE SPACES TO TR-CERT-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO WS-COURSE-EXISTS
                   MOVE TR-COMPLETED-DATE TO WS-OLD-COMPLETED
                   MOVE TR-EXPIRY-DATE TO WS-OLD-EXPIRY
                   DISPLAY "ON FILE: COMPLETED " TR-COMPLETED-DATE
                           " EXPIRES " TR-EXPIRY-DATE
           END-READ.
           DISPLAY "DATE COMPLETED (YYYYMMDD): ".
           ACCEPT TR-COMPLETED-DATE.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION
               TR-COMPLETED-DATE WS-DATE-2 WS-DATE-DAYS
               WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "DATE " TR-COMPLETED-DATE
                       " IS NOT A CALENDAR DATE. NOT RECORDED."
               EXIT PARAGRAPH
           END-IF.
           IF TR-COMPLETED-DATE < WS-OLD-COMPLETED
               DISPLAY "AN EARLIER COMPLETION THAN THE ONE ON FILE. "
                       "NOT RECORDED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CERTIFICATE NUMBER [" TR-CERT-NUMBER "]: ".
           ACCEPT TR-CERT-NUMBER.
           PERFORM 0510-COMPUTE-EXPIRY.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE WS-TODAY TO TR-RECORDED-DATE.
           MOVE "TRAINING" TO WS-CL-KEY-TYPE.
           MOVE SPACES TO WS-CL-KEY-VALUE.
           STRING TR-EMPLOYEE-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  TR-COURSE-CODE DELIMITED BY SIZE
                  INTO WS-CL-KEY-VALUE
           END-STRING.
           MOVE "COMPLETED" TO WS-CL-FIELD-NAME.
           MOVE TR-COMPLETED-DATE TO WS-CL-NEW-DISP.
           IF WS-COURSE-EXISTS = "Y"
               REWRITE TRAINING-RECORD
                   INVALID KEY
                       DISPLAY "RENEWAL FAILED, STATUS=" WS-TR-STATUS
                   NOT INVALID KEY
                       DISPLAY "RENEWAL RECORDED. EXPIRES "
                               TR-EXPIRY-DATE
                       MOVE "RENEW" TO WS-CL-ACTION
                       MOVE WS-OLD-COMPLETED TO WS-CL-OLD-DISP
                       PERFORM 0900-LOG-CHANGE
               END-REWRITE
           ELSE
               WRITE TRAINING-RECORD
                   INVALID KEY
                       DISPLAY "RECORD FAILED, STATUS=" WS-TR-STATUS
                   NOT INVALID KEY
                       DISPLAY "COMPLETION RECORDED. EXPIRES "
                               TR-EXPIRY-DATE
                       MOVE "ADD" TO WS-CL-ACTION
                       MOVE SPACES TO WS-CL-OLD-DISP
                       PERFORM 0900-LOG-CHANGE
               END-WRITE
           END-IF.

      *    COMPLETION PLUS VALID MONTHS. A DAY THAT DOES NOT EXIST IN
      *    THE EXPIRY MONTH (31 MARCH + 1 MONTH) STEPS BACK TO THAT
      *    MONTH'S LAST DAY.
       0510-COMPUTE-EXPIRY.
           IF WS-VALID-MONTHS = 0
               MOVE 0 TO TR-EXPIRY-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-COMPLETED-DATE TO WS-EXPIRY-WORK.
           COMPUTE WS-MONTH-TOTAL = WS-EXP-MONTH - 1 + WS-VALID-MONTHS.
           DIVIDE WS-MONTH-TOTAL BY 12 GIVING WS-YEARS-ADDED
               REMAINDER WS-EXP-MONTH.
           ADD 1 TO WS-EXP-MONTH.
           ADD WS-YEARS-ADDED TO WS-EXP-YEAR.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           MOVE 0 TO WS-CLAMP-COUNT.
           CALL "dateserv" USING WS-DATE-FUNCTION
               WS-EXPIRY-WORK WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           PERFORM UNTIL WS-DATE-RESULT = "Y" OR WS-CLAMP-COUNT > 3
               SUBTRACT 1 FROM WS-EXP-DAY
               ADD 1 TO WS-CLAMP-COUNT
               CALL "dateserv" USING WS-DATE-FUNCTION
                   WS-EXPIRY-WORK WS-DATE-2 WS-DATE-DAYS
                   WS-DATE-RESULT
           END-PERFORM.
           MOVE WS-EXPIRY-WORK TO TR-EXPIRY-DATE.

       0600-LIST-EMPLOYEE-TRAINING.
           DISPLAY "EMPLOYEE ID TO LIST: ".
           ACCEPT WS-LIST-EMP-ID.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE WS-LIST-EMP-ID TO TR-EMPLOYEE-ID.
           MOVE LOW-VALUES TO TR-COURSE-CODE.
           MOVE 0 TO WS-LIST-DONE.
           START TRAINING-FILE KEY IS >= TR-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ TRAINING-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF TR-EMPLOYEE-ID NOT = WS-LIST-EMP-ID
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           IF TR-EXPIRY-DATE NOT = 0
                              AND TR-EXPIRY-DATE < WS-TODAY
                               MOVE "EXPIRED" TO WS-CERT-STATE
                           ELSE
                               MOVE "CURRENT" TO WS-CERT-STATE
                           END-IF
                           DISPLAY TR-COURSE-CODE
                                   " COMPLETED " TR-COMPLETED-DATE
                                   " EXPIRES " TR-EXPIRY-DATE " "
                                   WS-CERT-STATE " " TR-CERT-NUMBER
                       END-IF
               END-READ
           END-PERFORM.

       0700-REMOVE-TRAINING.
           DISPLAY "EMPLOYEE ID (7 DIGITS): ".
           ACCEPT TR-EMPLOYEE-ID.
           DISPLAY "COURSE CODE: ".
           ACCEPT TR-COURSE-CODE.
           READ TRAINING-FILE
               KEY IS TR-KEY
               INVALID KEY
                   DISPLAY "NO TRAINING RECORD ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "REMOVE " TR-COURSE-CODE " COMPLETED "
                   TR-COMPLETED-DATE " (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING REMOVED."
               EXIT PARAGRAPH
           END-IF.
           MOVE TR-COMPLETED-DATE TO WS-OLD-COMPLETED.
           DELETE TRAINING-FILE RECORD
               INVALID KEY
                   DISPLAY "REMOVE FAILED, STATUS=" WS-TR-STATUS
               NOT INVALID KEY
                   DISPLAY "TRAINING RECORD REMOVED."
                   MOVE "TRAINING" TO WS-CL-KEY-TYPE
                   MOVE SPACES TO WS-CL-KEY-VALUE
                   STRING TR-EMPLOYEE-ID DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          TR-COURSE-CODE DELIMITED BY SIZE
                          INTO WS-CL-KEY-VALUE
                   END-STRING
                   MOVE "DELETE" TO WS-CL-ACTION
                   MOVE "COMPLETED" TO WS-CL-FIELD-NAME
                   MOVE WS-OLD-COMPLETED TO WS-CL-OLD-DISP
                   MOVE SPACES TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-CHANGE
           END-DELETE.

       0800-VALIDATE-EMPLOYEE.
           IF WS-EMP-AVAILABLE <> "Y"
               MOVE "Y" TO WS-EMP-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EMP-FOUND.
           MOVE TR-EMPLOYEE-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.

       0900-LOG-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE WS-CL-KEY-TYPE   TO CL-KEY-TYPE.
           MOVE WS-CL-KEY-VALUE  TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
