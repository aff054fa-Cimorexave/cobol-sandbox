      *    PICKED UP BY THE ts_release BATCH THAT CUTS
      *    TS-CLEAN-HOURS. REJECTING A WEEK BACKS OUT THE LEAVE
      *    DRAWDOWN OR THE WORKED-WEEK ACCRUAL THE EDIT POSTED.
      *    AFTER THE WEEKS, THE SAME SIGN-OFF DECIDES THE
      *    DEPARTMENT'S PENDING PLANNED-LEAVE REQUESTS (leavereq.cpy,
      *    ENTERED THROUGH leave_request), SHOWING THE EMPLOYEE'S
      *    CURRENT BALANCE BESIDE EACH ONE.
      *    A DEPARTMENT WITH A TIMESHEET APPROVER ON DEPT-MASTER
      *    (DM-APPROVER-ID) IS SIGNED OFF ONLY BY THAT OPERATOR, OR
      *    BY A COLLEAGUE THEY HAVE DELEGATED TO FOR THE DAY ON
      *    APPROVAL-DELEGATION (apprauth DECIDES); EVERY DECISION
      *    MADE UNDER A DELEGATION IS LOGGED WITH BOTH OPERATORS.
      *    NOBODY SIGNS OFF THEIR OWN WEEK OR LEAVE, OR THEIR OWN
      *    MANAGER'S (sodcheck); THOSE ITEMS STAY PENDING FOR
      *    SOMEONE ELSE AND THE ATTEMPT IS LOGGED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-EMPLOYEE-ID
               FILE STATUS IS WS-LB-STATUS.
           SELECT LEAVE-REQUEST-FILE ASSIGN TO "LEAVE-REQUEST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-LR-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-BALANCE.
           COPY "leavebal.cpy".

       FD  LEAVE-REQUEST-FILE.
           COPY "leavereq.cpy".

       FD  DEPT-MASTER.
           COPY "deptmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS      PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-LB-STATUS       PIC XX.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-LB-AVAILABLE     PIC X VALUE "N".
       01 WS-LR-STATUS        PIC XX.
       01 WS-LR-AVAILABLE     PIC X VALUE "N".
       01 WS-LR-APPROVED      PIC 9(5) VALUE 0.
       01 WS-LR-REJECTED      PIC 9(5) VALUE 0.
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-SCAN-DONE        PIC 9(1) VALUE 0.
       01 WS-DEPT-WANTED      PIC X(4).
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-DISP-NAME        PIC X(31).
       01 WS-DM-STATUS        PIC XX.
       01 WS-DM-AVAILABLE     PIC X VALUE "N".
       01 WS-DELEGATED-COUNT  PIC 9(5) VALUE 0.
           COPY "apprauth.cpy".
           COPY "sodcheck.cpy".

       LINKAGE SECTION.
       01 APPROVER-ID         PIC X(8).
               DISPLAY "LEAVE-BALANCE NOT AVAILABLE - REJECTIONS "
                       "WILL NOT BACK OUT LEAVE THIS SESSION."
           END-IF.
           OPEN I-O LEAVE-REQUEST-FILE.
           IF WS-LR-STATUS = "00"
               MOVE "Y" TO WS-LR-AVAILABLE
           END-IF.
           OPEN INPUT DEPT-MASTER.
           IF WS-DM-STATUS = "00"
               MOVE "Y" TO WS-DM-AVAILABLE
           ELSE
               DISPLAY "DEPT-MASTER NOT AVAILABLE - DEPARTMENT "
                       "APPROVERS NOT CHECKED THIS SESSION."
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           PERFORM 0200-WORK-ONE-DEPT UNTIL WS-DONE = 1.
           CLOSE TS-PENDING.
           IF WS-LB-AVAILABLE = "Y"
               CLOSE LEAVE-BALANCE
           END-IF.
           IF WS-LR-AVAILABLE = "Y"
               CLOSE LEAVE-REQUEST-FILE
           END-IF.
           IF WS-DM-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           END-IF.
           DISPLAY "APPROVED: " WS-APPROVED-COUNT
                   "  REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "LEAVE REQUESTS APPROVED: " WS-LR-APPROVED
                   "  REJECTED: " WS-LR-REJECTED.
           IF WS-DELEGATED-COUNT > 0
               DISPLAY "DECIDED UNDER DELEGATION: " WS-DELEGATED-COUNT
           END-IF.
           GOBACK.

       0200-WORK-ONE-DEPT.
               MOVE 1 TO WS-DONE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0250-CHECK-DEPT-APPROVER.
           IF AAC-RESULT = "N"
               DISPLAY "DEPARTMENT " WS-DEPT-WANTED
                       " IS NOT YOURS TO SIGN OFF: " AAC-DETAIL
               EXIT PARAGRAPH
           END-IF.
           IF AAC-RESULT = "D"
               DISPLAY "SIGNING OFF FOR " AAC-APPROVER-ID
                       " UNDER DELEGATION - " AAC-DETAIL
           END-IF.
           MOVE 0 TO WS-SHOWN-COUNT.
           MOVE 0 TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO TP-KEY.
               DISPLAY "NOTHING PENDING FOR DEPARTMENT "
                       WS-DEPT-WANTED "."
           END-IF.
           IF WS-LR-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SHOWN-COUNT.
           MOVE 0 TO WS-SCAN-DONE.
           MOVE LOW-VALUES TO LR-KEY.
           START LEAVE-REQUEST-FILE KEY IS >= LR-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-DONE
           END-START.
           PERFORM 0400-SCAN-ONE-REQUEST UNTIL WS-SCAN-DONE = 1.
           IF WS-SHOWN-COUNT = 0
               DISPLAY "NO LEAVE REQUESTS PENDING FOR DEPARTMENT "
                       WS-DEPT-WANTED "."
           END-IF.

      *****************************************************************
      *    THE DEPARTMENT'S ASSIGNED APPROVER, IF IT HAS ONE, SIGNS
      *    OFF ITS WEEKS AND LEAVE; ANYONE ELSE NEEDS A DELEGATION
      *    FROM THEM COVERING TODAY. NO APPROVER (OR NO DEPT-MASTER
      *    ON HAND) LEAVES THE DEPARTMENT OPEN AS BEFORE.
      *****************************************************************
       0250-CHECK-DEPT-APPROVER.
           MOVE SPACES TO APPROVAL-AUTH-CHECK.
           MOVE "CHK " TO AAC-FUNCTION.
           MOVE APPROVER-ID TO AAC-OPERATOR-ID.
           MOVE WS-TODAY TO AAC-DATE.
           MOVE "ts_approve" TO AAC-PROGRAM.
           IF WS-DM-AVAILABLE = "Y"
               MOVE WS-DEPT-WANTED TO DM-DEPT-CODE
               READ DEPT-MASTER
                   KEY IS DM-DEPT-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DM-APPROVER-ID TO AAC-APPROVER-ID
               END-READ
           END-IF.
           CALL "apprauth" USING APPROVAL-AUTH-CHECK.

       0300-SCAN-ONE-PENDING.
           READ TS-PENDING NEXT RECORD
                   "  OT " TP-OVERTIME-HOURS.
           DISPLAY "A=APPROVE  R=REJECT  S=SKIP  X=STOP: ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "A" OR "a" OR "R" OR "r"
               MOVE TP-EMPLOYEE-ID TO SOD-EMPLOYEE-ID
               MOVE "TSDECIDE" TO SOD-ACTION
               PERFORM 0360-CHECK-SEGREGATION
               IF SOD-RESULT NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE WS-REPLY
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO TP-STATUS
                   MOVE "APPROVE" TO AAC-DECISION
                   PERFORM 0330-STAMP-AND-REWRITE
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO TP-STATUS
                   MOVE "REJECT" TO AAC-DECISION
                   PERFORM 0330-STAMP-AND-REWRITE
                   PERFORM 0340-BACK-OUT-LEAVE
                   ADD 1 TO WS-REJECTED-COUNT
               INVALID KEY
                   DISPLAY "TS-PENDING REWRITE FAILED FOR "
                           TP-EMPLOYEE-ID " " TP-WEEK-ENDING
               NOT INVALID KEY
                   IF AAC-RESULT = "D"
                       MOVE SPACES TO AAC-ITEM
                       STRING "TS " DELIMITED BY SIZE
                              TP-EMPLOYEE-ID DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              TP-WEEK-ENDING DELIMITED BY SIZE
                              INTO AAC-ITEM
                       END-STRING
                       PERFORM 0350-LOG-DELEGATED-DECISION
                   END-IF
           END-REWRITE.

      *****************************************************************
                   DISPLAY "LEAVE-BALANCE REWRITE FAILED FOR "
                           LB-EMPLOYEE-ID
           END-REWRITE.

      *    THE RECORD CARRIES THE DELEGATE WHO SIGNED; THE LOG
      *    CARRIES THE APPROVER THEY SIGNED FOR.
       0350-LOG-DELEGATED-DECISION.
           MOVE "LOG " TO AAC-FUNCTION.
           CALL "apprauth" USING APPROVAL-AUTH-CHECK.
           IF AAC-RESULT NOT = "Y"
               DISPLAY "WARNING: " AAC-DETAIL
           END-IF.
           MOVE "CHK " TO AAC-FUNCTION.
           MOVE "D" TO AAC-RESULT.
           ADD 1 TO WS-DELEGATED-COUNT.

      *    THE ITEM IS LEFT PENDING, UNTOUCHED, FOR ANOTHER
      *    SUPERVISOR; sodcheck HAS LOGGED THE ATTEMPT.
       0360-CHECK-SEGREGATION.
           MOVE APPROVER-ID TO SOD-OPERATOR-ID.
           MOVE "ts_approve" TO SOD-PROGRAM.
           CALL "sodcheck" USING SOD-CHECK.
           IF SOD-RESULT NOT = "Y"
               DISPLAY "  " SOD-DETAIL " - LEFT PENDING FOR ANOTHER "
                       "SUPERVISOR."
           END-IF.

       0400-SCAN-ONE-REQUEST.
           READ LEAVE-REQUEST-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-SCAN-DONE
               NOT AT END
                   IF LR-PENDING
                      AND LR-DEPARTMENT = WS-DEPT-WANTED
                       PERFORM 0410-DECIDE-ONE-REQUEST
                   END-IF
           END-READ.

      *    THE ENTRY CHECKED THE PROJECTED BALANCE; THE CURRENT ONE
      *    IS SHOWN SO THE SUPERVISOR SEES WHAT IS BANKED TODAY.
       0410-DECIDE-ONE-REQUEST.
           ADD 1 TO WS-SHOWN-COUNT.
           MOVE LR-EMPLOYEE-ID TO TP-EMPLOYEE-ID.
           PERFORM 0320-SHOW-EMPLOYEE-NAME.
           DISPLAY "LEAVE REQUEST " LR-EMPLOYEE-ID " " WS-DISP-NAME.
           DISPLAY "  " LR-START-DATE " TO " LR-END-DATE
                   "  " LR-DAILY-HOURS "/DAY  TOTAL " LR-TOTAL-HOURS.
           IF WS-LB-AVAILABLE = "Y"
               MOVE LR-EMPLOYEE-ID TO LB-EMPLOYEE-ID
               READ LEAVE-BALANCE
                   KEY IS LB-EMPLOYEE-ID
                   INVALID KEY
                       DISPLAY "  NO LEAVE BALANCE ON FILE"
                   NOT INVALID KEY
                       DISPLAY "  BALANCE TODAY " LB-BALANCE-HOURS
               END-READ
           END-IF.
           DISPLAY "A=APPROVE  R=REJECT  S=SKIP  X=STOP: ".
           ACCEPT WS-REPLY.
           IF WS-REPLY = "A" OR "a" OR "R" OR "r"
               MOVE LR-EMPLOYEE-ID TO SOD-EMPLOYEE-ID
               MOVE "LVDECIDE" TO SOD-ACTION
               PERFORM 0360-CHECK-SEGREGATION
               IF SOD-RESULT NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE WS-REPLY
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO LR-STATUS
                   MOVE "APPROVE" TO AAC-DECISION
                   PERFORM 0420-STAMP-REQUEST
                   ADD 1 TO WS-LR-APPROVED
               WHEN "R"
               WHEN "r"
                   MOVE "R" TO LR-STATUS
                   MOVE "REJECT" TO AAC-DECISION
                   PERFORM 0420-STAMP-REQUEST
                   ADD 1 TO WS-LR-REJECTED
               WHEN "X"
               WHEN "x"
                   MOVE 1 TO WS-SCAN-DONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0420-STAMP-REQUEST.
           MOVE WS-TODAY TO LR-DECISION-DATE.
           MOVE APPROVER-ID TO LR-DECIDED-BY.
           REWRITE LEAVE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "LEAVE-REQUEST REWRITE FAILED FOR "
                           LR-EMPLOYEE-ID " " LR-START-DATE
               NOT INVALID KEY
                   IF AAC-RESULT = "D"
                       MOVE SPACES TO AAC-ITEM
                       STRING "LV " DELIMITED BY SIZE
                              LR-EMPLOYEE-ID DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              LR-START-DATE DELIMITED BY SIZE
                              INTO AAC-ITEM
                       END-STRING
                       PERFORM 0350-LOG-DELEGATED-DECISION
                   END-IF
           END-REWRITE.
