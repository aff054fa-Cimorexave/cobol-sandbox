       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-MANAGER-OK       PIC X.
       01 WS-OLD-MANAGER-ID   PIC 9(7).
       01 WS-OLD-APPROVER     PIC X(8).
       01 WS-BUDGET-INPUT     PIC 9(9)V99.
       01 WS-CL-OLD-BUDGET    PIC -(8)9.99.
       01 WS-CL-NEW-BUDGET    PIC -(8)9.99.
           MOVE WS-BUDGET-INPUT TO DM-ANNUAL-BUDGET.
           DISPLAY "AUTHORIZED POSITIONS (0=NOT CONTROLLED): ".
           ACCEPT DM-AUTH-POSITIONS.
           DISPLAY "TIMESHEET APPROVER OPERATOR ID (BLANK=ANY): ".
           ACCEPT DM-APPROVER-ID.
           MOVE "A" TO DM-ACTIVE-FLAG.
           WRITE DEPT-MASTER-RECORD
               INVALID KEY
           MOVE DM-MANAGER-ID    TO WS-OLD-MANAGER-ID.
           MOVE DM-ANNUAL-BUDGET TO WS-OLD-BUDGET.
           MOVE DM-AUTH-POSITIONS TO WS-OLD-AUTH.
           MOVE DM-APPROVER-ID   TO WS-OLD-APPROVER.
           DISPLAY "DEPARTMENT NAME [" DM-DEPT-NAME "]: ".
           ACCEPT DM-DEPT-NAME.
           DISPLAY "MANAGER EMPLOYEE ID [" DM-MANAGER-ID "]: ".
           DISPLAY "AUTHORIZED POSITIONS ["
                   DM-AUTH-POSITIONS "]: ".
           ACCEPT DM-AUTH-POSITIONS.
           DISPLAY "TIMESHEET APPROVER [" DM-APPROVER-ID
                   "] (BLANK=ANY): ".
           ACCEPT DM-APPROVER-ID.
           REWRITE DEPT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-DM-STATUS
               MOVE DM-AUTH-POSITIONS TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-DEPT-CHANGE
           END-IF.
           IF DM-APPROVER-ID NOT = WS-OLD-APPROVER
               MOVE "APPROVER-ID"    TO WS-CL-FIELD-NAME
               MOVE WS-OLD-APPROVER  TO WS-CL-OLD-DISP
               MOVE DM-APPROVER-ID   TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-DEPT-CHANGE
           END-IF.

       0500-SET-ACTIVE-FLAG.
           DISPLAY "DEPARTMENT CODE: ".
                   DISPLAY "ACTIVE:  " DM-ACTIVE-FLAG
                   DISPLAY "BUDGET:  " DM-ANNUAL-BUDGET
                   DISPLAY "AUTH POSITIONS: " DM-AUTH-POSITIONS
                   DISPLAY "TS APPROVER:    " DM-APPROVER-ID
           END-READ.

       0700-LIST-DEPTS.
