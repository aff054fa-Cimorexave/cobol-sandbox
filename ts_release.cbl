           MOVE TP-OVERTIME-HOURS TO TC-OVERTIME-HOURS.
           MOVE TP-OT-FLAG TO TC-OT-FLAG.
           MOVE TP-HOURS-TYPE TO TC-HOURS-TYPE.
      *    A WEEK QUEUED BEFORE THE PREMIUM BUCKETS EXISTED HAS
      *    NONE.
           IF TP-HOLIDAY-HOURS IS NUMERIC
               MOVE TP-HOLIDAY-HOURS TO TC-HOLIDAY-HOURS
           ELSE
               MOVE 0 TO TC-HOLIDAY-HOURS
           END-IF.
           IF TP-SHIFT-HOURS IS NUMERIC
               MOVE TP-SHIFT-HOURS TO TC-SHIFT-HOURS
           ELSE
               MOVE 0 TO TC-SHIFT-HOURS
           END-IF.

       LIST-WAITING-WEEK.
           MOVE TP-EMPLOYEE-ID TO AL-EMP-ID.
