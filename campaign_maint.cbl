      *    CAMPAIGN-MASTER ENTRIES (campmast.cpy) AND LOGS EVERY
      *    ACTION TO THE SHARED CHANGE-LOG. ISSUANCE BATCHES TAG
      *    VOUCHERS WITH THESE CODES AND THE PERFORMANCE REPORT
      *    READS THE BUDGET FROM HERE. EACH CAMPAIGN ALSO CARRIES
      *    ITS LOYALTY EARN RULE - POINTS PER DOLLAR ON ISSUE AND ON
      *    TOP-UP, AND THE DAYS THE POINTS LIVE - WHICH loyalpts
      *    APPLIES WHILE THE CAMPAIGN RUNS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-POINTS-INPUT     PIC 9(3)V99.
       01 WS-LIFE-INPUT       PIC 9(4).
       01 WS-OLD-ISSUE-PTS    PIC 9(3)V99.
       01 WS-OLD-TOPUP-PTS    PIC 9(3)V99.
       01 WS-OLD-LIFE-DAYS    PIC 9(4).
       01 WS-CL-OLD-PTS       PIC ZZ9.99.
       01 WS-CL-NEW-PTS       PIC ZZ9.99.
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           DISPLAY "BUDGET: ".
           ACCEPT WS-BUDGET-INPUT.
           MOVE WS-BUDGET-INPUT TO CP-BUDGET.
           PERFORM 0330-ACCEPT-POINTS-RULE.
           WRITE CAMPAIGN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-CP-STATUS
               MOVE "N" TO WS-DATE-RESULT
           END-IF.

      *    ZERO RATES MEAN THE CAMPAIGN EARNS NO POINTS; ZERO DAYS
      *    MEANS THE STANDARD LOYALTY-LIFE-DAYS.
       0330-ACCEPT-POINTS-RULE.
           DISPLAY "POINTS PER DOLLAR ISSUED: ".
           ACCEPT WS-POINTS-INPUT.
           MOVE WS-POINTS-INPUT TO CP-ISSUE-POINTS.
           DISPLAY "POINTS PER DOLLAR TOPPED UP: ".
           ACCEPT WS-POINTS-INPUT.
           MOVE WS-POINTS-INPUT TO CP-TOPUP-POINTS.
           DISPLAY "DAYS POINTS LIVE (0 = STANDARD): ".
           ACCEPT WS-LIFE-INPUT.
           MOVE WS-LIFE-INPUT TO CP-POINTS-LIFE-DAYS.

       0400-CHANGE-CAMPAIGN.
           DISPLAY "CAMPAIGN CODE TO CHANGE: ".
           ACCEPT CP-CAMPAIGN-CODE.
       0410-CHANGE-FIELDS.
           MOVE CP-DESCRIPTION TO WS-OLD-DESC.
           MOVE CP-BUDGET TO WS-OLD-BUDGET.
           MOVE CP-ISSUE-POINTS TO WS-OLD-ISSUE-PTS.
           MOVE CP-TOPUP-POINTS TO WS-OLD-TOPUP-PTS.
           MOVE CP-POINTS-LIFE-DAYS TO WS-OLD-LIFE-DAYS.
           DISPLAY "DESCRIPTION [" CP-DESCRIPTION "]: ".
           ACCEPT CP-DESCRIPTION.
           PERFORM 0320-ACCEPT-DATES.
           DISPLAY "BUDGET: ".
           ACCEPT WS-BUDGET-INPUT.
           MOVE WS-BUDGET-INPUT TO CP-BUDGET.
           DISPLAY "ISSUE POINTS [" CP-ISSUE-POINTS "] TOP-UP POINTS ["
                   CP-TOPUP-POINTS "] DAYS [" CP-POINTS-LIFE-DAYS "]".
           PERFORM 0330-ACCEPT-POINTS-RULE.
           REWRITE CAMPAIGN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-CP-STATUS
               MOVE WS-CL-NEW-AMT  TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CAMPAIGN-CHANGE
           END-IF.
           IF CP-ISSUE-POINTS NOT = WS-OLD-ISSUE-PTS
               MOVE "ISSUE POINTS"   TO WS-CL-FIELD-NAME
               MOVE WS-OLD-ISSUE-PTS TO WS-CL-OLD-PTS
               MOVE CP-ISSUE-POINTS  TO WS-CL-NEW-PTS
               MOVE WS-CL-OLD-PTS    TO WS-CL-OLD-DISP
               MOVE WS-CL-NEW-PTS    TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CAMPAIGN-CHANGE
           END-IF.
           IF CP-TOPUP-POINTS NOT = WS-OLD-TOPUP-PTS
               MOVE "TOPUP POINTS"   TO WS-CL-FIELD-NAME
               MOVE WS-OLD-TOPUP-PTS TO WS-CL-OLD-PTS
               MOVE CP-TOPUP-POINTS  TO WS-CL-NEW-PTS
               MOVE WS-CL-OLD-PTS    TO WS-CL-OLD-DISP
               MOVE WS-CL-NEW-PTS    TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CAMPAIGN-CHANGE
           END-IF.
           IF CP-POINTS-LIFE-DAYS NOT = WS-OLD-LIFE-DAYS
               MOVE "POINTS LIFE"    TO WS-CL-FIELD-NAME
               MOVE WS-OLD-LIFE-DAYS TO WS-CL-OLD-DISP
               MOVE CP-POINTS-LIFE-DAYS TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CAMPAIGN-CHANGE
           END-IF.

       0600-INQUIRE-CAMPAIGN.
           DISPLAY "CAMPAIGN CODE: ".
                   DISPLAY "RUNS:        " CP-START-DATE " - "
                           CP-END-DATE
                   DISPLAY "BUDGET:      " CP-BUDGET
                   DISPLAY "POINTS:      " CP-ISSUE-POINTS
                           " PER $ ISSUED, " CP-TOPUP-POINTS
                           " PER $ TOPPED UP, LIVE "
                           CP-POINTS-LIFE-DAYS " DAYS"
           END-READ.

       0700-LIST-CAMPAIGNS.
