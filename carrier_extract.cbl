      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  carrier_extract.
      *****************************************************************
      *    BENEFIT CARRIER ELIGIBILITY EXTRACT, ONE PLAN PER RUN.
      *    COMMAND LINE: PLAN CODE, OPTIONALLY FOLLOWED BY "FULL".
      *    A CHANGE FEED COMPARES EVERY ENROLLMENT IN THE PLAN WITH
      *    WHAT WAS LAST SENT (CARRIER-SENT, carrsent.cpy) AND SENDS
      *    ADDS, CHANGES (DATES, DEFERRAL OR ANY CHANGE TO THE
      *    EMPLOYEE'S DEPENDENTS SINCE) AND TERMINATIONS, EACH WITH
      *    ITS COVERED DEPENDENTS FROM BEN-DEPENDENTS. "FULL" SENDS
      *    EVERY ENROLLMENT STILL IN FORCE SO THE CARRIER CAN
      *    RECONCILE ITS WHOLE FILE, AND RESETS CARRIER-SENT TO
      *    MATCH. EVERY FEED GOES ON THE CARRIER-XMIT-LOG REGISTER
      *    (carrxmit.cpy) FOR carrier_ack; ONLY A FULL FEED MAY BE
      *    RERUN FOR THE SAME PLAN AND BUSINESS DATE.
      *
      *    CARRIER-FEED RECORDS:
      *      HDR  COLS 1-3 "HDR"  4-7 PLAN  8-15 EXTRACT DATE
      *           16 FEED TYPE C/F  17-46 PLAN DESCRIPTION
      *      EMP  COLS 1-3 "EMP"  4-10 EMPLOYEE-ID  11-13 ACTION
      *           ADD/CHG/TRM/FUL  14-28 FIRST NAME  29-43 LAST NAME
      *           44-51 EFF DATE  52-59 END DATE  60-64 DEFER PCT
      *           9(3)V99  65-66 DEPENDENT COUNT  67 ON-MASTER Y/N
      *      DEP  COLS 1-3 "DEP"  4-10 EMPLOYEE-ID  11-12 DEP SEQ
      *           13 RELATIONSHIP S/C/D  14-28 FIRST NAME
      *           29-43 LAST NAME  44-51 BIRTH DATE  52-59 END DATE
      *      TRL  COLS 1-3 "TRL"  4-10 EMP COUNT  11-17 DEP COUNT
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIT-PLANS ASSIGN TO "BENEFIT-PLANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLAN-CODE
               FILE STATUS IS WS-BP-STATUS.
           SELECT BEN-ENROLL ASSIGN TO "BEN-ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-BE-STATUS.
           SELECT BEN-DEPENDENTS ASSIGN TO "BEN-DEPENDENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CARRIER-SENT ASSIGN TO "CARRIER-SENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-KEY
               FILE STATUS IS WS-CS-STATUS.
           SELECT CARRIER-XMIT-LOG ASSIGN TO "CARRIER-XMIT-LOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-KEY
               FILE STATUS IS WS-CX-STATUS.
           SELECT CARRIER-FEED-FILE ASSIGN TO "CARRIER-FEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CF-STATUS.
           SELECT XMIT-RPT-FILE ASSIGN TO "CARRIER-EXTRACT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-PLANS.
           COPY "benplan.cpy".

       FD  BEN-ENROLL.
           COPY "benenrl.cpy".

       FD  BEN-DEPENDENTS.
           COPY "benedep.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  CARRIER-SENT.
           COPY "carrsent.cpy".

       FD  CARRIER-XMIT-LOG.
           COPY "carrxmit.cpy".

       FD  CARRIER-FEED-FILE.
       01  CARRIER-FEED-RECORD  PIC X(80).

       FD  XMIT-RPT-FILE.
       01  XMIT-RPT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BP-STATUS        PIC XX.
       01 WS-BE-STATUS        PIC XX.
       01 WS-BD-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-CS-STATUS        PIC XX.
       01 WS-CX-STATUS        PIC XX.
       01 WS-CF-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-DEP-EOF          PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-PARM-PLAN        PIC X(4).
       01 WS-PARM-MODE        PIC X(4).
       01 WS-FEED-TYPE        PIC X VALUE "C".
       01 WS-EXTRACT-DATE     PIC 9(8).
       01 WS-RUN-STAMP.
           05 WS-RUN-DATE     PIC 9(8).
           05 WS-RUN-TIME     PIC 9(6).
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-DEP-AVAILABLE    PIC X VALUE "N".
       01 WS-EMP-FOUND        PIC X.
       01 WS-SENT-FOUND       PIC X.
       01 WS-PRIOR-STAMP      PIC 9(14).
       01 WS-ACTION           PIC X(3).
       01 WS-DEPS-CHANGED     PIC X.
       01 WS-ENROLL-READ      PIC 9(7) VALUE 0.
       01 WS-EMP-SENT         PIC 9(7) VALUE 0.
       01 WS-DEP-SENT         PIC 9(7) VALUE 0.
       01 WS-ADD-COUNT        PIC 9(7) VALUE 0.
       01 WS-CHG-COUNT        PIC 9(7) VALUE 0.
       01 WS-TRM-COUNT        PIC 9(7) VALUE 0.
       01 WS-FUL-COUNT        PIC 9(7) VALUE 0.
       01 WS-NOT-ON-MASTER    PIC 9(7) VALUE 0.
       01 WS-DEP-IDX          PIC 9(2).
       01 WS-PLAN-IDX         PIC 9(1).
       01 WS-DEP-COUNT        PIC 9(2).
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 20 TIMES.
              10 WS-DEP-SEQ       PIC 9(2).
              10 WS-DEP-REL       PIC X.
              10 WS-DEP-FIRST     PIC X(15).
              10 WS-DEP-LAST      PIC X(15).
              10 WS-DEP-BIRTH     PIC 9(8).
              10 WS-DEP-END       PIC 9(8).

       01 WS-HDR-RECORD.
           05 FILLER          PIC X(3) VALUE "HDR".
           05 HDR-PLAN        PIC X(4).
           05 HDR-DATE        PIC 9(8).
           05 HDR-FEED-TYPE   PIC X.
           05 HDR-DESC        PIC X(30).
           05 FILLER          PIC X(34) VALUE SPACES.

       01 WS-EMP-RECORD.
           05 FILLER          PIC X(3) VALUE "EMP".
           05 EMP-ID          PIC 9(7).
           05 EMP-ACTION      PIC X(3).
           05 EMP-FIRST-NAME  PIC X(15).
           05 EMP-LAST-NAME   PIC X(15).
           05 EMP-EFF-DATE    PIC 9(8).
           05 EMP-END-DATE    PIC 9(8).
           05 EMP-DEFER-PCT   PIC 9(3)V99.
           05 EMP-DEP-COUNT   PIC 9(2).
           05 EMP-ON-MASTER   PIC X.
           05 FILLER          PIC X(13) VALUE SPACES.

       01 WS-DEP-RECORD.
           05 FILLER          PIC X(3) VALUE "DEP".
           05 DEP-EMP-ID      PIC 9(7).
           05 DEP-SEQ         PIC 9(2).
           05 DEP-RELATION    PIC X.
           05 DEP-FIRST-NAME  PIC X(15).
           05 DEP-LAST-NAME   PIC X(15).
           05 DEP-BIRTH-DATE  PIC 9(8).
           05 DEP-END-DATE    PIC 9(8).
           05 FILLER          PIC X(21) VALUE SPACES.

       01 WS-TRL-RECORD.
           05 FILLER          PIC X(3) VALUE "TRL".
           05 TRL-EMP-COUNT   PIC 9(7).
           05 TRL-DEP-COUNT   PIC 9(7).
           05 FILLER          PIC X(63) VALUE SPACES.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(23) VALUE
              "CARRIER FEED FOR PLAN ".
           05 RH-PLAN         PIC X(4).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-DESC         PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-DATE         PIC 9(4)/99/99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RH-TYPE         PIC X(7).
       01 WS-RPT-DETAIL.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-EMP-ID       PIC 9(7).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-ACTION       PIC X(3).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RD-LAST-NAME    PIC X(15).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RD-FIRST-NAME   PIC X(15).
           05 FILLER          PIC X(6) VALUE "  END ".
           05 RD-END-DATE     PIC 9(8).
           05 FILLER          PIC X(7) VALUE "  DEPS ".
           05 RD-DEPS         PIC Z9.
       01 WS-RPT-LINE-1.
           05 FILLER          PIC X(26) VALUE
              "ENROLLMENTS IN PLAN:      ".
           05 RL-READ         PIC ZZZZZZ9.
       01 WS-RPT-LINE-2.
           05 FILLER          PIC X(8) VALUE "ADDS: ".
           05 RL-ADDS         PIC ZZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  CHANGES: ".
           05 RL-CHANGES      PIC ZZZZZZ9.
           05 FILLER          PIC X(9) VALUE "  TERMS: ".
           05 RL-TERMS        PIC ZZZZZZ9.
           05 FILLER          PIC X(8) VALUE "  FULL: ".
           05 RL-FULL         PIC ZZZZZZ9.
       01 WS-RPT-LINE-3.
           05 FILLER          PIC X(26) VALUE
              "EMPLOYEE RECORDS SENT:    ".
           05 RL-SENT         PIC ZZZZZZ9.
       01 WS-RPT-LINE-4.
           05 FILLER          PIC X(26) VALUE
              "DEPENDENT RECORDS SENT:   ".
           05 RL-DEPS         PIC ZZZZZZ9.
       01 WS-RPT-LINE-5.
           05 FILLER          PIC X(26) VALUE
              "NOT ON MASTER (SENT N):   ".
           05 RL-NOMAST       PIC ZZZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           MOVE SPACES TO WS-PARM-PLAN WS-PARM-MODE.
           UNSTRING WS-PARAM DELIMITED BY ALL SPACE
               INTO WS-PARM-PLAN WS-PARM-MODE
           END-UNSTRING.
           IF WS-PARM-MODE = "FULL"
               MOVE "F" TO WS-FEED-TYPE
           END-IF.
           CALL "bizdate" USING WS-EXTRACT-DATE.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           OPEN INPUT BENEFIT-PLANS.
           IF WS-BP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN BENEFIT-PLANS, STATUS="
                       WS-BP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-PLAN TO BP-PLAN-CODE.
           READ BENEFIT-PLANS
               KEY IS BP-PLAN-CODE
               INVALID KEY
                   DISPLAY "ERROR: PLAN '" WS-PARM-PLAN
                           "' NOT ON BENEFIT-PLANS"
                   CLOSE BENEFIT-PLANS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE BENEFIT-PLANS.
           PERFORM CHECK-ALREADY-SENT.
           OPEN INPUT BEN-ENROLL.
           IF WS-BE-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN BEN-ENROLL, STATUS="
                       WS-BE-STATUS
               CLOSE CARRIER-XMIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CARRIER-SENT.
           IF WS-CS-STATUS = "35"
               OPEN OUTPUT CARRIER-SENT
               CLOSE CARRIER-SENT
               OPEN I-O CARRIER-SENT
           END-IF.
           IF WS-CS-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN CARRIER-SENT, STATUS="
                       WS-CS-STATUS
               CLOSE BEN-ENROLL
               CLOSE CARRIER-XMIT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BEN-DEPENDENTS.
           IF WS-BD-STATUS = "00"
               MOVE "Y" TO WS-DEP-AVAILABLE
           ELSE
               DISPLAY "BEN-DEPENDENTS NOT AVAILABLE - EMPLOYEES "
                       "SENT WITHOUT DEPENDENTS."
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               MOVE "Y" TO WS-EMP-AVAILABLE
           END-IF.
           OPEN OUTPUT CARRIER-FEED-FILE.
           OPEN OUTPUT XMIT-RPT-FILE.
           MOVE BP-PLAN-CODE TO HDR-PLAN RH-PLAN.
           MOVE WS-EXTRACT-DATE TO HDR-DATE RH-DATE.
           MOVE WS-FEED-TYPE TO HDR-FEED-TYPE.
           MOVE BP-DESCRIPTION TO HDR-DESC RH-DESC.
           IF WS-FEED-TYPE = "F"
               MOVE "FULL" TO RH-TYPE
           ELSE
               MOVE "CHANGES" TO RH-TYPE
           END-IF.
           WRITE CARRIER-FEED-RECORD FROM WS-HDR-RECORD.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-HEADER.
           MOVE BP-PLAN-CODE TO BE-PLAN-CODE.
           MOVE 0 TO BE-EMPLOYEE-ID.
           START BEN-ENROLL KEY IS >= BE-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM EXTRACT-ENROLLMENTS UNTIL WS-EOF = 1.
           MOVE WS-EMP-SENT TO TRL-EMP-COUNT.
           MOVE WS-DEP-SENT TO TRL-DEP-COUNT.
           WRITE CARRIER-FEED-RECORD FROM WS-TRL-RECORD.
           CLOSE CARRIER-FEED-FILE.
           CLOSE BEN-ENROLL.
           CLOSE CARRIER-SENT.
           IF WS-DEP-AVAILABLE = "Y"
               CLOSE BEN-DEPENDENTS
           END-IF.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           PERFORM REGISTER-TRANSMISSION.
           PERFORM WRITE-TRANSMITTAL-TOTALS.
           CLOSE XMIT-RPT-FILE.
           DISPLAY "CARRIER EXTRACT COMPLETE FOR PLAN " BP-PLAN-CODE
                   ". EMPLOYEES SENT: " WS-EMP-SENT
                   " DEPENDENTS: " WS-DEP-SENT.
           IF WS-NOT-ON-MASTER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    THE FEED FILE IS CUT FRESH EACH RUN, SO A SECOND CHANGE
      *    FEED FOR THE SAME PLAN AND DATE WOULD OVERWRITE THE FIRST
      *    WITH NOTHING (CARRIER-SENT ALREADY REFLECTS IT). ONLY A
      *    FULL FEED MAY BE CUT AGAIN.
       CHECK-ALREADY-SENT.
           OPEN I-O CARRIER-XMIT-LOG.
           IF WS-CX-STATUS = "35"
               OPEN OUTPUT CARRIER-XMIT-LOG
               CLOSE CARRIER-XMIT-LOG
               OPEN I-O CARRIER-XMIT-LOG
           END-IF.
           IF WS-CX-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN CARRIER-XMIT-LOG, STATUS="
                       WS-CX-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BP-PLAN-CODE TO CX-PLAN-CODE.
           MOVE WS-EXTRACT-DATE TO CX-EXTRACT-DATE.
           READ CARRIER-XMIT-LOG
               KEY IS CX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-FEED-TYPE <> "F"
                       DISPLAY "ERROR: PLAN " BP-PLAN-CODE
                               " ALREADY SENT FOR " WS-EXTRACT-DATE
                               " - RUN WITH FULL TO RESEND"
                       CLOSE CARRIER-XMIT-LOG
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       EXTRACT-ENROLLMENTS.
           READ BEN-ENROLL NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF BE-PLAN-CODE = BP-PLAN-CODE
                       ADD 1 TO WS-ENROLL-READ
                       PERFORM EXAMINE-ONE-ENROLLMENT
                   END-IF
           END-READ.

      *    ADD: NEVER SENT AND STILL IN FORCE. TRM: THE END DATE WAS
      *    SET SINCE IT WAS SENT. CHG: ANY OTHER DIFFERENCE FROM WHAT
      *    WAS SENT, A REINSTATEMENT, OR A DEPENDENT ADDED, CHANGED
      *    OR ENDED SINCE. A FULL FEED SENDS ALL IN FORCE AS FUL.
       EXAMINE-ONE-ENROLLMENT.
           MOVE BE-PLAN-CODE TO CS-PLAN-CODE.
           MOVE BE-EMPLOYEE-ID TO CS-EMPLOYEE-ID.
           READ CARRIER-SENT
               KEY IS CS-KEY
               INVALID KEY
                   MOVE "N" TO WS-SENT-FOUND
                   MOVE 0 TO WS-PRIOR-STAMP
               NOT INVALID KEY
                   MOVE "Y" TO WS-SENT-FOUND
                   MOVE CS-SENT-STAMP TO WS-PRIOR-STAMP
           END-READ.
           PERFORM LOAD-DEPENDENTS.
           MOVE SPACES TO WS-ACTION.
           IF WS-FEED-TYPE = "F"
               IF BE-END-DATE = 0
                  OR BE-END-DATE >= WS-EXTRACT-DATE
                   MOVE "FUL" TO WS-ACTION
               END-IF
           ELSE
               IF WS-SENT-FOUND = "N"
                   IF BE-END-DATE = 0
                      OR BE-END-DATE >= WS-EXTRACT-DATE
                       MOVE "ADD" TO WS-ACTION
                   END-IF
               ELSE
                   IF BE-END-DATE NOT = CS-END-DATE
                       IF BE-END-DATE = 0
                           MOVE "CHG" TO WS-ACTION
                       ELSE
                           MOVE "TRM" TO WS-ACTION
                       END-IF
                   ELSE
                       IF BE-EFF-DATE NOT = CS-EFF-DATE
                          OR BE-DEFER-PCT NOT = CS-DEFER-PCT
                          OR WS-DEP-COUNT NOT = CS-DEP-COUNT
                          OR WS-DEPS-CHANGED = "Y"
                           MOVE "CHG" TO WS-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-ACTION NOT = SPACES
               PERFORM SEND-ONE-ENROLLMENT
           END-IF.
           IF WS-ACTION NOT = SPACES OR WS-FEED-TYPE = "F"
               PERFORM RECORD-AS-SENT
           END-IF.

      *    THE EMPLOYEE'S DEPENDENTS COVERED UNDER THIS PLAN AND NOT
      *    ENDED BEFORE THE LAST FEED, AND WHETHER ANY DEPENDENT OF
      *    THE EMPLOYEE WAS TOUCHED SINCE THAT FEED.
       LOAD-DEPENDENTS.
           MOVE 0 TO WS-DEP-COUNT.
           MOVE "N" TO WS-DEPS-CHANGED.
           IF WS-DEP-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE BE-EMPLOYEE-ID TO BD-EMPLOYEE-ID.
           MOVE 0 TO BD-DEP-SEQ.
           MOVE 0 TO WS-DEP-EOF.
           START BEN-DEPENDENTS KEY IS >= BD-KEY
               INVALID KEY
                   MOVE 1 TO WS-DEP-EOF
           END-START.
           PERFORM UNTIL WS-DEP-EOF = 1
               READ BEN-DEPENDENTS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-DEP-EOF
                   NOT AT END
                       IF BD-EMPLOYEE-ID NOT = BE-EMPLOYEE-ID
                           MOVE 1 TO WS-DEP-EOF
                       ELSE
                           PERFORM CONSIDER-ONE-DEPENDENT
                       END-IF
               END-READ
           END-PERFORM.

       CONSIDER-ONE-DEPENDENT.
           IF BD-CHANGE-STAMP > WS-PRIOR-STAMP
               MOVE "Y" TO WS-DEPS-CHANGED
           END-IF.
           IF BD-END-DATE NOT = 0
              AND BD-CHANGE-STAMP NOT > WS-PRIOR-STAMP
              AND BD-END-DATE < WS-EXTRACT-DATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > 5
               IF BD-PLAN-CODE (WS-PLAN-IDX) = BE-PLAN-CODE
                  AND WS-DEP-COUNT < 20
                   ADD 1 TO WS-DEP-COUNT
                   MOVE BD-DEP-SEQ TO WS-DEP-SEQ (WS-DEP-COUNT)
                   MOVE BD-RELATIONSHIP TO WS-DEP-REL (WS-DEP-COUNT)
                   MOVE BD-FIRST-NAME TO WS-DEP-FIRST (WS-DEP-COUNT)
                   MOVE BD-LAST-NAME TO WS-DEP-LAST (WS-DEP-COUNT)
                   MOVE BD-BIRTH-DATE TO WS-DEP-BIRTH (WS-DEP-COUNT)
                   MOVE BD-END-DATE TO WS-DEP-END (WS-DEP-COUNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SEND-ONE-ENROLLMENT.
           MOVE "N" TO WS-EMP-FOUND.
           IF WS-EMP-AVAILABLE = "Y"
               MOVE BE-EMPLOYEE-ID TO EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   KEY IS EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-FOUND
               END-READ
           END-IF.
           MOVE BE-EMPLOYEE-ID TO EMP-ID.
           MOVE WS-ACTION TO EMP-ACTION.
           IF WS-EMP-FOUND = "Y"
               MOVE FIRST-NAME TO EMP-FIRST-NAME
               MOVE LAST-NAME TO EMP-LAST-NAME
               MOVE "Y" TO EMP-ON-MASTER
           ELSE
               ADD 1 TO WS-NOT-ON-MASTER
               MOVE SPACES TO EMP-FIRST-NAME
               MOVE SPACES TO EMP-LAST-NAME
               MOVE "N" TO EMP-ON-MASTER
           END-IF.
           MOVE BE-EFF-DATE TO EMP-EFF-DATE.
           MOVE BE-END-DATE TO EMP-END-DATE.
           MOVE BE-DEFER-PCT TO EMP-DEFER-PCT.
      *    A TERMINATION ENDS THE WHOLE FAMILY'S COVERAGE.
           IF WS-ACTION = "TRM"
               MOVE 0 TO WS-DEP-COUNT
           END-IF.
           MOVE WS-DEP-COUNT TO EMP-DEP-COUNT.
           WRITE CARRIER-FEED-RECORD FROM WS-EMP-RECORD.
           ADD 1 TO WS-EMP-SENT.
           EVALUATE WS-ACTION
               WHEN "ADD"
                   ADD 1 TO WS-ADD-COUNT
               WHEN "CHG"
                   ADD 1 TO WS-CHG-COUNT
               WHEN "TRM"
                   ADD 1 TO WS-TRM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FUL-COUNT
           END-EVALUATE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE BE-EMPLOYEE-ID TO DEP-EMP-ID
               MOVE WS-DEP-SEQ (WS-DEP-IDX) TO DEP-SEQ
               MOVE WS-DEP-REL (WS-DEP-IDX) TO DEP-RELATION
               MOVE WS-DEP-FIRST (WS-DEP-IDX) TO DEP-FIRST-NAME
               MOVE WS-DEP-LAST (WS-DEP-IDX) TO DEP-LAST-NAME
               MOVE WS-DEP-BIRTH (WS-DEP-IDX) TO DEP-BIRTH-DATE
               MOVE WS-DEP-END (WS-DEP-IDX) TO DEP-END-DATE
               WRITE CARRIER-FEED-RECORD FROM WS-DEP-RECORD
               ADD 1 TO WS-DEP-SENT
           END-PERFORM.
           MOVE BE-EMPLOYEE-ID TO RD-EMP-ID.
           MOVE WS-ACTION TO RD-ACTION.
           MOVE EMP-LAST-NAME TO RD-LAST-NAME.
           MOVE EMP-FIRST-NAME TO RD-FIRST-NAME.
           MOVE BE-END-DATE TO RD-END-DATE.
           MOVE WS-DEP-COUNT TO RD-DEPS.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-DETAIL.

      *    CARRIER-SENT NOW HOLDS THE ENROLLMENT AS THE CARRIER HAS
      *    IT, STAMPED WITH THIS RUN SO LATER DEPENDENT CHANGES SHOW.
       RECORD-AS-SENT.
           MOVE BE-PLAN-CODE TO CS-PLAN-CODE.
           MOVE BE-EMPLOYEE-ID TO CS-EMPLOYEE-ID.
           MOVE BE-EFF-DATE TO CS-EFF-DATE.
           MOVE BE-END-DATE TO CS-END-DATE.
           MOVE BE-DEFER-PCT TO CS-DEFER-PCT.
           MOVE WS-DEP-COUNT TO CS-DEP-COUNT.
           MOVE WS-RUN-STAMP TO CS-SENT-STAMP.
           IF WS-SENT-FOUND = "Y"
               REWRITE CARRIER-SENT-RECORD
                   INVALID KEY
                       DISPLAY "CARRIER-SENT REWRITE FAILED FOR "
                               CS-KEY
               END-REWRITE
           ELSE
               WRITE CARRIER-SENT-RECORD
                   INVALID KEY
                       DISPLAY "CARRIER-SENT WRITE FAILED FOR "
                               CS-KEY
               END-WRITE
           END-IF.

      *    EVERY FEED GOES ON THE CARRIER-XMIT-LOG REGISTER AS "S"
      *    (SENT) FOR carrier_ack TO CONFIRM; A FULL RERUN OF THE
      *    SAME DATE RESTATES THE COUNT AND DROPS ANY CONFIRMATION.
       REGISTER-TRANSMISSION.
           MOVE BP-PLAN-CODE TO CX-PLAN-CODE.
           MOVE WS-EXTRACT-DATE TO CX-EXTRACT-DATE.
           MOVE WS-FEED-TYPE TO CX-FEED-TYPE.
           MOVE WS-EMP-SENT TO CX-RECORD-COUNT.
           MOVE "S" TO CX-STATUS.
           MOVE 0 TO CX-ACK-DATE.
           MOVE 0 TO CX-DISCREP-COUNT.
           WRITE CARRIER-XMIT-RECORD
               INVALID KEY
                   REWRITE CARRIER-XMIT-RECORD
                       INVALID KEY
                           DISPLAY "CARRIER-XMIT-LOG WRITE FAILED FOR "
                                   CX-KEY
                   END-REWRITE
           END-WRITE.
           CLOSE CARRIER-XMIT-LOG.

       WRITE-TRANSMITTAL-TOTALS.
           MOVE SPACES TO XMIT-RPT-RECORD.
           WRITE XMIT-RPT-RECORD.
           MOVE WS-ENROLL-READ TO RL-READ.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-1.
           MOVE WS-ADD-COUNT TO RL-ADDS.
           MOVE WS-CHG-COUNT TO RL-CHANGES.
           MOVE WS-TRM-COUNT TO RL-TERMS.
           MOVE WS-FUL-COUNT TO RL-FULL.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-2.
           MOVE WS-EMP-SENT TO RL-SENT.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-3.
           MOVE WS-DEP-SENT TO RL-DEPS.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-4.
           MOVE WS-NOT-ON-MASTER TO RL-NOMAST.
           WRITE XMIT-RPT-RECORD FROM WS-RPT-LINE-5.
