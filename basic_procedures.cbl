      *    TRANSACTION, AND APPLIES IT TO THE EMPLOYEE-MASTER THAT
      *    var-levels.cbl MAINTAINS, WRITING CHANGE-LOG ENTRIES AND
      *    AN APPLIED/REJECTED REPORT. CHECKPOINT/RESTART SUPPORT VIA
      *    THE RESTART FILE. A TRANSACTION WHOSE TD-EFFECTIVE-DATE IS
      *    AFTER THE BUSINESS DATE IS PARKED ON PENDING-TRANS RATHER
      *    THAN APPLIED; EACH RUN FIRST RELEASES THE PARKED ENTRIES
      *    WHOSE DATE HAS ARRIVED.
      *    A SALARY CHANGE OR PROMOTION DATED INTO A PAYROLL MONTH
      *    THAT HAS BEEN CLOSED (closectl, acctper.cpy) IS REJECTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-GRADE-CODE
               FILE STATUS IS WS-PG-STATUS.
           SELECT FINAL-PAY-DUE ASSIGN TO "FINAL-PAY-DUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FP-STATUS.
           SELECT PENDING-TRANS ASSIGN TO "PENDING-TRANS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-KEY
               FILE STATUS IS WS-PT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-GRADE-FILE.
           COPY "paygrade.cpy".

       FD  FINAL-PAY-DUE.
           COPY "fpdue.cpy".

       FD  PENDING-TRANS.
           COPY "pendtran.cpy".

       WORKING-STORAGE SECTION.
       01 NO-MORE-RECORDS PIC 9(1) VALUE 0.
       01 WS-TRANS-STATUS PIC XX.
       01 WS-DM-STATUS PIC XX.
       01 WS-TA-STATUS PIC XX.
       01 WS-PG-STATUS PIC XX.
       01 WS-FP-STATUS PIC XX.
       01 WS-PT-STATUS PIC XX.
       01 WS-PENDING-AVAILABLE PIC X VALUE "N".
       01 WS-PT-SCAN-EOF PIC 9(1).
       01 WS-RELEASING PIC X VALUE "N".
       01 WS-PARKED PIC X VALUE "N".
       01 WS-RECORDS-PARKED PIC 9(7) VALUE 0.
       01 WS-RECORDS-RELEASED PIC 9(7) VALUE 0.
       01 WS-RELEASE-NOTE.
           05 FILLER          PIC X(22) VALUE "RELEASED - EFFECTIVE ".
           05 RN-EFFECTIVE    PIC 9(8).
       01 WS-PARK-NOTE.
           05 FILLER          PIC X(10) VALUE "EFFECTIVE ".
           05 PN-EFFECTIVE    PIC 9(8).
       01 WS-GRADE-AVAILABLE PIC X VALUE "N".
       01 WS-GRADE-CHECK PIC X(2).
       01 WS-GRADE-SALARY PIC S9(7)V99.
       01 WS-TH-FROM-DEPT PIC X(4).
       01 WS-TH-TO-DEPT PIC X(4).
       01 WS-PREV-KEY PIC X(10) VALUE LOW-VALUES.
       01 WS-PROM-OLD-GRADE PIC X(2).
       01 WS-PROM-OLD-DEPT PIC X(4).
       01 WS-PROM-NEW-DEPT PIC X(4).
       01 WS-PROM-IMAGE.
           05 PI-GRADE        PIC X(2).
           05 FILLER          PIC X VALUE SPACE.
           05 PI-DEPT         PIC X(4).
           05 FILLER          PIC X VALUE SPACE.
           05 PI-SALARY       PIC Z(6)9.99.
       01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
       01 WS-OUT-OF-SEQ-COUNT PIC 9(7) VALUE 0.

       01 WS-STAT-REJECTED PIC 9(7).
       01 WS-STAT-RC PIC 9(2).
       01 WS-BUSINESS-DATE PIC 9(8).
           COPY "perclose.cpy".
       01 WS-TIME-SCRATCH PIC 9(8).
       01 WS-DATE-FUNCTION PIC X(4).
       01 WS-DATE-WORK PIC 9(8).
           05 RPT-APPLIED-CT  PIC ZZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  REJECTED: ".
           05 RPT-REJECTED-CT PIC ZZZZZZ9.
           05 FILLER          PIC X(10) VALUE "  PARKED: ".
           05 RPT-PARKED-CT   PIC ZZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  RELEASED: ".
           05 RPT-RELEASED-CT PIC ZZZZZZ9.

       01 WS-FS-MESSAGE-TABLE.
           05 FILLER PIC X(30) VALUE "00SUCCESSFUL COMPLETION       ".
               CLOSE TERM-ARCHIVE
               OPEN I-O TERM-ARCHIVE
           END-IF.
           OPEN EXTEND FINAL-PAY-DUE.
           IF WS-FP-STATUS <> "00"
               OPEN OUTPUT FINAL-PAY-DUE
           END-IF.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PG-STATUS = "00"
               MOVE "Y" TO WS-GRADE-AVAILABLE
               DISPLAY "PAY-GRADE TABLE NOT AVAILABLE - SALARY "
                       "RANGES NOT ENFORCED THIS RUN."
           END-IF.
           OPEN I-O PENDING-TRANS.
           IF WS-PT-STATUS = "35"
               OPEN OUTPUT PENDING-TRANS
               CLOSE PENDING-TRANS
               OPEN I-O PENDING-TRANS
           END-IF.
           IF WS-PT-STATUS = "00"
               MOVE "Y" TO WS-PENDING-AVAILABLE
               PERFORM 150-RELEASE-PENDING THRU 150-EXIT
           ELSE
               DISPLAY "PENDING-TRANS NOT AVAILABLE - NO PARKED "
                       "TRANSACTIONS RELEASED THIS RUN."
           END-IF.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-STATUS = "00"
               READ RESTART-FILE
       110-EXIT.
           EXIT.

      *****************************************************************
      *    RELEASE EVERY PARKED TRANSACTION WHOSE EFFECTIVE DATE HAS
      *    ARRIVED, IN PENDING-TRANS KEY ORDER, THROUGH THE SAME
      *    APPLY LOGIC AS TRANSIN. THE ENTRY IS MARKED APPLIED OR
      *    REJECTED AS IT GOES, SO A RESTARTED RUN DOES NOT APPLY IT
      *    A SECOND TIME.
      *****************************************************************
       150-RELEASE-PENDING.
           MOVE LOW-VALUES TO PT-KEY.
           MOVE 0 TO WS-PT-SCAN-EOF.
           START PENDING-TRANS KEY IS NOT LESS THAN PT-KEY
               INVALID KEY
                   GO TO 150-EXIT
           END-START.
           MOVE "Y" TO WS-RELEASING.
           PERFORM UNTIL WS-PT-SCAN-EOF = 1
               READ PENDING-TRANS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-PT-SCAN-EOF
                   NOT AT END
                       IF PT-PARKED
                          AND PT-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                           PERFORM 155-RELEASE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-RELEASING.

       150-EXIT.
           EXIT.

       155-RELEASE-ONE.
           MOVE PT-TRANS-IMAGE TO TRANS-RECORD.
           DISPLAY "RELEASING: " TRANS-KEY " EFFECTIVE "
                   PT-EFFECTIVE-DATE.
           PERFORM 300-APPLY-TRANSACTION THRU 300-EXIT.
           ADD 1 TO WS-RECORDS-RELEASED.
           IF WS-REJECT-REASON = SPACES
               MOVE "A" TO PT-STATUS
               MOVE SPACES TO PT-REASON
           ELSE
               MOVE "R" TO PT-STATUS
               MOVE WS-REJECT-REASON TO PT-REASON
           END-IF.
           MOVE WS-BUSINESS-DATE TO PT-STATUS-DATE.
           REWRITE PENDING-TRANS-RECORD.
           MOVE "REWRITE PENDING" TO WS-FS-OPERATION.
           MOVE WS-PT-STATUS TO WS-FS-CHECK-STATUS.
           PERFORM CHECK-FILE-STATUS THRU CHECK-FILE-STATUS-EXIT.

       120-WRITE-SEQ-EXCEPTION.
           MOVE TRANS-KEY      TO SEQ-TRANS-KEY.
           MOVE TD-TRANS-TYPE  TO SEQ-TRANS-TYPE.
      *****************************************************************
       300-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "N" TO WS-PARKED.
           IF WS-RELEASING = "N"
              AND TD-EFFECTIVE-DATE IS NUMERIC
              AND TD-EFFECTIVE-DATE > WS-BUSINESS-DATE
               PERFORM 396-PARK-TRANSACTION THRU 396-EXIT
               PERFORM 390-REPORT-DISPOSITION
               GO TO 300-EXIT
           END-IF.
           IF (TD-TRANS-TYPE = "SALC" OR TD-TRANS-TYPE = "PROM")
              AND TD-EFFECTIVE-DATE IS NUMERIC
              AND TD-EFFECTIVE-DATE > 0
               PERFORM 398-CHECK-PAY-PERIOD
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 390-REPORT-DISPOSITION
                   GO TO 300-EXIT
               END-IF
           END-IF.
           EVALUATE TD-TRANS-TYPE
               WHEN "HIRE"
                   PERFORM 310-APPLY-HIRE THRU 310-EXIT
                   PERFORM 320-APPLY-ADDRESS-CHANGE THRU 320-EXIT
               WHEN "SALC"
                   PERFORM 330-APPLY-SALARY-CHANGE THRU 330-EXIT
               WHEN "PROM"
                   PERFORM 325-APPLY-PROMOTION THRU 325-EXIT
               WHEN "TERM"
                   PERFORM 340-APPLY-TERMINATION THRU 340-EXIT
               WHEN OTHER
       320-EXIT.
           EXIT.

      *****************************************************************
      *    A PROMOTION MOVES GRADE, SALARY AND (WHEN GIVEN) THE
      *    DEPARTMENT IN ONE REWRITE, SO THE EMPLOYEE IS NEVER LEFT
      *    HALF-PROMOTED. EVERY CHECK RUNS AGAINST THE FINAL STATE
      *    BEFORE ANYTHING IS TOUCHED: THE NEW SALARY IN THE NEW
      *    GRADE'S RANGE, THE NEW DEPARTMENT ACTIVE AND WITH ROOM
      *    UNDER ITS AUTHORIZED HEADCOUNT - UNLIKE A HIRE, A MOVE
      *    INTO A FULL DEPARTMENT IS REJECTED, NOT JUST WARNED - AND
      *    THE USUAL PROBATION HOLD. ONE PROMOTE ENTRY GOES TO THE
      *    CHANGE-LOG CARRYING GRADE, DEPARTMENT AND SALARY BEFORE
      *    AND AFTER; THE MONTHLY PROMOTIONS REPORT READS THOSE.
      *****************************************************************
       325-APPLY-PROMOTION.
           PERFORM 350-READ-MASTER.
           IF WS-EMP-FOUND = "N"
               MOVE "EMPLOYEE NOT ON FILE" TO WS-REJECT-REASON
               GO TO 325-EXIT
           END-IF.
           IF TD-PROM-GRADE = SPACES
               MOVE "NEW GRADE BLANK" TO WS-REJECT-REASON
               GO TO 325-EXIT
           END-IF.
           IF TD-PROM-NEW-SALARY IS NOT NUMERIC
               MOVE "SALARY NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 325-EXIT
           END-IF.
           MOVE TD-PROM-NEW-SALARY TO WS-EDIT-NUMERIC.
           CALL "edit-routines" USING "RANG" WS-EDIT-ALPHA
               WS-EDIT-NUMERIC WS-EDIT-LOW WS-EDIT-HIGH
               WS-EDIT-RESULT.
           IF WS-EDIT-RESULT <> "Y"
               MOVE "SALARY OUT OF RANGE" TO WS-REJECT-REASON
               GO TO 325-EXIT
           END-IF.
           MOVE PAY-GRADE TO WS-PROM-OLD-GRADE.
           MOVE DEPARTMENT-CODE TO WS-PROM-OLD-DEPT.
           MOVE SALARY TO WS-OLD-SALARY.
           IF TD-PROM-DEPT = SPACES
               MOVE DEPARTMENT-CODE TO WS-PROM-NEW-DEPT
           ELSE
               MOVE TD-PROM-DEPT TO WS-PROM-NEW-DEPT
           END-IF.
           IF TD-PROM-GRADE = WS-PROM-OLD-GRADE
              AND TD-PROM-NEW-SALARY = WS-OLD-SALARY
              AND WS-PROM-NEW-DEPT = WS-PROM-OLD-DEPT
               MOVE "PROMOTION CHANGES NOTHING" TO WS-REJECT-REASON
               GO TO 325-EXIT
           END-IF.
           MOVE TD-PROM-GRADE TO WS-GRADE-CHECK.
           MOVE TD-PROM-NEW-SALARY TO WS-GRADE-SALARY.
           PERFORM 356-CHECK-GRADE-RANGE.
           IF WS-GRADE-RESULT <> "Y"
               GO TO 325-EXIT
           END-IF.
           PERFORM 357-CHECK-PROBATION.
           IF WS-IN-PROBATION = "Y"
               MOVE "EMPLOYEE IN PROBATION" TO WS-REJECT-REASON
               GO TO 325-EXIT
           END-IF.
           IF WS-PROM-NEW-DEPT NOT = WS-PROM-OLD-DEPT
               MOVE WS-PROM-NEW-DEPT TO DM-DEPT-CODE
               PERFORM 355-VALIDATE-DEPT
               IF WS-DEPT-VALID <> "Y"
                   MOVE "DEPARTMENT NOT ACTIVE" TO WS-REJECT-REASON
                   GO TO 325-EXIT
               END-IF
               PERFORM 326-CHECK-DEPT-ROOM
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO 325-EXIT
               END-IF
      *        THE HEADCOUNT SCAN WALKED THE MASTER - READ BACK
               PERFORM 350-READ-MASTER
           END-IF.
           MOVE TD-PROM-GRADE TO PAY-GRADE.
           MOVE TD-PROM-NEW-SALARY TO SALARY.
           MOVE WS-PROM-NEW-DEPT TO DEPARTMENT-CODE.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE "REWRITE" TO WS-JRNL-ACTION
                   MOVE EMPLOYEE-RECORD TO WS-JRNL-AFTER
                   CALL "empjrnl" USING WS-JRNL-ACTION
                       WS-JRNL-PROGRAM WS-JRNL-BEFORE WS-JRNL-AFTER
                   PERFORM 328-LOG-PROMOTION
                   IF SALARY NOT = WS-OLD-SALARY
                       PERFORM 335-WRITE-SALARY-HISTORY
                   END-IF
                   IF DEPARTMENT-CODE NOT = WS-PROM-OLD-DEPT
                       MOVE "XFER" TO WS-TH-ACTION
                       MOVE WS-PROM-OLD-DEPT TO WS-TH-FROM-DEPT
                       MOVE DEPARTMENT-CODE TO WS-TH-TO-DEPT
                       PERFORM 345-WRITE-TRANSFER-HISTORY
                       PERFORM 327-VACATE-OLD-DEPT
                   END-IF
           END-REWRITE.

       325-EXIT.
           EXIT.

      *    ZERO AUTHORIZED MEANS THE DEPARTMENT IS NOT CONTROLLED.
       326-CHECK-DEPT-ROOM.
           IF WS-DEPT-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           IF DM-AUTH-POSITIONS = 0
              OR DM-AUTH-POSITIONS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM 316-COUNT-DEPT-HEADCOUNT.
           IF WS-DEPT-HEADCOUNT >= DM-AUTH-POSITIONS
               MOVE "NEW DEPT AT AUTHORIZED HEADCNT"
                   TO WS-REJECT-REASON
           END-IF.

      *    A MANAGER PROMOTED OUT OF THEIR DEPARTMENT LEAVES IT
      *    VACANT, THE SAME RULE var-levels APPLIES TO A TRANSFER.
       327-VACATE-OLD-DEPT.
           IF WS-DEPT-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PROM-OLD-DEPT TO DM-DEPT-CODE.
           READ DEPT-MASTER
               KEY IS DM-DEPT-CODE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF DM-MANAGER-ID = EMPLOYEE-ID
               PERFORM 348-VACATE-ONE-DEPT
           END-IF.

       328-LOG-PROMOTION.
           MOVE SPACES             TO CHANGE-LOG-RECORD.
           MOVE "EMPLOYEE"         TO CL-KEY-TYPE.
           MOVE EMPLOYEE-ID        TO CL-KEY-VALUE.
           MOVE "PROMOTE"          TO CL-ACTION.
           MOVE "GRADE/DEPT/SAL"   TO CL-FIELD-NAME.
           MOVE WS-PROM-OLD-GRADE  TO PI-GRADE.
           MOVE WS-PROM-OLD-DEPT   TO PI-DEPT.
           MOVE WS-OLD-SALARY      TO PI-SALARY.
           MOVE WS-PROM-IMAGE      TO CL-OLD-VALUE.
           MOVE PAY-GRADE          TO PI-GRADE.
           MOVE DEPARTMENT-CODE    TO PI-DEPT.
           MOVE SALARY             TO PI-SALARY.
           MOVE WS-PROM-IMAGE      TO CL-NEW-VALUE.
           PERFORM 385-STAMP-AND-WRITE-LOG.

       330-APPLY-SALARY-CHANGE.
           PERFORM 350-READ-MASTER.
           IF WS-EMP-FOUND = "N"
                   MOVE SPACES TO WS-TH-TO-DEPT
                   PERFORM 345-WRITE-TRANSFER-HISTORY
                   PERFORM 347-VACATE-MANAGED-DEPTS
                   PERFORM 343-QUEUE-FINAL-PAY
           END-DELETE.

       340-EXIT.
                   END-REWRITE
           END-WRITE.

      *    THE TERM IS QUEUED FOR THE FINAL PAY RUN UNDER THE SAME
      *    EFFECTIVE DATE THE ARCHIVE ENTRY CARRIES.
       343-QUEUE-FINAL-PAY.
           MOVE SPACES           TO FINAL-PAY-DUE-RECORD.
           MOVE EMPLOYEE-ID      TO FP-EMPLOYEE-ID.
           MOVE TA-TERM-DATE     TO FP-TERM-DATE.
           MOVE WS-BUSINESS-DATE TO FP-QUEUED-DATE.
           WRITE FINAL-PAY-DUE-RECORD.

       345-WRITE-TRANSFER-HISTORY.
           MOVE SPACES          TO TRANSFER-HISTORY-RECORD.
           MOVE EMPLOYEE-ID     TO TH-EMPLOYEE-ID.
           MOVE TRANS-KEY      TO RPT-TRANS-KEY.
           MOVE TD-TRANS-TYPE  TO RPT-TRANS-TYPE.
           MOVE TD-BRANCH-CODE TO RPT-BRANCH.
           EVALUATE TRUE
               WHEN WS-PARKED = "Y"
                   MOVE "PARKED"   TO RPT-DISPOSITION
                   MOVE TD-EFFECTIVE-DATE TO PN-EFFECTIVE
                   MOVE WS-PARK-NOTE TO RPT-REASON
                   ADD 1 TO WS-RECORDS-PARKED
               WHEN WS-REJECT-REASON = SPACES
                   MOVE "APPLIED"  TO RPT-DISPOSITION
                   IF WS-RELEASING = "Y"
                       MOVE PT-EFFECTIVE-DATE TO RN-EFFECTIVE
                       MOVE WS-RELEASE-NOTE TO RPT-REASON
                   END-IF
                   ADD 1 TO WS-RECORDS-APPLIED
               WHEN OTHER
                   MOVE "REJECTED" TO RPT-DISPOSITION
                   MOVE WS-REJECT-REASON TO RPT-REASON
                   ADD 1 TO WS-RECORDS-REJECTED
           END-EVALUATE.
           WRITE APPLY-RPT-RECORD FROM WS-RPT-LINE.

      *****************************************************************
      *    HOLD A FUTURE-DATED TRANSACTION ON PENDING-TRANS. ONLY THE
      *    TYPE AND THE DATE ARE CHECKED NOW; THE FULL EDITS RUN WHEN
      *    IT IS RELEASED, AGAINST THE MASTER AS IT STANDS THEN. A
      *    KEY ALREADY ON FILE IS THE SAME TRANSACTION PARKED BEFORE
      *    A RESTART, SO IT IS NOT PARKED TWICE.
      *****************************************************************
       396-PARK-TRANSACTION.
           EVALUATE TD-TRANS-TYPE
               WHEN "HIRE"
               WHEN "ADDR"
               WHEN "SALC"
               WHEN "PROM"
               WHEN "TERM"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REJECT-REASON
                   GO TO 396-EXIT
           END-EVALUATE.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           MOVE TD-EFFECTIVE-DATE TO WS-DATE-WORK.
           CALL "dateserv" USING WS-DATE-FUNCTION WS-DATE-WORK
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT NOT = "Y"
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               GO TO 396-EXIT
           END-IF.
           IF WS-PENDING-AVAILABLE NOT = "Y"
               MOVE "PENDING-TRANS NOT AVAILABLE" TO WS-REJECT-REASON
               GO TO 396-EXIT
           END-IF.
           MOVE SPACES TO PENDING-TRANS-RECORD.
           MOVE TK-EMPLOYEE-ID    TO PT-EMPLOYEE-ID.
           MOVE TD-EFFECTIVE-DATE TO PT-EFFECTIVE-DATE.
           MOVE WS-BUSINESS-DATE  TO PT-PARKED-DATE.
           MOVE TK-SEQUENCE       TO PT-TRANS-SEQ.
           MOVE TRANS-RECORD      TO PT-TRANS-IMAGE.
           MOVE "P" TO PT-STATUS.
           MOVE WS-BUSINESS-DATE  TO PT-STATUS-DATE.
           WRITE PENDING-TRANS-RECORD
               INVALID KEY
                   DISPLAY "ALREADY PARKED: " TRANS-KEY
           END-WRITE.
           MOVE "Y" TO WS-PARKED.

       396-EXIT.
           EXIT.

      *****************************************************************
      *    A PAY CHANGE MAY NOT BE DATED INTO A PAYROLL MONTH THAT
      *    HAS ALREADY BEEN CLOSED.
      *****************************************************************
       398-CHECK-PAY-PERIOD.
           MOVE "PAY" TO PCK-SUBSYSTEM.
           MOVE TD-EFFECTIVE-DATE TO PCK-DATE.
           CALL "closectl" USING PERIOD-CLOSE-CHECK.
           IF PCK-RESULT = "N"
               MOVE "PAY PERIOD CLOSED" TO WS-REJECT-REASON
           END-IF.

       SKIP-TO-RESTART-POINT.
           PERFORM UNTIL TRANS-KEY = WS-LAST-KEY
               READ TRANS-FILE
           DISPLAY "RUN TIME:          " WS-RUN-TIME.
           MOVE WS-RECORDS-APPLIED  TO RPT-APPLIED-CT.
           MOVE WS-RECORDS-REJECTED TO RPT-REJECTED-CT.
           MOVE WS-RECORDS-PARKED   TO RPT-PARKED-CT.
           MOVE WS-RECORDS-RELEASED TO RPT-RELEASED-CT.
           WRITE APPLY-RPT-RECORD FROM WS-RPT-TOTALS-LINE.
           MOVE WS-DUPLICATE-COUNT  TO SEQ-DUP-CT.
           MOVE WS-OUT-OF-SEQ-COUNT TO SEQ-OOS-CT.
           CLOSE SALARY-HISTORY.
           CLOSE TRANSFER-HISTORY.
           CLOSE TERM-ARCHIVE.
           CLOSE FINAL-PAY-DUE.
           IF WS-PENDING-AVAILABLE = "Y"
               CLOSE PENDING-TRANS
           END-IF.
           IF WS-GRADE-AVAILABLE = "Y"
               CLOSE PAY-GRADE-FILE
           END-IF.
           DISPLAY "RECORDS PROCESSED: " WS-RECORDS-PROCESSED.
           DISPLAY "RECORDS APPLIED:   " WS-RECORDS-APPLIED.
           DISPLAY "RECORDS REJECTED:  " WS-RECORDS-REJECTED.
           DISPLAY "RECORDS PARKED:    " WS-RECORDS-PARKED.
           DISPLAY "PARKED RELEASED:   " WS-RECORDS-RELEASED.
           DISPLAY "DUPLICATE KEYS:    " WS-DUPLICATE-COUNT.
           DISPLAY "OUT OF SEQUENCE:   " WS-OUT-OF-SEQ-COUNT.
           EVALUATE TRUE
