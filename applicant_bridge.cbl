      *    APPLICANT "CONV" SO THE SAME PASS CANNOT BE LOADED TWICE.
      *    ENDS THE RE-TYPING THAT INTRODUCED SPELLING MISMATCHES.
      *
      *    ONLY AN APPLICANT TAGGED TO AN OPEN REQUISITION
      *    (reqmast.cpy) IS FED. ONE WITH NO REQUISITION, OR WHOSE
      *    REQUISITION IS ON HOLD, FILLED OR CANCELLED, STAYS "PASS"
      *    AND IS LISTED AS HELD. THE INTAKE DEPARTMENT IS THE
      *    REQUISITION'S. EACH APPLICANT FED COUNTS AGAINST
      *    RQ-FILLED, AND THE REQUISITION CLOSES AS FILLED ONCE THE
      *    COUNT REACHES ITS OPENINGS, SO LATER APPLICANTS ON IT ARE
      *    HELD.
      *
      *    NOR IS ANYONE FED UNTIL FULLY CLEARED ON THE PRE-HIRE
      *    CLEARANCE FILE (clearnc.cpy): EVERY REQUIRED CHECK ON FILE
      *    AS "PASS", AND THE RIGHT-TO-WORK DOCUMENT NOT EXPIRED. AN
      *    APPLICANT SHORT OF THAT IS HELD WITH THE FIRST CHECK
      *    OUTSTANDING AS THE REASON. THE APPLICANT ID TRAVELS ON THE
      *    INTAKE RECORD SO intake_load CAN CARRY THE CLEARANCES
      *    ACROSS TO THE NEW EMPLOYEE.
      *
      *    BRIDGE-CTL (ONE RECORD) SUPPLIES THE INTAKE DEFAULTS THE
      *    APPLICANT MASTER DOES NOT CARRY:
      *      DEPT(4, NO LONGER USED - THE REQUISITION NAMES IT)
      *      SALARY 9(7)V99 EMPLOYMENT-TYPE(1)
      *      CONTRACT-END(8, REQUIRED AND A REAL DATE WHEN THE
      *      TYPE IS "C" - THE RUN IS HELD OTHERWISE, BECAUSE THE
      *      OVERNIGHT LOADER REJECTS CONTRACT INTAKES WITHOUT ONE)
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APPLICANT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT REQUISITION-FILE ASSIGN TO "REQUISITION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS WS-RQ-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "CLEARANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-STATUS.
           SELECT EMPLOYEE-INTAKE-FILE ASSIGN TO "EMPLOYEE-INTAKE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.
       FD  APPLICANT-MASTER.
           COPY "applmast.cpy".

       FD  REQUISITION-FILE.
           COPY "reqmast.cpy".

       FD  CLEARANCE-FILE.
           COPY "clearnc.cpy".

       FD  EMPLOYEE-INTAKE-FILE.
           COPY "intakerc.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS       PIC XX.
       01 WS-AM-STATUS        PIC XX.
       01 WS-RQ-STATUS        PIC XX.
       01 WS-PC-STATUS        PIC XX.
       01 WS-PC-AVAILABLE     PIC X VALUE "N".
       01 WS-CLEARED          PIC X.
       01 WS-INTAKE-STATUS    PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-SCAN-EOF         PIC 9(1) VALUE 0.
       01 WS-BRIDGED-COUNT    PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT       PIC 9(5) VALUE 0.
       01 WS-REQ-FOUND        PIC X.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-NAME-REST        PIC X(30).
       01 WS-DATE-FUNCTION    PIC X(4).
           05 RL-APPLICANT    PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-NAME         PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-ACTION       PIC X(9).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-REQ          PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-REASON       PIC X(17).

       01 WS-TOTALS-LINE.
           05 FILLER          PIC X(22) VALUE "APPLICANTS CONVERTED: ".
           05 TL-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE "   HELD: ".
           05 TL-HELD         PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REQUISITION-FILE.
           IF WS-RQ-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN REQUISITION, STATUS="
                       WS-RQ-STATUS
               CLOSE APPLICANT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    WITH NO CLEARANCE FILE NOBODY IS CLEARED, SO EVERY PASS
      *    IS HELD RATHER THAN FED UNCHECKED.
           OPEN INPUT CLEARANCE-FILE.
           IF WS-PC-STATUS = "00"
               MOVE "Y" TO WS-PC-AVAILABLE
           ELSE
               DISPLAY "CLEARANCE FILE NOT AVAILABLE (STATUS "
                       WS-PC-STATUS ") - ALL APPLICANTS HELD."
           END-IF.
           OPEN EXTEND EMPLOYEE-INTAKE-FILE.
           IF WS-INTAKE-STATUS <> "00"
               OPEN OUTPUT EMPLOYEE-INTAKE-FILE
           END-START.
           PERFORM BRIDGE-ONE-APPLICANT UNTIL WS-SCAN-EOF = 1.
           MOVE WS-BRIDGED-COUNT TO TL-COUNT.
           MOVE WS-HELD-COUNT TO TL-HELD.
           WRITE BRIDGE-RPT-RECORD FROM WS-TOTALS-LINE.
           CLOSE APPLICANT-MASTER.
           CLOSE REQUISITION-FILE.
           IF WS-PC-AVAILABLE = "Y"
               CLOSE CLEARANCE-FILE
           END-IF.
           CLOSE EMPLOYEE-INTAKE-FILE.
           CLOSE BRIDGE-RPT-FILE.
           DISPLAY "APPLICANTS CONVERTED: " WS-BRIDGED-COUNT.
           DISPLAY "APPLICANTS HELD:      " WS-HELD-COUNT.
           STOP RUN.

       BRIDGE-ONE-APPLICANT.
                   MOVE 1 TO WS-SCAN-EOF
               NOT AT END
                   IF AM-CHECK-RESULT = "PASS"
                       PERFORM CHECK-REQUISITION
                   END-IF
           END-READ.

       CHECK-REQUISITION.
           MOVE "N" TO WS-REQ-FOUND.
           MOVE SPACES TO RL-REASON.
           IF AM-REQ-NUMBER = SPACES
               MOVE "NO REQUISITION" TO RL-REASON
           ELSE
               MOVE AM-REQ-NUMBER TO RQ-REQ-NUMBER
               READ REQUISITION-FILE
                   KEY IS RQ-REQ-NUMBER
                   INVALID KEY
                       MOVE "REQN NOT ON FILE" TO RL-REASON
                   NOT INVALID KEY
                       MOVE "Y" TO WS-REQ-FOUND
               END-READ
           END-IF.
           IF WS-REQ-FOUND = "Y"
               EVALUATE TRUE
                   WHEN RQ-OPEN
                       PERFORM CHECK-CLEARANCE
                       IF WS-CLEARED = "Y"
                           PERFORM CONVERT-ONE-APPLICANT
                           EXIT PARAGRAPH
                       END-IF
                   WHEN RQ-ON-HOLD
                       MOVE "REQN ON HOLD" TO RL-REASON
                   WHEN RQ-FILLED-UP
                       MOVE "REQN FILLED" TO RL-REASON
                   WHEN OTHER
                       MOVE "REQN CANCELLED" TO RL-REASON
               END-EVALUATE
           END-IF.
           MOVE AM-APPLICANT-ID TO RL-APPLICANT.
           MOVE AM-NAME TO RL-NAME.
           MOVE "HELD" TO RL-ACTION.
           MOVE AM-REQ-NUMBER TO RL-REQ.
           WRITE BRIDGE-RPT-RECORD FROM WS-RPT-LINE.
           ADD 1 TO WS-HELD-COUNT.

      *    SETS WS-CLEARED, OR LEAVES THE HOLD REASON IN RL-REASON.
       CHECK-CLEARANCE.
           MOVE "N" TO WS-CLEARED.
           IF WS-PC-AVAILABLE <> "Y"
               MOVE "NO CLEARANCE FILE" TO RL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PC-SUBJECT-TYPE.
           MOVE AM-APPLICANT-ID TO PC-SUBJECT-ID.
           MOVE "RTW " TO PC-CHECK-TYPE.
           READ CLEARANCE-FILE
               KEY IS PC-KEY
               INVALID KEY
                   MOVE "RTW NOT ON FILE" TO RL-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PC-PASSED
               MOVE "RTW NOT CLEARED" TO RL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF PC-DOC-EXPIRY NOT = 0
              AND PC-DOC-EXPIRY <= WS-BUSINESS-DATE
               MOVE "RTW DOC EXPIRED" TO RL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PC-SUBJECT-TYPE.
           MOVE AM-APPLICANT-ID TO PC-SUBJECT-ID.
           MOVE "BGC " TO PC-CHECK-TYPE.
           READ CLEARANCE-FILE
               KEY IS PC-KEY
               INVALID KEY
                   MOVE "BGC NOT ON FILE" TO RL-REASON
                   EXIT PARAGRAPH
           END-READ.
           IF NOT PC-PASSED
               MOVE "BGC NOT CLEARED" TO RL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CLEARED.

      *    THE SINGLE AM-NAME FIELD SPLITS AT THE FIRST SPACE: THE
      *    FIRST WORD IS THE FIRST NAME AND THE REMAINDER THE LAST,
      *    EXACTLY WHAT THE CLERK USED TO RE-TYPE.
           MOVE AM-STREET-ADDRESS TO EI-STREET-ADDRESS.
           MOVE AM-CITY TO EI-CITY.
           MOVE 0 TO EI-EMPLOYEE-ID.
           MOVE AM-APPLICANT-ID TO EI-APPLICANT-ID.
           MOVE WS-BUSINESS-DATE TO EI-DATE-OF-HIRE.
           MOVE RQ-DEPT-CODE TO EI-DEPARTMENT-CODE.
           MOVE BC-SALARY TO EI-SALARY.
           IF BC-EMP-TYPE = "C"
               MOVE "C" TO EI-EMPLOYMENT-TYPE
           END-IF.
           WRITE EMPLOYEE-INTAKE-RECORD.
           MOVE "CONV" TO AM-CHECK-RESULT.
           MOVE WS-BUSINESS-DATE TO AM-CONVERTED-DATE.
           REWRITE APPLICANT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "APPLICANT-MASTER REWRITE FAILED FOR "
                           AM-APPLICANT-ID
           END-REWRITE.
           ADD 1 TO RQ-FILLED.
           MOVE SPACES TO RL-REASON.
           IF RQ-FILLED >= RQ-OPENINGS
               MOVE "F" TO RQ-STATUS
               MOVE WS-BUSINESS-DATE TO RQ-CLOSED-DATE
               MOVE "REQN NOW FILLED" TO RL-REASON
           END-IF.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "REQUISITION REWRITE FAILED FOR "
                           RQ-REQ-NUMBER
           END-REWRITE.
           MOVE AM-APPLICANT-ID TO RL-APPLICANT.
           MOVE AM-NAME TO RL-NAME.
           MOVE "CONVERTED" TO RL-ACTION.
           MOVE RQ-REQ-NUMBER TO RL-REQ.
           WRITE BRIDGE-RPT-RECORD FROM WS-RPT-LINE.
           ADD 1 TO WS-BRIDGED-COUNT.
