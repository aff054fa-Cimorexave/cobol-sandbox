      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  returned_mail.
      *****************************************************************
      *    RETURNED-MAIL AND CONTACT-PREFERENCE INTAKE. THE MAILROOM
      *    KEYS ONE RECORD PER PIECE THAT CAME BACK UNDELIVERED AND
      *    ONE PER WRITTEN CONTACT INSTRUCTION (OPT-OUT, SWITCH TO
      *    EMAIL) RECEIVED FROM A CUSTOMER OR AN APPLICANT:
      *      "R" - RETURNED MAIL: THE PARTY'S ADDRESS IS MARKED
      *            UNDELIVERABLE ("U"), THE RETURN DATE STAMPED AND
      *            THE RETURN COUNT BUMPED. THE MARK STAYS UNTIL THE
      *            ADDRESS IS CHANGED (cust_maint, OR THE APPLICANT
      *            FEED IN basic_procedures2).
      *      "P" - PREFERENCE: CONTACT BY M/E/N, DO-NOT-CONTACT Y/N
      *            AND THE EMAIL ADDRESS; A BLANK FIELD LEAVES THE
      *            PARTY'S CURRENT VALUE ALONE.
      *    EVERY CHANGE IS CHANGE-LOGGED AND EVERY RECORD LISTED ON
      *    THE INTAKE REPORT. THE LETTER PROGRAMS (contactck) STOP
      *    WRITING TO A MARKED OR SUPPRESSED PARTY FROM THEIR NEXT
      *    RUN. A RECORD FOR A PARTY NOT ON FILE, OR ONE THAT CANNOT
      *    BE READ, IS REPORTED AND THE RUN ENDS RC 4.
      *
      *    RETURNED-MAIL: RECORD-TYPE(1) PARTY-TYPE(1) C=CUSTOMER
      *                   A=APPLICANT  PARTY-ID(10)  EVENT-DATE(8)
      *                   CONTACT-PREF(1) NO-CONTACT(1) EMAIL(40)
      *                   REASON(20)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO "RETURNED-MAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APPLICANT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT INTAKE-RPT-FILE ASSIGN TO "RETURNED-MAIL-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05 RM-RECORD-TYPE    PIC X.
           05 RM-PARTY-TYPE     PIC X.
           05 RM-PARTY-ID       PIC X(10).
           05 RM-CUST-ID-VIEW REDEFINES RM-PARTY-ID.
              10 RM-CUST-ID     PIC 9(7).
              10 FILLER         PIC X(3).
           05 RM-EVENT-DATE     PIC 9(8).
           05 RM-CONTACT-PREF   PIC X.
           05 RM-NO-CONTACT     PIC X.
           05 RM-EMAIL          PIC X(40).
           05 RM-REASON         PIC X(20).

       FD  CUSTOMER-MASTER.
           COPY "./calls/book.cpy".

       FD  APPLICANT-MASTER.
           COPY "applmast.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       FD  INTAKE-RPT-FILE.
       01  INTAKE-RPT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RM-STATUS        PIC XX.
       01 WS-CM-STATUS        PIC XX.
       01 WS-AM-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-CUST-AVAILABLE   PIC X VALUE "N".
       01 WS-APPL-AVAILABLE   PIC X VALUE "N".
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-READ-COUNT       PIC 9(5) VALUE 0.
       01 WS-MARKED-COUNT     PIC 9(5) VALUE 0.
       01 WS-PREF-COUNT       PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-TIME-SCRATCH     PIC 9(8).
       01 WS-PARTY-FOUND      PIC X.
       01 WS-APPLIED          PIC X.
       01 WS-DISPOSITION      PIC X(12).
       01 WS-CL-KEY-TYPE      PIC X(10).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).

      *    THE PARTY'S CONTACT FIELDS, WHICHEVER MASTER THEY CAME
      *    FROM, SO ONE SET OF PARAGRAPHS APPLIES BOTH KINDS.
       01 WS-PARTY-CONTACT.
           05 WS-PC-PREF          PIC X.
           05 WS-PC-EMAIL         PIC X(40).
           05 WS-PC-NO-CONTACT    PIC X.
           05 WS-PC-ADDR-STATUS   PIC X.
           05 WS-PC-RETURNED-DATE PIC 9(8).
           05 WS-PC-RETURNED-COUNT PIC 9(3).
       01 WS-OLD-CONTACT.
           05 WS-OC-PREF          PIC X.
           05 WS-OC-EMAIL         PIC X(40).
           05 WS-OC-NO-CONTACT    PIC X.
           05 WS-OC-ADDR-STATUS   PIC X.
           05 WS-OC-RETURNED-DATE PIC 9(8).
           05 WS-OC-RETURNED-COUNT PIC 9(3).

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "RETURNED MAIL / CONTACT INTAKE".
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(6)  VALUE "DATE: ".
           05 RH-DATE         PIC 9(4)/99/99.
       01 WS-RPT-LINE.
           05 RL-RECORD-TYPE  PIC X.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-PARTY-TYPE   PIC X(9).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-PARTY-ID     PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-DISPOSITION  PIC X(12).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-REASON       PIC X(30).

       01 WS-RPT-TOTALS-LINE.
           05 FILLER          PIC X(8)  VALUE "ITEMS: ".
           05 RT-READ-CT      PIC ZZZZ9.
           05 FILLER          PIC X(18) VALUE "  UNDELIVERABLE: ".
           05 RT-MARK-CT      PIC ZZZZ9.
           05 FILLER          PIC X(15) VALUE "  PREFERENCES: ".
           05 RT-PREF-CT      PIC ZZZZ9.
           05 FILLER          PIC X(12) VALUE "  REJECTED: ".
           05 RT-REJ-CT       PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           OPEN INPUT RETURNED-MAIL-FILE.
           IF WS-RM-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN RETURNED-MAIL, STATUS="
                       WS-RM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CM-STATUS = "00"
               MOVE "Y" TO WS-CUST-AVAILABLE
           ELSE
               DISPLAY "CUSTOMER-MASTER NOT AVAILABLE, STATUS="
                       WS-CM-STATUS " - CUSTOMER ITEMS REJECTED."
           END-IF.
           OPEN I-O APPLICANT-MASTER.
           IF WS-AM-STATUS = "00"
               MOVE "Y" TO WS-APPL-AVAILABLE
           ELSE
               DISPLAY "APPLICANT-MASTER NOT AVAILABLE, STATUS="
                       WS-AM-STATUS " - APPLICANT ITEMS REJECTED."
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           OPEN OUTPUT INTAKE-RPT-FILE.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE INTAKE-RPT-RECORD FROM WS-RPT-HEADER.
           PERFORM TAKE-ONE-ITEM UNTIL WS-EOF = 1.
           MOVE WS-READ-COUNT   TO RT-READ-CT.
           MOVE WS-MARKED-COUNT TO RT-MARK-CT.
           MOVE WS-PREF-COUNT   TO RT-PREF-CT.
           MOVE WS-REJECT-COUNT TO RT-REJ-CT.
           WRITE INTAKE-RPT-RECORD FROM WS-RPT-TOTALS-LINE.
           CLOSE RETURNED-MAIL-FILE.
           IF WS-CUST-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-APPL-AVAILABLE = "Y"
               CLOSE APPLICANT-MASTER
           END-IF.
           CLOSE CHANGE-LOG-FILE.
           CLOSE INTAKE-RPT-FILE.
           DISPLAY "ITEMS READ:        " WS-READ-COUNT.
           DISPLAY "UNDELIVERABLE:     " WS-MARKED-COUNT.
           DISPLAY "PREFERENCES SET:   " WS-PREF-COUNT.
           DISPLAY "REJECTED:          " WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       TAKE-ONE-ITEM.
           READ RETURNED-MAIL-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM APPLY-ONE-ITEM
           END-READ.

       APPLY-ONE-ITEM.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE "N" TO WS-APPLIED.
           IF RM-RECORD-TYPE NOT = "R" AND NOT = "P"
               MOVE "BAD TYPE" TO WS-DISPOSITION
           ELSE
               EVALUATE RM-PARTY-TYPE
                   WHEN "C"
                       PERFORM APPLY-TO-CUSTOMER
                   WHEN "A"
                       PERFORM APPLY-TO-APPLICANT
                   WHEN OTHER
                       MOVE "BAD PARTY" TO WS-DISPOSITION
               END-EVALUATE
           END-IF.
           IF WS-APPLIED = "N"
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           PERFORM REPORT-ONE-ITEM.

       APPLY-TO-CUSTOMER.
           IF WS-CUST-AVAILABLE NOT = "Y"
               MOVE "NO MASTER" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           IF RM-CUST-ID NOT NUMERIC
               MOVE "BAD ID" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PARTY-FOUND.
           MOVE RM-CUST-ID TO CUSTOMER-ID.
           READ CUSTOMER-MASTER
               KEY IS CUSTOMER-ID
               INVALID KEY
                   MOVE "N" TO WS-PARTY-FOUND
           END-READ.
           IF WS-PARTY-FOUND = "N"
               MOVE "NOT ON FILE" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           MOVE CUSTOMER-CONTACT-PREF   TO WS-PC-PREF.
           MOVE CUSTOMER-EMAIL          TO WS-PC-EMAIL.
           MOVE CUSTOMER-NO-CONTACT     TO WS-PC-NO-CONTACT.
           MOVE CUSTOMER-ADDR-STATUS    TO WS-PC-ADDR-STATUS.
           MOVE CUSTOMER-RETURNED-DATE  TO WS-PC-RETURNED-DATE.
           MOVE CUSTOMER-RETURNED-COUNT TO WS-PC-RETURNED-COUNT.
           MOVE WS-PARTY-CONTACT TO WS-OLD-CONTACT.
           PERFORM APPLY-CONTACT-CHANGE.
           IF WS-APPLIED = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PC-PREF           TO CUSTOMER-CONTACT-PREF.
           MOVE WS-PC-EMAIL          TO CUSTOMER-EMAIL.
           MOVE WS-PC-NO-CONTACT     TO CUSTOMER-NO-CONTACT.
           MOVE WS-PC-ADDR-STATUS    TO CUSTOMER-ADDR-STATUS.
           MOVE WS-PC-RETURNED-DATE  TO CUSTOMER-RETURNED-DATE.
           MOVE WS-PC-RETURNED-COUNT TO CUSTOMER-RETURNED-COUNT.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER-MASTER REWRITE FAILED FOR "
                           CUSTOMER-ID " STATUS=" WS-CM-STATUS
                   MOVE "N" TO WS-APPLIED
                   MOVE "WRITE FAILED" TO WS-DISPOSITION
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "CUSTOMER" TO WS-CL-KEY-TYPE.
           PERFORM LOG-CONTACT-CHANGES.

       APPLY-TO-APPLICANT.
           IF WS-APPL-AVAILABLE NOT = "Y"
               MOVE "NO MASTER" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PARTY-FOUND.
           MOVE RM-PARTY-ID TO AM-APPLICANT-ID.
           READ APPLICANT-MASTER
               KEY IS AM-APPLICANT-ID
               INVALID KEY
                   MOVE "N" TO WS-PARTY-FOUND
           END-READ.
           IF WS-PARTY-FOUND = "N"
               MOVE "NOT ON FILE" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-CONTACT-PREF   TO WS-PC-PREF.
           MOVE AM-EMAIL          TO WS-PC-EMAIL.
           MOVE AM-NO-CONTACT     TO WS-PC-NO-CONTACT.
           MOVE AM-ADDR-STATUS    TO WS-PC-ADDR-STATUS.
           MOVE AM-RETURNED-DATE  TO WS-PC-RETURNED-DATE.
           MOVE AM-RETURNED-COUNT TO WS-PC-RETURNED-COUNT.
           MOVE WS-PARTY-CONTACT TO WS-OLD-CONTACT.
           PERFORM APPLY-CONTACT-CHANGE.
           IF WS-APPLIED = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PC-PREF           TO AM-CONTACT-PREF.
           MOVE WS-PC-EMAIL          TO AM-EMAIL.
           MOVE WS-PC-NO-CONTACT     TO AM-NO-CONTACT.
           MOVE WS-PC-ADDR-STATUS    TO AM-ADDR-STATUS.
           MOVE WS-PC-RETURNED-DATE  TO AM-RETURNED-DATE.
           MOVE WS-PC-RETURNED-COUNT TO AM-RETURNED-COUNT.
           REWRITE APPLICANT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "APPLICANT-MASTER REWRITE FAILED FOR "
                           AM-APPLICANT-ID " STATUS=" WS-AM-STATUS
                   MOVE "N" TO WS-APPLIED
                   MOVE "WRITE FAILED" TO WS-DISPOSITION
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "APPLICANT" TO WS-CL-KEY-TYPE.
           PERFORM LOG-CONTACT-CHANGES.

      *    A RETURN WITH NO DATE KEYED IS TAKEN AS TODAY'S. THE
      *    RETURN COUNT STOPS AT 999 RATHER THAN WRAPPING.
       APPLY-CONTACT-CHANGE.
           IF RM-RECORD-TYPE = "R"
               MOVE "U" TO WS-PC-ADDR-STATUS
               IF RM-EVENT-DATE NUMERIC AND RM-EVENT-DATE > 0
                   MOVE RM-EVENT-DATE TO WS-PC-RETURNED-DATE
               ELSE
                   MOVE WS-BUSINESS-DATE TO WS-PC-RETURNED-DATE
               END-IF
               IF WS-PC-RETURNED-COUNT NOT NUMERIC
                   MOVE 0 TO WS-PC-RETURNED-COUNT
               END-IF
               IF WS-PC-RETURNED-COUNT < 999
                   ADD 1 TO WS-PC-RETURNED-COUNT
               END-IF
               MOVE "Y" TO WS-APPLIED
               MOVE "UNDELIVERABLE" TO WS-DISPOSITION
               ADD 1 TO WS-MARKED-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF RM-CONTACT-PREF NOT = SPACE AND NOT = "M"
              AND NOT = "E" AND NOT = "N"
               MOVE "BAD PREF" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           IF RM-NO-CONTACT NOT = SPACE AND NOT = "Y"
              AND NOT = "N"
               MOVE "BAD FLAG" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF.
           IF RM-CONTACT-PREF NOT = SPACE
               MOVE RM-CONTACT-PREF TO WS-PC-PREF
           END-IF.
           IF RM-NO-CONTACT NOT = SPACE
               MOVE RM-NO-CONTACT TO WS-PC-NO-CONTACT
           END-IF.
           IF RM-EMAIL NOT = SPACES
               MOVE RM-EMAIL TO WS-PC-EMAIL
           END-IF.
           MOVE "Y" TO WS-APPLIED.
           MOVE "PREFERENCE" TO WS-DISPOSITION.
           ADD 1 TO WS-PREF-COUNT.

      *    ONE CHANGE-LOG ENTRY PER FIELD THAT MOVED; A RETURN IS
      *    ALWAYS LOGGED, EVEN ON AN ADDRESS ALREADY MARKED, SO
      *    EVERY RETURNED PIECE CAN BE TRACED.
       LOG-CONTACT-CHANGES.
           IF RM-RECORD-TYPE = "R"
               MOVE "ADDR STATUS" TO WS-CL-FIELD-NAME
               IF WS-OC-ADDR-STATUS = "U"
                   MOVE "UNDELIVERABLE" TO WS-CL-OLD-DISP
               ELSE
                   MOVE "DELIVERABLE" TO WS-CL-OLD-DISP
               END-IF
               MOVE "UNDELIVERABLE" TO WS-CL-NEW-DISP
               PERFORM WRITE-CONTACT-LOG
           END-IF.
           IF WS-PC-PREF NOT = WS-OC-PREF
               MOVE "CONTACT PREF" TO WS-CL-FIELD-NAME
               MOVE WS-OC-PREF TO WS-CL-OLD-DISP
               MOVE WS-PC-PREF TO WS-CL-NEW-DISP
               PERFORM WRITE-CONTACT-LOG
           END-IF.
           IF WS-PC-NO-CONTACT NOT = WS-OC-NO-CONTACT
               MOVE "NO CONTACT" TO WS-CL-FIELD-NAME
               MOVE WS-OC-NO-CONTACT TO WS-CL-OLD-DISP
               MOVE WS-PC-NO-CONTACT TO WS-CL-NEW-DISP
               PERFORM WRITE-CONTACT-LOG
           END-IF.
           IF WS-PC-EMAIL NOT = WS-OC-EMAIL
               MOVE "EMAIL" TO WS-CL-FIELD-NAME
               MOVE WS-OC-EMAIL TO WS-CL-OLD-DISP
               MOVE WS-PC-EMAIL TO WS-CL-NEW-DISP
               PERFORM WRITE-CONTACT-LOG
           END-IF.

       WRITE-CONTACT-LOG.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE WS-CL-KEY-TYPE   TO CL-KEY-TYPE.
           MOVE RM-PARTY-ID      TO CL-KEY-VALUE.
           MOVE "CHANGE"         TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           MOVE WS-BUSINESS-DATE TO CL-CHANGE-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.

       REPORT-ONE-ITEM.
           MOVE RM-RECORD-TYPE TO RL-RECORD-TYPE.
           EVALUATE RM-PARTY-TYPE
               WHEN "C"
                   MOVE "CUSTOMER" TO RL-PARTY-TYPE
               WHEN "A"
                   MOVE "APPLICANT" TO RL-PARTY-TYPE
               WHEN OTHER
                   MOVE RM-PARTY-TYPE TO RL-PARTY-TYPE
           END-EVALUATE.
           MOVE RM-PARTY-ID TO RL-PARTY-ID.
           MOVE WS-DISPOSITION TO RL-DISPOSITION.
           MOVE RM-REASON TO RL-REASON.
           WRITE INTAKE-RPT-RECORD FROM WS-RPT-LINE.
