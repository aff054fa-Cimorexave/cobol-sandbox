      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. requisition_maint.
      *****************************************************************
      *    JOB REQUISITION MAINTENANCE. OPENS AND CHANGES REQUISITION
      *    ENTRIES (reqmast.cpy) AND TAGS APPLICANTS ON THE
      *    APPLICANT-MASTER TO THE REQUISITION THEY ARE BEING
      *    CONSIDERED FOR. A REQUISITION MUST NAME AN ACTIVE
      *    DEPARTMENT AND A GRADE ON THE PAY-GRADE TABLE. THE FILLED
      *    COUNT AND THE "F" STATUS BELONG TO applicant_bridge; HERE
      *    A REQUISITION CAN ONLY BE PUT ON HOLD, REOPENED OR
      *    CANCELLED. EVERY ACTION IS LOGGED TO THE SHARED
      *    CHANGE-LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISITION-FILE ASSIGN TO "REQUISITION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQ-NUMBER
               FILE STATUS IS WS-RQ-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT PAY-GRADE-FILE ASSIGN TO "PAY-GRADE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-GRADE-CODE
               FILE STATUS IS WS-PG-STATUS.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APPLICANT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REQUISITION-FILE.
           COPY "reqmast.cpy".

       FD  DEPT-MASTER.
           COPY "deptmast.cpy".

       FD  PAY-GRADE-FILE.
           COPY "paygrade.cpy".

       FD  APPLICANT-MASTER.
           COPY "applmast.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RQ-STATUS        PIC XX.
       01 WS-DM-STATUS        PIC XX.
       01 WS-PG-STATUS        PIC XX.
       01 WS-AM-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-FOUND            PIC X.
       01 WS-DEPT-INPUT       PIC X(4).
       01 WS-GRADE-INPUT      PIC X(2).
       01 WS-STATUS-INPUT     PIC X.
       01 WS-OLD-TITLE        PIC X(30).
       01 WS-OLD-GRADE        PIC X(2).
       01 WS-OLD-OPENINGS     PIC 9(3).
       01 WS-OLD-STATUS       PIC X.
       01 WS-OLD-REQ          PIC X(8).
       01 WS-CL-KEY-TYPE      PIC X(10).
       01 WS-CL-KEY-VALUE     PIC X(15).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-CL-ACTION        PIC X(8).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE REQUISITION-FILE.
           CLOSE DEPT-MASTER.
           CLOSE PAY-GRADE-FILE.
           CLOSE APPLICANT-MASTER.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O REQUISITION-FILE.
           IF WS-RQ-STATUS = "35"
              OPEN OUTPUT REQUISITION-FILE
              CLOSE REQUISITION-FILE
              OPEN I-O REQUISITION-FILE
           END-IF.
           OPEN INPUT DEPT-MASTER.
           OPEN INPUT PAY-GRADE-FILE.
           OPEN I-O APPLICANT-MASTER.
           IF WS-AM-STATUS = "35"
              OPEN OUTPUT APPLICANT-MASTER
              CLOSE APPLICANT-MASTER
              OPEN I-O APPLICANT-MASTER
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "JOB REQUISITION MAINTENANCE".
           DISPLAY "1. OPEN REQUISITION".
           DISPLAY "2. CHANGE REQUISITION".
           DISPLAY "3. TAG APPLICANT TO REQUISITION".
           DISPLAY "4. LIST REQUISITIONS".
           DISPLAY "5. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-OPEN-REQUISITION
               WHEN 2
                   PERFORM 0400-CHANGE-REQUISITION
               WHEN 3
                   PERFORM 0500-TAG-APPLICANT
               WHEN 4
                   PERFORM 0600-LIST-REQUISITIONS
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-OPEN-REQUISITION.
           DISPLAY "REQUISITION NUMBER (8 CHARS): ".
           ACCEPT RQ-REQ-NUMBER.
           IF RQ-REQ-NUMBER = SPACES
               DISPLAY "REQUISITION NUMBER REQUIRED."
               EXIT PARAGRAPH
           END-IF.
           READ REQUISITION-FILE
               KEY IS RQ-REQ-NUMBER
               INVALID KEY
                   PERFORM 0310-ADD-NEW-REQUISITION
               NOT INVALID KEY
                   DISPLAY "REQUISITION " RQ-REQ-NUMBER
                           " ALREADY ON FILE. OPEN REJECTED."
           END-READ.

       0310-ADD-NEW-REQUISITION.
           DISPLAY "POSITION TITLE: ".
           ACCEPT RQ-TITLE.
           DISPLAY "DEPARTMENT CODE: ".
           ACCEPT WS-DEPT-INPUT.
           PERFORM 0800-CHECK-DEPT.
           IF WS-FOUND <> "Y"
               DISPLAY "DEPARTMENT " WS-DEPT-INPUT
                       " NOT ACTIVE ON DEPT-MASTER. OPEN REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEPT-INPUT TO RQ-DEPT-CODE.
           DISPLAY "PAY GRADE: ".
           ACCEPT WS-GRADE-INPUT.
           PERFORM 0810-CHECK-GRADE.
           IF WS-FOUND <> "Y"
               DISPLAY "GRADE " WS-GRADE-INPUT
                       " NOT ON PAY-GRADE TABLE. OPEN REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GRADE-INPUT TO RQ-PAY-GRADE.
           DISPLAY "NUMBER OF OPENINGS: ".
           ACCEPT RQ-OPENINGS.
           IF RQ-OPENINGS = 0
               DISPLAY "AT LEAST ONE OPENING REQUIRED. OPEN REJECTED."
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           MOVE WS-RUN-DATE TO RQ-OPENED-DATE.
           MOVE 0 TO RQ-FILLED.
           MOVE 0 TO RQ-CLOSED-DATE.
           MOVE "O" TO RQ-STATUS.
           WRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "OPEN FAILED, STATUS=" WS-RQ-STATUS
               NOT INVALID KEY
                   DISPLAY "REQUISITION " RQ-REQ-NUMBER " OPENED."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "RECORD" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE "NEW RECORD" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-REQN-CHANGE
           END-WRITE.

       0400-CHANGE-REQUISITION.
           DISPLAY "REQUISITION NUMBER TO CHANGE: ".
           ACCEPT RQ-REQ-NUMBER.
           READ REQUISITION-FILE
               KEY IS RQ-REQ-NUMBER
               INVALID KEY
                   DISPLAY "REQUISITION " RQ-REQ-NUMBER
                           " NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 0410-CHANGE-REQN-FIELDS
           END-READ.

      *    A FILLED OR CANCELLED REQUISITION IS CLOSED FOR GOOD - THE
      *    TIME-TO-FILL FIGURES DEPEND ON ITS DATES STAYING PUT. A
      *    NEW NEED IS A NEW REQUISITION.
       0410-CHANGE-REQN-FIELDS.
           IF RQ-FILLED-UP OR RQ-CANCELLED
               DISPLAY "REQUISITION " RQ-REQ-NUMBER " IS CLOSED ("
                       RQ-STATUS "). CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE RQ-TITLE     TO WS-OLD-TITLE.
           MOVE RQ-PAY-GRADE TO WS-OLD-GRADE.
           MOVE RQ-OPENINGS  TO WS-OLD-OPENINGS.
           MOVE RQ-STATUS    TO WS-OLD-STATUS.
           DISPLAY "POSITION TITLE [" RQ-TITLE "]: ".
           ACCEPT RQ-TITLE.
           DISPLAY "PAY GRADE [" RQ-PAY-GRADE "]: ".
           ACCEPT WS-GRADE-INPUT.
           PERFORM 0810-CHECK-GRADE.
           IF WS-FOUND <> "Y"
               DISPLAY "GRADE " WS-GRADE-INPUT
                       " NOT ON PAY-GRADE TABLE. CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GRADE-INPUT TO RQ-PAY-GRADE.
           DISPLAY "NUMBER OF OPENINGS [" RQ-OPENINGS "] (FILLED "
                   RQ-FILLED "): ".
           ACCEPT RQ-OPENINGS.
           IF RQ-OPENINGS = 0 OR RQ-OPENINGS < RQ-FILLED
               DISPLAY "OPENINGS CANNOT BE ZERO OR BELOW THE "
                       RQ-FILLED " ALREADY FILLED. CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "STATUS O=OPEN H=HOLD C=CANCEL [" RQ-STATUS "]: ".
           ACCEPT WS-STATUS-INPUT.
           IF WS-STATUS-INPUT <> "O" AND WS-STATUS-INPUT <> "H"
              AND WS-STATUS-INPUT <> "C"
               DISPLAY "STATUS MUST BE O, H OR C. CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STATUS-INPUT TO RQ-STATUS.
           IF RQ-CANCELLED
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE TO RQ-CLOSED-DATE
           END-IF.
      *    LOWERING THE OPENINGS TO THE NUMBER ALREADY FED FILLS THE
      *    REQUISITION THE SAME AS THE BRIDGE WOULD.
           IF RQ-OPEN AND RQ-FILLED >= RQ-OPENINGS
               MOVE "F" TO RQ-STATUS
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE TO RQ-CLOSED-DATE
           END-IF.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-RQ-STATUS
               NOT INVALID KEY
                   DISPLAY "REQUISITION " RQ-REQ-NUMBER " UPDATED."
                   PERFORM 0420-LOG-CHANGED-FIELDS
           END-REWRITE.

       0420-LOG-CHANGED-FIELDS.
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF RQ-TITLE NOT = WS-OLD-TITLE
               MOVE "TITLE"        TO WS-CL-FIELD-NAME
               MOVE WS-OLD-TITLE   TO WS-CL-OLD-DISP
               MOVE RQ-TITLE       TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-REQN-CHANGE
           END-IF.
           IF RQ-PAY-GRADE NOT = WS-OLD-GRADE
               MOVE "PAY-GRADE"    TO WS-CL-FIELD-NAME
               MOVE WS-OLD-GRADE   TO WS-CL-OLD-DISP
               MOVE RQ-PAY-GRADE   TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-REQN-CHANGE
           END-IF.
           IF RQ-OPENINGS NOT = WS-OLD-OPENINGS
               MOVE "OPENINGS"     TO WS-CL-FIELD-NAME
               MOVE WS-OLD-OPENINGS TO WS-CL-OLD-DISP
               MOVE RQ-OPENINGS    TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-REQN-CHANGE
           END-IF.
           IF RQ-STATUS NOT = WS-OLD-STATUS
               MOVE "STATUS"       TO WS-CL-FIELD-NAME
               MOVE WS-OLD-STATUS  TO WS-CL-OLD-DISP
               MOVE RQ-STATUS      TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-REQN-CHANGE
           END-IF.

      *    AN APPLICANT ALREADY FED TO INTAKE STAYS WITH THE
      *    REQUISITION THAT HIRED THEM. OTHERWISE AN APPLICANT MAY BE
      *    MOVED TO ANOTHER OPEN REQUISITION.
       0500-TAG-APPLICANT.
           DISPLAY "APPLICANT ID: ".
           ACCEPT AM-APPLICANT-ID.
           READ APPLICANT-MASTER
               KEY IS AM-APPLICANT-ID
               INVALID KEY
                   DISPLAY "APPLICANT " AM-APPLICANT-ID
                           " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF AM-CHECK-RESULT = "CONV"
               DISPLAY "APPLICANT " AM-APPLICANT-ID
                       " ALREADY CONVERTED AGAINST " AM-REQ-NUMBER
                       ". TAG REJECTED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REQUISITION NUMBER [" AM-REQ-NUMBER "]: ".
           ACCEPT RQ-REQ-NUMBER.
           READ REQUISITION-FILE
               KEY IS RQ-REQ-NUMBER
               INVALID KEY
                   DISPLAY "REQUISITION " RQ-REQ-NUMBER
                           " NOT ON FILE. TAG REJECTED."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT RQ-OPEN
               DISPLAY "REQUISITION " RQ-REQ-NUMBER
                       " IS NOT OPEN (" RQ-STATUS "). TAG REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-REQ-NUMBER TO WS-OLD-REQ.
           MOVE RQ-REQ-NUMBER TO AM-REQ-NUMBER.
           REWRITE APPLICANT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "TAG FAILED, STATUS=" WS-AM-STATUS
               NOT INVALID KEY
                   DISPLAY "APPLICANT " AM-APPLICANT-ID
                           " TAGGED TO " AM-REQ-NUMBER "."
                   MOVE "APPLICANT"     TO WS-CL-KEY-TYPE
                   MOVE AM-APPLICANT-ID TO WS-CL-KEY-VALUE
                   MOVE "CHANGE"        TO WS-CL-ACTION
                   MOVE "REQ-NUMBER"    TO WS-CL-FIELD-NAME
                   MOVE WS-OLD-REQ      TO WS-CL-OLD-DISP
                   MOVE AM-REQ-NUMBER   TO WS-CL-NEW-DISP
                   PERFORM 0910-WRITE-LOG
           END-REWRITE.

       0600-LIST-REQUISITIONS.
           MOVE LOW-VALUES TO RQ-REQ-NUMBER.
           MOVE 0 TO WS-LIST-DONE.
           START REQUISITION-FILE KEY IS >= RQ-REQ-NUMBER
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ REQUISITION-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       DISPLAY RQ-REQ-NUMBER " " RQ-STATUS " "
                               RQ-DEPT-CODE " " RQ-PAY-GRADE " "
                               RQ-TITLE " " RQ-FILLED "/"
                               RQ-OPENINGS " OPENED " RQ-OPENED-DATE
               END-READ
           END-PERFORM.

       0800-CHECK-DEPT.
           MOVE "N" TO WS-FOUND.
           MOVE WS-DEPT-INPUT TO DM-DEPT-CODE.
           READ DEPT-MASTER
               KEY IS DM-DEPT-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DM-ACTIVE-FLAG <> "I"
                       MOVE "Y" TO WS-FOUND
                   END-IF
           END-READ.

       0810-CHECK-GRADE.
           MOVE "N" TO WS-FOUND.
           MOVE WS-GRADE-INPUT TO PG-GRADE-CODE.
           READ PAY-GRADE-FILE
               KEY IS PG-GRADE-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ.

       0900-LOG-REQN-CHANGE.
           MOVE "REQN"           TO WS-CL-KEY-TYPE.
           MOVE RQ-REQ-NUMBER    TO WS-CL-KEY-VALUE.
           PERFORM 0910-WRITE-LOG.

       0910-WRITE-LOG.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE WS-CL-KEY-TYPE   TO CL-KEY-TYPE.
           MOVE WS-CL-KEY-VALUE  TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
