      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. badge_maint.
      *****************************************************************
      *    TIME-CLOCK BADGE MAINTENANCE. ISSUES A CLOCK BADGE TO AN
      *    EMPLOYEE ON EMPLOYEE-MASTER, REVOKES A LOST OR RETURNED
      *    ONE, AND LISTS THE BADGES ON FILE (badgexrf.cpy). A
      *    REVOKED BADGE STAYS ON FILE SO ITS NUMBER IS NEVER
      *    REISSUED TO SOMEONE ELSE. EVERY ACTION IS LOGGED TO THE
      *    SHARED CHANGE-LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-XREF ASSIGN TO "BADGE-XREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BX-BADGE
               FILE STATUS IS WS-BX-STATUS.
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
       FD  BADGE-XREF.
           COPY "badgexrf.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BX-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-EMP-INPUT        PIC 9(7).
       01 WS-CONFIRM          PIC X.
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW              PIC 9(6).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-CL-ACTION        PIC X(8).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE BADGE-XREF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O BADGE-XREF.
           IF WS-BX-STATUS = "35"
              OPEN OUTPUT BADGE-XREF
              CLOSE BADGE-XREF
              OPEN I-O BADGE-XREF
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "TIME-CLOCK BADGE MAINTENANCE".
           DISPLAY "1. ISSUE BADGE".
           DISPLAY "2. REVOKE BADGE".
           DISPLAY "3. LIST BADGES".
           DISPLAY "4. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ISSUE-BADGE
               WHEN 2
                   PERFORM 0400-REVOKE-BADGE
               WHEN 3
                   PERFORM 0500-LIST-BADGES
               WHEN 4
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-ISSUE-BADGE.
           DISPLAY "BADGE NUMBER: ".
           ACCEPT BX-BADGE.
           IF BX-BADGE = SPACES
               DISPLAY "BADGE NUMBER REQUIRED."
               EXIT PARAGRAPH
           END-IF.
           READ BADGE-XREF
               KEY IS BX-BADGE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "BADGE " BX-BADGE " ALREADY ISSUED TO "
                           BX-EMPLOYEE-ID " (" BX-STATUS
                           "). ISSUE REJECTED."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT WS-EMP-INPUT.
           MOVE WS-EMP-INPUT TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-EMP-INPUT
                           " NOT ON FILE. ISSUE REJECTED."
                   EXIT PARAGRAPH
           END-READ.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE WS-EMP-INPUT TO BX-EMPLOYEE-ID.
           MOVE WS-TODAY TO BX-ISSUED-DATE.
           MOVE 0 TO BX-REVOKED-DATE.
           MOVE "A" TO BX-STATUS.
           WRITE BADGE-XREF-RECORD
               INVALID KEY
                   DISPLAY "ISSUE FAILED, STATUS=" WS-BX-STATUS
               NOT INVALID KEY
                   DISPLAY "BADGE " BX-BADGE " ISSUED TO "
                           FIRST-NAME " " LAST-NAME "."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "EMPLOYEE-ID" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE BX-EMPLOYEE-ID TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-BADGE-CHANGE
           END-WRITE.

       0400-REVOKE-BADGE.
           DISPLAY "BADGE NUMBER TO REVOKE: ".
           ACCEPT BX-BADGE.
           READ BADGE-XREF
               KEY IS BX-BADGE
               INVALID KEY
                   DISPLAY "BADGE " BX-BADGE " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF BX-REVOKED
               DISPLAY "BADGE " BX-BADGE " ALREADY REVOKED ON "
                       BX-REVOKED-DATE "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REVOKE BADGE " BX-BADGE " OF EMPLOYEE "
                   BX-EMPLOYEE-ID " - CONFIRM (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW.
           MOVE WS-TODAY TO BX-REVOKED-DATE.
           MOVE "R" TO BX-STATUS.
           REWRITE BADGE-XREF-RECORD
               INVALID KEY
                   DISPLAY "REVOKE FAILED, STATUS=" WS-BX-STATUS
               NOT INVALID KEY
                   DISPLAY "BADGE " BX-BADGE " REVOKED."
                   MOVE "CHANGE" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE "A" TO WS-CL-OLD-DISP
                   MOVE "R" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-BADGE-CHANGE
           END-REWRITE.

       0500-LIST-BADGES.
           MOVE LOW-VALUES TO BX-BADGE.
           MOVE 0 TO WS-LIST-DONE.
           START BADGE-XREF KEY IS >= BX-BADGE
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ BADGE-XREF NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       DISPLAY BX-BADGE " " BX-STATUS " EMP "
                               BX-EMPLOYEE-ID " ISSUED "
                               BX-ISSUED-DATE " REVOKED "
                               BX-REVOKED-DATE
               END-READ
           END-PERFORM.

       0900-LOG-BADGE-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "BADGE"          TO CL-KEY-TYPE.
           MOVE BX-BADGE         TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
