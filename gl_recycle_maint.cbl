      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gl_recycle_maint.
      *****************************************************************
      *    GL REJECTION RECYCLE MAINTENANCE. FINANCE WORKS THE LINES
      *    THE LEDGER REJECTED, WHICH gl_ack HOLDS OPEN ON GL-RECYCLE
      *    (glrecyc.cpy) UNDER THE BATCH AND SEQUENCE NUMBER THEY
      *    WERE SENT AS. A LINE'S ACCOUNT, COST CENTRE AND
      *    DESCRIPTION CAN BE CORRECTED; ITS AMOUNT, DEBIT OR CREDIT
      *    AND DATE CANNOT, SINCE THE OTHER SIDE IS ALREADY ON THE
      *    LEDGER. A CORRECTED LINE IS MARKED READY AND THE NEXT
      *    gl_consolidate RESUBMITS IT; A LINE SETTLED BY A MANUAL
      *    JOURNAL IS WRITTEN OFF INSTEAD. A LINE CAN ONLY BE MARKED
      *    READY AGAINST AN ACCOUNT ACTIVE ON CHART-OF-ACCOUNTS.
      *    EVERY ACTION IS LOGGED TO THE SHARED CHANGE-LOG, THE SAME
      *    PATTERN AS coa_maint.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-RECYCLE ASSIGN TO "GL-RECYCLE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRC-KEY
               FILE STATUS IS WS-GRC-STATUS.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "CHART-OF-ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  GL-RECYCLE.
           COPY "glrecyc.cpy".

       FD  CHART-OF-ACCOUNTS.
           COPY "coamast.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GRC-STATUS       PIC XX.
       01 WS-COA-STATUS       PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-ENTRY-OK         PIC X.
       01 WS-CONFIRM          PIC X.
       01 WS-LIST-COUNT       PIC 9(5).
       01 WS-OLD-ACCOUNT      PIC X(8).
       01 WS-OLD-CC           PIC X(6).
       01 WS-OLD-DESC         PIC X(20).
       01 WS-OLD-STATUS       PIC X.
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       COPY "glintf.cpy".
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE GL-RECYCLE.
           CLOSE CHART-OF-ACCOUNTS.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-FILES.
           OPEN I-O GL-RECYCLE.
           IF WS-GRC-STATUS = "35"
              OPEN OUTPUT GL-RECYCLE
              CLOSE GL-RECYCLE
              OPEN I-O GL-RECYCLE
           END-IF.
           OPEN INPUT CHART-OF-ACCOUNTS.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "GL REJECTION RECYCLE".
           DISPLAY "1. LIST OPEN AND READY LINES".
           DISPLAY "2. CORRECT A LINE".
           DISPLAY "3. MARK A LINE READY TO RESUBMIT".
           DISPLAY "4. WRITE A LINE OFF".
           DISPLAY "5. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-LIST-LINES
               WHEN 2
                   PERFORM 0400-CORRECT-LINE
               WHEN 3
                   PERFORM 0500-MARK-READY
               WHEN 4
                   PERFORM 0600-WRITE-OFF
               WHEN 5
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-LIST-LINES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO GRC-BATCH.
           MOVE 0 TO GRC-SEQ.
           MOVE 0 TO WS-LIST-DONE.
           START GL-RECYCLE KEY IS >= GRC-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ GL-RECYCLE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF GRC-OPEN OR GRC-READY
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM 0350-SHOW-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-COUNT " LINE(S) OPEN OR READY.".

       0350-SHOW-LINE.
           MOVE GRC-ENTRY TO GL-INTERFACE-RECORD.
           DISPLAY GRC-BATCH "/" GRC-SEQ " " GRC-STATUS " "
                   GL-ACCOUNT " " GL-COST-CENTER " " GL-DR-CR " "
                   GL-AMOUNT " " GL-DATE " " GL-DESC.
           DISPLAY "    REJECTED " GRC-REJECT-DATE ": " GRC-REASON.

       0390-ACCEPT-LINE-KEY.
           MOVE "Y" TO WS-ENTRY-OK.
           DISPLAY "BATCH NUMBER: ".
           ACCEPT GRC-BATCH.
           DISPLAY "SEQUENCE NUMBER: ".
           ACCEPT GRC-SEQ.
           READ GL-RECYCLE
               KEY IS GRC-KEY
               INVALID KEY
                   DISPLAY "LINE " GRC-BATCH "/" GRC-SEQ
                           " NOT ON RECYCLE."
                   MOVE "N" TO WS-ENTRY-OK
                   EXIT PARAGRAPH
           END-READ.
           IF NOT GRC-OPEN AND NOT GRC-READY
               DISPLAY "LINE " GRC-BATCH "/" GRC-SEQ
                       " ALREADY RESUBMITTED OR WRITTEN OFF."
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0350-SHOW-LINE.

      *    A CORRECTED LINE GOES BACK TO OPEN UNTIL IT IS MARKED
      *    READY AGAIN, SO A HALF-FINISHED CORRECTION IS NEVER SENT.
       0400-CORRECT-LINE.
           PERFORM 0390-ACCEPT-LINE-KEY.
           IF WS-ENTRY-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE GL-ACCOUNT TO WS-OLD-ACCOUNT.
           MOVE GL-COST-CENTER TO WS-OLD-CC.
           MOVE GL-DESC TO WS-OLD-DESC.
           MOVE GRC-STATUS TO WS-OLD-STATUS.
           DISPLAY "LEDGER ACCOUNT [" GL-ACCOUNT "]: ".
           ACCEPT GL-ACCOUNT.
           IF GL-ACCOUNT = SPACES
               MOVE WS-OLD-ACCOUNT TO GL-ACCOUNT
           END-IF.
           DISPLAY "COST CENTRE [" GL-COST-CENTER "]: ".
           ACCEPT GL-COST-CENTER.
           IF GL-COST-CENTER = SPACES
               MOVE WS-OLD-CC TO GL-COST-CENTER
           END-IF.
           DISPLAY "DESCRIPTION [" GL-DESC "]: ".
           ACCEPT GL-DESC.
           IF GL-DESC = SPACES
               MOVE WS-OLD-DESC TO GL-DESC
           END-IF.
           PERFORM 0800-CHECK-ACCOUNT.
           IF WS-ENTRY-OK = "N"
               DISPLAY "CORRECTION REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE GL-INTERFACE-RECORD TO GRC-ENTRY.
           MOVE "O" TO GRC-STATUS.
           REWRITE GL-RECYCLE-RECORD
               INVALID KEY
                   DISPLAY "CORRECTION FAILED, STATUS=" WS-GRC-STATUS
               NOT INVALID KEY
                   DISPLAY "LINE " GRC-BATCH "/" GRC-SEQ " CORRECTED."
                   PERFORM 0420-LOG-CORRECTIONS
           END-REWRITE.

       0420-LOG-CORRECTIONS.
           MOVE "CORRECT" TO WS-CL-ACTION.
           IF GL-ACCOUNT NOT = WS-OLD-ACCOUNT
               MOVE "ACCOUNT"      TO WS-CL-FIELD-NAME
               MOVE WS-OLD-ACCOUNT TO WS-CL-OLD-DISP
               MOVE GL-ACCOUNT     TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           IF GL-COST-CENTER NOT = WS-OLD-CC
               MOVE "COST CENTRE"  TO WS-CL-FIELD-NAME
               MOVE WS-OLD-CC      TO WS-CL-OLD-DISP
               MOVE GL-COST-CENTER TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           IF GL-DESC NOT = WS-OLD-DESC
               MOVE "DESCRIPTION"  TO WS-CL-FIELD-NAME
               MOVE WS-OLD-DESC    TO WS-CL-OLD-DISP
               MOVE GL-DESC        TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           IF WS-OLD-STATUS NOT = GRC-STATUS
               MOVE "STATUS"       TO WS-CL-FIELD-NAME
               MOVE WS-OLD-STATUS  TO WS-CL-OLD-DISP
               MOVE GRC-STATUS     TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.

       0500-MARK-READY.
           PERFORM 0390-ACCEPT-LINE-KEY.
           IF WS-ENTRY-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           IF GRC-READY
               DISPLAY "LINE IS ALREADY READY."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0800-CHECK-ACCOUNT.
           IF WS-ENTRY-OK = "N"
               DISPLAY "CORRECT THE ACCOUNT BEFORE RESUBMITTING."
               EXIT PARAGRAPH
           END-IF.
           MOVE "C" TO GRC-STATUS.
           REWRITE GL-RECYCLE-RECORD
               INVALID KEY
                   DISPLAY "MARK FAILED, STATUS=" WS-GRC-STATUS
               NOT INVALID KEY
                   DISPLAY "LINE " GRC-BATCH "/" GRC-SEQ
                           " READY FOR THE NEXT CONSOLIDATION."
                   MOVE "READY" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE "O" TO WS-CL-OLD-DISP
                   MOVE "C" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-CHANGE
           END-REWRITE.

       0600-WRITE-OFF.
           PERFORM 0390-ACCEPT-LINE-KEY.
           IF WS-ENTRY-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "WRITE THIS LINE OFF - SETTLED BY MANUAL JOURNAL "
                   "(Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "WRITE-OFF CANCELLED."
               EXIT PARAGRAPH
           END-IF.
           MOVE GRC-STATUS TO WS-OLD-STATUS.
           MOVE "X" TO GRC-STATUS.
           REWRITE GL-RECYCLE-RECORD
               INVALID KEY
                   DISPLAY "WRITE-OFF FAILED, STATUS=" WS-GRC-STATUS
               NOT INVALID KEY
                   DISPLAY "LINE " GRC-BATCH "/" GRC-SEQ
                           " WRITTEN OFF."
                   MOVE "WRITEOFF" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE WS-OLD-STATUS TO WS-CL-OLD-DISP
                   MOVE "X" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-CHANGE
           END-REWRITE.

      *    THE LINE'S ACCOUNT MUST BE ACTIVE ON THE CHART, WITH A COST
      *    CENTRE WHERE THE ACCOUNT CALLS FOR ONE.
       0800-CHECK-ACCOUNT.
           MOVE "Y" TO WS-ENTRY-OK.
           MOVE GL-ACCOUNT TO COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS
               KEY IS COA-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCOUNT " GL-ACCOUNT
                           " NOT ON THE CHART OF ACCOUNTS."
                   MOVE "N" TO WS-ENTRY-OK
                   EXIT PARAGRAPH
           END-READ.
           IF COA-STATUS NOT = "A"
               DISPLAY "ACCOUNT " GL-ACCOUNT " IS INACTIVE."
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF.
           IF COA-CC-REQUIRED = "Y" AND GL-COST-CENTER = SPACES
               DISPLAY "ACCOUNT " GL-ACCOUNT " NEEDS A COST CENTRE."
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

       0900-LOG-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "GLRECYCLE"      TO CL-KEY-TYPE.
           MOVE GRC-KEY          TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
