      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. coa_maint.
      *****************************************************************
      *    CHART-OF-ACCOUNTS AND GL POSTING-RULE MAINTENANCE. ADDS
      *    AND CHANGES LEDGER ACCOUNTS ON CHART-OF-ACCOUNTS
      *    (coamast.cpy), CLOSES AN ACCOUNT TO NEW POSTINGS AND
      *    REOPENS IT, AND KEEPS THE POSTING RULES (pstrule.cpy) THAT
      *    BOOK EACH LEG THE LEDGER FEEDS RAISE - VOUCHER SALES AND
      *    REDEMPTIONS, PAYROLL BY DEPARTMENT AND DEDUCTION CODE,
      *    ACCRUALS, EXPENSES, SETTLEMENTS, BREAKAGE - TO A LEDGER
      *    ACCOUNT AND COST CENTRE. EVERY ACTION IS LOGGED TO THE
      *    SHARED CHANGE-LOG, THE SAME PATTERN AS product_maint.
      *    A RULE CAN ONLY BOOK TO AN ACTIVE ACCOUNT ON THE CHART. AN
      *    ACCOUNT IS NEVER DELETED, ONLY MADE INACTIVE; CLOSING ONE
      *    THAT RULES STILL BOOK TO IS ALLOWED BUT WARNED OF, SINCE
      *    gl_consolidate WILL HOLD OUT ANY FEED THAT POSTS TO IT.
      *    THE EXTRACTS PICK UP A RULE CHANGE FROM THEIR NEXT RUN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "CHART-OF-ACCOUNTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-ACCOUNT
               FILE STATUS IS WS-COA-STATUS.
           SELECT POSTING-RULES ASSIGN TO "POSTING-RULES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PR-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHART-OF-ACCOUNTS.
           COPY "coamast.cpy".

       FD  POSTING-RULES.
           COPY "pstrule.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-COA-STATUS       PIC XX.
       01 WS-PR-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MENU-CHOICE      PIC 9(1).
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-ENTRY-OK         PIC X.
       01 WS-RULE-COUNT       PIC 9(4).
       01 WS-OLD-ACCOUNT-DATA.
           05 WS-OLD-DESCRIPTION  PIC X(30).
           05 WS-OLD-TYPE         PIC X.
           05 WS-OLD-STATUS       PIC X.
           05 WS-OLD-CC-REQUIRED  PIC X.
       01 WS-OLD-RULE-DATA.
           05 WS-OLD-PR-ACCOUNT   PIC X(8).
           05 WS-OLD-PR-CC        PIC X(6).
           05 WS-OLD-PR-DESC      PIC X(20).
       01 WS-CL-KEY-TYPE      PIC X(10).
       01 WS-CL-KEY-VALUE     PIC X(15).
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0100-OPEN-MASTERS.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE CHART-OF-ACCOUNTS.
           CLOSE POSTING-RULES.
           CLOSE CHANGE-LOG-FILE.
           GOBACK.

       0100-OPEN-MASTERS.
           OPEN I-O CHART-OF-ACCOUNTS.
           IF WS-COA-STATUS = "35"
              OPEN OUTPUT CHART-OF-ACCOUNTS
              CLOSE CHART-OF-ACCOUNTS
              OPEN I-O CHART-OF-ACCOUNTS
           END-IF.
           OPEN I-O POSTING-RULES.
           IF WS-PR-STATUS = "35"
              OPEN OUTPUT POSTING-RULES
              CLOSE POSTING-RULES
              OPEN I-O POSTING-RULES
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.

       0200-MAIN-MENU.
           DISPLAY "CHART OF ACCOUNTS MAINTENANCE".
           DISPLAY "1. ADD ACCOUNT".
           DISPLAY "2. CHANGE ACCOUNT".
           DISPLAY "3. CLOSE ACCOUNT (INACTIVE)".
           DISPLAY "4. REOPEN ACCOUNT".
           DISPLAY "5. LIST ACCOUNTS".
           DISPLAY "6. ADD OR CHANGE POSTING RULE".
           DISPLAY "7. DELETE POSTING RULE".
           DISPLAY "8. LIST POSTING RULES".
           DISPLAY "9. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 0300-ADD-ACCOUNT
               WHEN 2
                   PERFORM 0400-CHANGE-ACCOUNT
               WHEN 3
                   PERFORM 0500-CLOSE-ACCOUNT
               WHEN 4
                   PERFORM 0550-REOPEN-ACCOUNT
               WHEN 5
                   PERFORM 0600-LIST-ACCOUNTS
               WHEN 6
                   PERFORM 0700-MAINTAIN-RULE
               WHEN 7
                   PERFORM 0750-DELETE-RULE
               WHEN 8
                   PERFORM 0780-LIST-RULES
               WHEN 9
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       0300-ADD-ACCOUNT.
           DISPLAY "LEDGER ACCOUNT (8 CHARS): ".
           ACCEPT COA-ACCOUNT.
           IF COA-ACCOUNT = SPACES
               DISPLAY "ACCOUNT REQUIRED. ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           READ CHART-OF-ACCOUNTS
               KEY IS COA-ACCOUNT
               INVALID KEY
                   PERFORM 0310-ADD-NEW-ACCOUNT
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " COA-ACCOUNT
                           " ALREADY ON FILE. ADD REJECTED."
           END-READ.

       0310-ADD-NEW-ACCOUNT.
           DISPLAY "DESCRIPTION: ".
           ACCEPT COA-DESCRIPTION.
           PERFORM 0800-ACCEPT-ACCOUNT-DATA.
           IF WS-ENTRY-OK = "N"
               DISPLAY "ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO COA-STATUS.
           WRITE CHART-OF-ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-COA-STATUS
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " COA-ACCOUNT " ADDED."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "RECORD" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE "NEW RECORD" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-ACCOUNT-CHANGE
           END-WRITE.

       0400-CHANGE-ACCOUNT.
           DISPLAY "LEDGER ACCOUNT TO CHANGE: ".
           ACCEPT COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS
               KEY IS COA-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCOUNT " COA-ACCOUNT " NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 0410-CHANGE-ACCOUNT-DATA
           END-READ.

       0410-CHANGE-ACCOUNT-DATA.
           MOVE COA-DESCRIPTION TO WS-OLD-DESCRIPTION.
           MOVE COA-TYPE TO WS-OLD-TYPE.
           MOVE COA-STATUS TO WS-OLD-STATUS.
           MOVE COA-CC-REQUIRED TO WS-OLD-CC-REQUIRED.
           DISPLAY "DESCRIPTION [" COA-DESCRIPTION "]: ".
           ACCEPT COA-DESCRIPTION.
           PERFORM 0800-ACCEPT-ACCOUNT-DATA.
           IF WS-ENTRY-OK = "N"
               DISPLAY "CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           REWRITE CHART-OF-ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-COA-STATUS
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " COA-ACCOUNT " UPDATED."
                   PERFORM 0420-LOG-CHANGED-FIELDS
           END-REWRITE.

       0420-LOG-CHANGED-FIELDS.
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF COA-DESCRIPTION NOT = WS-OLD-DESCRIPTION
               MOVE "DESCRIPTION"      TO WS-CL-FIELD-NAME
               MOVE WS-OLD-DESCRIPTION TO WS-CL-OLD-DISP
               MOVE COA-DESCRIPTION    TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-ACCOUNT-CHANGE
           END-IF.
           IF COA-TYPE NOT = WS-OLD-TYPE
               MOVE "ACCOUNT TYPE"     TO WS-CL-FIELD-NAME
               MOVE WS-OLD-TYPE        TO WS-CL-OLD-DISP
               MOVE COA-TYPE           TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-ACCOUNT-CHANGE
           END-IF.
           IF COA-CC-REQUIRED NOT = WS-OLD-CC-REQUIRED
               MOVE "CC REQUIRED"      TO WS-CL-FIELD-NAME
               MOVE WS-OLD-CC-REQUIRED TO WS-CL-OLD-DISP
               MOVE COA-CC-REQUIRED    TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-ACCOUNT-CHANGE
           END-IF.

      *    AN INACTIVE ACCOUNT TAKES NO NEW POSTINGS. THE RULES STILL
      *    BOOKING TO IT ARE COUNTED SO THE CLERK CAN MOVE THEM BEFORE
      *    THE NEXT FEED IS HELD OUT FOR IT.
       0500-CLOSE-ACCOUNT.
           DISPLAY "LEDGER ACCOUNT TO CLOSE: ".
           ACCEPT COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS
               KEY IS COA-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCOUNT " COA-ACCOUNT " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF COA-STATUS = "I"
               DISPLAY "ACCOUNT " COA-ACCOUNT " ALREADY INACTIVE."
               EXIT PARAGRAPH
           END-IF.
           MOVE "I" TO COA-STATUS.
           REWRITE CHART-OF-ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "CLOSE FAILED, STATUS=" WS-COA-STATUS
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " COA-ACCOUNT " CLOSED."
                   MOVE "CLOSE" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE "A" TO WS-CL-OLD-DISP
                   MOVE "I" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-ACCOUNT-CHANGE
                   PERFORM 0510-COUNT-RULES-FOR-ACCOUNT
                   IF WS-RULE-COUNT > 0
                       DISPLAY "WARNING: " WS-RULE-COUNT
                               " POSTING RULE(S) STILL BOOK TO "
                               COA-ACCOUNT
                       DISPLAY "FEEDS POSTING TO IT WILL BE HELD OUT"
                               " OF GL CONSOLIDATION."
                   END-IF
           END-REWRITE.

       0510-COUNT-RULES-FOR-ACCOUNT.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE LOW-VALUES TO PR-KEY.
           MOVE 0 TO WS-LIST-DONE.
           START POSTING-RULES KEY IS >= PR-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ POSTING-RULES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF PR-ACCOUNT = COA-ACCOUNT
                           ADD 1 TO WS-RULE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       0550-REOPEN-ACCOUNT.
           DISPLAY "LEDGER ACCOUNT TO REOPEN: ".
           ACCEPT COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS
               KEY IS COA-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCOUNT " COA-ACCOUNT " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF COA-STATUS NOT = "I"
               DISPLAY "ACCOUNT " COA-ACCOUNT " IS NOT INACTIVE."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO COA-STATUS.
           REWRITE CHART-OF-ACCOUNTS-RECORD
               INVALID KEY
                   DISPLAY "REOPEN FAILED, STATUS=" WS-COA-STATUS
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " COA-ACCOUNT " REOPENED."
                   MOVE "REOPEN" TO WS-CL-ACTION
                   MOVE "STATUS" TO WS-CL-FIELD-NAME
                   MOVE "I" TO WS-CL-OLD-DISP
                   MOVE "A" TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-ACCOUNT-CHANGE
           END-REWRITE.

       0600-LIST-ACCOUNTS.
           MOVE LOW-VALUES TO COA-ACCOUNT.
           MOVE 0 TO WS-LIST-DONE.
           START CHART-OF-ACCOUNTS KEY IS >= COA-ACCOUNT
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ CHART-OF-ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       DISPLAY COA-ACCOUNT " " COA-STATUS " "
                               COA-TYPE " " COA-DESCRIPTION
                               " CC REQD " COA-CC-REQUIRED
               END-READ
           END-PERFORM.

      *    A RULE IS KEYED BY FEED, POSTING CODE AND QUALIFIER; ONE
      *    ALREADY ON FILE IS SHOWN AND RE-KEYED, A NEW ONE ADDED.
       0700-MAINTAIN-RULE.
           PERFORM 0790-ACCEPT-RULE-KEY.
           IF WS-ENTRY-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           READ POSTING-RULES
               KEY IS PR-KEY
               INVALID KEY
                   PERFORM 0710-ADD-NEW-RULE
               NOT INVALID KEY
                   PERFORM 0720-CHANGE-RULE
           END-READ.

       0710-ADD-NEW-RULE.
           MOVE SPACES TO PR-ACCOUNT PR-COST-CENTER PR-DESCRIPTION.
           PERFORM 0850-ACCEPT-RULE-DATA.
           IF WS-ENTRY-OK = "N"
               DISPLAY "ADD REJECTED."
               EXIT PARAGRAPH
           END-IF.
           WRITE POSTING-RULE-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-PR-STATUS
               NOT INVALID KEY
                   DISPLAY "POSTING RULE " PR-KEY " ADDED."
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "ACCOUNT" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE PR-ACCOUNT TO WS-CL-NEW-DISP
                   PERFORM 0910-LOG-RULE-CHANGE
                   IF PR-COST-CENTER NOT = SPACES
                       MOVE "COST CENTRE" TO WS-CL-FIELD-NAME
                       MOVE PR-COST-CENTER TO WS-CL-NEW-DISP
                       PERFORM 0910-LOG-RULE-CHANGE
                   END-IF
           END-WRITE.

       0720-CHANGE-RULE.
           MOVE PR-ACCOUNT TO WS-OLD-PR-ACCOUNT.
           MOVE PR-COST-CENTER TO WS-OLD-PR-CC.
           MOVE PR-DESCRIPTION TO WS-OLD-PR-DESC.
           DISPLAY "RULE ON FILE: ACCOUNT " PR-ACCOUNT
                   " COST CENTRE " PR-COST-CENTER " " PR-DESCRIPTION.
           PERFORM 0850-ACCEPT-RULE-DATA.
           IF WS-ENTRY-OK = "N"
               DISPLAY "CHANGE REJECTED."
               EXIT PARAGRAPH
           END-IF.
           REWRITE POSTING-RULE-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-PR-STATUS
               NOT INVALID KEY
                   DISPLAY "POSTING RULE " PR-KEY " UPDATED."
                   MOVE "CHANGE" TO WS-CL-ACTION
                   IF PR-ACCOUNT NOT = WS-OLD-PR-ACCOUNT
                       MOVE "ACCOUNT" TO WS-CL-FIELD-NAME
                       MOVE WS-OLD-PR-ACCOUNT TO WS-CL-OLD-DISP
                       MOVE PR-ACCOUNT TO WS-CL-NEW-DISP
                       PERFORM 0910-LOG-RULE-CHANGE
                   END-IF
                   IF PR-COST-CENTER NOT = WS-OLD-PR-CC
                       MOVE "COST CENTRE" TO WS-CL-FIELD-NAME
                       MOVE WS-OLD-PR-CC TO WS-CL-OLD-DISP
                       MOVE PR-COST-CENTER TO WS-CL-NEW-DISP
                       PERFORM 0910-LOG-RULE-CHANGE
                   END-IF
                   IF PR-DESCRIPTION NOT = WS-OLD-PR-DESC
                       MOVE "DESCRIPTION" TO WS-CL-FIELD-NAME
                       MOVE WS-OLD-PR-DESC TO WS-CL-OLD-DISP
                       MOVE PR-DESCRIPTION TO WS-CL-NEW-DISP
                       PERFORM 0910-LOG-RULE-CHANGE
                   END-IF
           END-REWRITE.

      *    WITH THE RULE GONE THE LEG FALLS BACK TO THE FEED'S GENERAL
      *    RULE, THEN THE "ALL" RULE, THEN ITS POSTING CODE.
       0750-DELETE-RULE.
           PERFORM 0790-ACCEPT-RULE-KEY.
           IF WS-ENTRY-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           READ POSTING-RULES
               KEY IS PR-KEY
               INVALID KEY
                   DISPLAY "POSTING RULE " PR-KEY " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           MOVE PR-ACCOUNT TO WS-OLD-PR-ACCOUNT.
           DELETE POSTING-RULES
               INVALID KEY
                   DISPLAY "DELETE FAILED, STATUS=" WS-PR-STATUS
               NOT INVALID KEY
                   DISPLAY "POSTING RULE " PR-KEY " DELETED."
                   MOVE "DELETE" TO WS-CL-ACTION
                   MOVE "ACCOUNT" TO WS-CL-FIELD-NAME
                   MOVE WS-OLD-PR-ACCOUNT TO WS-CL-OLD-DISP
                   MOVE SPACES TO WS-CL-NEW-DISP
                   PERFORM 0910-LOG-RULE-CHANGE
           END-DELETE.

       0780-LIST-RULES.
           MOVE LOW-VALUES TO PR-KEY.
           MOVE 0 TO WS-LIST-DONE.
           START POSTING-RULES KEY IS >= PR-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ POSTING-RULES NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       DISPLAY PR-SOURCE " " PR-EVENT " "
                               PR-QUALIFIER " -> " PR-ACCOUNT " "
                               PR-COST-CENTER " " PR-DESCRIPTION
               END-READ
           END-PERFORM.

       0790-ACCEPT-RULE-KEY.
           MOVE "Y" TO WS-ENTRY-OK.
           DISPLAY "FEED (VCH PAY ACR LVE EXP MRC BRK, ALL = EVERY "
                   "FEED): ".
           ACCEPT PR-SOURCE.
           IF PR-SOURCE NOT = "VCH" AND PR-SOURCE NOT = "PAY"
              AND PR-SOURCE NOT = "ACR" AND PR-SOURCE NOT = "LVE"
              AND PR-SOURCE NOT = "EXP" AND PR-SOURCE NOT = "MRC"
              AND PR-SOURCE NOT = "BRK" AND PR-SOURCE NOT = "ALL"
               DISPLAY "UNKNOWN FEED " PR-SOURCE "."
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "POSTING CODE (E.G. VCHLIAB, PAYEXP): ".
           ACCEPT PR-EVENT.
           IF PR-EVENT = SPACES
               DISPLAY "POSTING CODE REQUIRED."
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DEPARTMENT OR DEDUCTION CODE (BLANK = ALL): ".
           ACCEPT PR-QUALIFIER.
           IF PR-SOURCE = "ALL" AND PR-QUALIFIER NOT = SPACES
               DISPLAY "AN ALL-FEED RULE CANNOT BE QUALIFIED."
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

       0800-ACCEPT-ACCOUNT-DATA.
           MOVE "Y" TO WS-ENTRY-OK.
           DISPLAY "TYPE (A ASSET L LIABILITY Q EQUITY R REVENUE "
                   "E EXPENSE): ".
           ACCEPT COA-TYPE.
           IF COA-TYPE NOT = "A" AND COA-TYPE NOT = "L"
              AND COA-TYPE NOT = "Q" AND COA-TYPE NOT = "R"
              AND COA-TYPE NOT = "E"
               DISPLAY "TYPE MUST BE A, L, Q, R OR E."
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COST CENTRE REQUIRED ON POSTINGS (Y/N): ".
           ACCEPT COA-CC-REQUIRED.
           IF COA-CC-REQUIRED NOT = "Y" AND COA-CC-REQUIRED NOT = "N"
               DISPLAY "COST CENTRE REQUIRED MUST BE Y OR N."
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

      *    THE RULE'S ACCOUNT MUST BE ACTIVE ON THE CHART. THE CHART
      *    RECORD IS READ INTO ITS OWN AREA, SO THE RULE IS UNTOUCHED.
       0850-ACCEPT-RULE-DATA.
           MOVE "Y" TO WS-ENTRY-OK.
           DISPLAY "LEDGER ACCOUNT [" PR-ACCOUNT "]: ".
           ACCEPT PR-ACCOUNT.
           MOVE PR-ACCOUNT TO COA-ACCOUNT.
           READ CHART-OF-ACCOUNTS
               KEY IS COA-ACCOUNT
               INVALID KEY
                   DISPLAY "ACCOUNT " PR-ACCOUNT
                           " NOT ON THE CHART OF ACCOUNTS."
                   MOVE "N" TO WS-ENTRY-OK
                   EXIT PARAGRAPH
           END-READ.
           IF COA-STATUS NOT = "A"
               DISPLAY "ACCOUNT " PR-ACCOUNT " IS INACTIVE."
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COST CENTRE (BLANK = THE DEPARTMENT) ["
                   PR-COST-CENTER "]: ".
           ACCEPT PR-COST-CENTER.
           DISPLAY "DESCRIPTION [" PR-DESCRIPTION "]: ".
           ACCEPT PR-DESCRIPTION.

       0900-LOG-ACCOUNT-CHANGE.
           MOVE "GLACCOUNT" TO WS-CL-KEY-TYPE.
           MOVE COA-ACCOUNT TO WS-CL-KEY-VALUE.
           PERFORM 0950-WRITE-CHANGE-LOG.

       0910-LOG-RULE-CHANGE.
           MOVE "GLRULE" TO WS-CL-KEY-TYPE.
           MOVE PR-KEY TO WS-CL-KEY-VALUE.
           PERFORM 0950-WRITE-CHANGE-LOG.

       0950-WRITE-CHANGE-LOG.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE WS-CL-KEY-TYPE   TO CL-KEY-TYPE.
           MOVE WS-CL-KEY-VALUE  TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE WS-CL-FIELD-NAME TO CL-FIELD-NAME.
           MOVE WS-CL-OLD-DISP   TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           CALL "getdate" USING CL-CHANGE-DATE CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
