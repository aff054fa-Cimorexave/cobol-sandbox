      *              VCHSALES REDEMPTION OFFSET
      *              VCHFORF  FORFEITURE INCOME (VOIDS / EXPIRIES)
      *              VCHFEES  DORMANCY FEE INCOME
      *              VCHDISP  DISPUTE CREDITS (dispute_maint): A
      *                       CREDIT TO A VOUCHER IS CHARGED HERE AND
      *                       A DENIAL'S REVERSAL COMES BACK OUT
      *    GL-INTERFACE RECORD: ACCOUNT(8) DR-CR(2) AMOUNT 9(9)V99
      *                         DATE(8) DESCRIPTION(20)
      *    EACH POSTING CODE IS BOOKED TO THE LEDGER ACCOUNT AND
      *    COST CENTRE ITS POSTING RULE (SOURCE "VCH") NAMES,
      *    THROUGH glacct; A CODE WITH NO RULE GOES THROUGH AS THE
      *    ACCOUNT ITSELF.
      *    A LEG DATED INTO A MONTH FINANCE HAS CLOSED FOR THE
      *    LEDGER (closectl, acctper.cpy) IS POSTED ON THE FIRST DAY
      *    OF THE NEXT OPEN MONTH INSTEAD, AND THE RUN SAYS SO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-TOPUP-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-FORFEIT-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-FEE-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-DISPUTE-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-DEBIT-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL     PIC S9(11)V99 VALUE 0.
       01 WS-ENTRY-COUNT      PIC 9(5) VALUE 0.
           05 FILLER          PIC X VALUE SPACE.
           05 RH-DATE         PIC 9(4)/99/99.

       01 WS-GL-QUALIFIER     PIC X(4) VALUE SPACES.
       01 WS-GL-DEPT          PIC X(4) VALUE SPACES.
       01 WS-GL-CLOSED-DATE   PIC 9(8) VALUE 0.
           COPY "glacct.cpy".
           COPY "perclose.cpy".

       01 WS-RPT-LINE.
           05 RL-ACCOUNT      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-AMOUNT       PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-DESC         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-COST-CENTER  PIC X(6).

       01 WS-PROOF-LINE.
           05 FILLER          PIC X(15) VALUE "PROOF: DEBITS ".
               WHEN "FEE"
                   COMPUTE WS-FEE-TOTAL =
                       WS-FEE-TOTAL + WS-OLD-AMT - WS-NEW-AMT
               WHEN "DISPUTE"
                   COMPUTE WS-DISPUTE-TOTAL =
                       WS-DISPUTE-TOTAL + WS-NEW-AMT - WS-OLD-AMT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               MOVE "CR" TO GL-DR-CR
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
      *    THE DAY'S DISPUTE CREDITS NET OF REVERSALS; A DAY OF MORE
      *    REVERSALS THAN CREDITS POSTS THE OTHER WAY ROUND.
           IF WS-DISPUTE-TOTAL > 0
               MOVE "VCHDISP" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               MOVE WS-DISPUTE-TOTAL TO GL-AMOUNT
               MOVE "DISPUTE CREDITS" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE "VCHLIAB" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.
           IF WS-DISPUTE-TOTAL < 0
               MOVE "VCHLIAB" TO GL-ACCOUNT
               MOVE "DR" TO GL-DR-CR
               COMPUTE GL-AMOUNT = 0 - WS-DISPUTE-TOTAL
               MOVE "DISPUTE REVERSALS" TO GL-DESC
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE "VCHDISP" TO GL-ACCOUNT
               MOVE "CR" TO GL-DR-CR
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       WRITE-JOURNAL-ENTRY.
           MOVE WS-POST-DATE TO GL-DATE.
           PERFORM CHECK-GL-PERIOD.
           PERFORM RESOLVE-GL-ACCOUNT.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-ENTRY-COUNT.
           IF GL-DR-CR = "DR"
           MOVE GL-DR-CR   TO RL-DR-CR.
           MOVE GL-AMOUNT  TO RL-AMOUNT.
           MOVE GL-DESC    TO RL-DESC.
           MOVE GL-COST-CENTER TO RL-COST-CENTER.
           WRITE POSTING-RPT-RECORD FROM WS-RPT-LINE.

      *    A CLOSED LEDGER MONTH IS NEVER POSTED INTO AFTER IT HAS
      *    BEEN REPORTED; THE LEG MOVES TO THE NEXT OPEN MONTH.
       CHECK-GL-PERIOD.
           MOVE "GL " TO PCK-SUBSYSTEM.
           MOVE GL-DATE TO PCK-DATE.
           CALL "closectl" USING PERIOD-CLOSE-CHECK.
           IF PCK-RESULT = "N"
               IF PCK-DATE NOT = WS-GL-CLOSED-DATE
                   MOVE PCK-DATE TO WS-GL-CLOSED-DATE
                   DISPLAY "GL PERIOD CLOSED FOR " PCK-DATE
                           " - POSTED " PCK-OPEN-DATE " INSTEAD"
               END-IF
               MOVE PCK-OPEN-DATE TO GL-DATE
           END-IF.

      *    THE POSTING CODE IN GL-ACCOUNT BECOMES THE LEDGER ACCOUNT
      *    AND COST CENTRE ITS POSTING RULE BOOKS IT TO (glacct).
       RESOLVE-GL-ACCOUNT.
           MOVE "VCH" TO GLR-SOURCE.
           MOVE GL-ACCOUNT TO GLR-EVENT.
           MOVE WS-GL-QUALIFIER TO GLR-QUALIFIER.
           MOVE WS-GL-DEPT TO GLR-DEFAULT-CC.
           CALL "glacct" USING GL-ACCOUNT-RULE.
           MOVE GLR-ACCOUNT TO GL-ACCOUNT.
           MOVE GLR-COST-CENTER TO GL-COST-CENTER.
           MOVE SPACES TO WS-GL-QUALIFIER.
           MOVE SPACES TO WS-GL-DEPT.

       WRITE-PROOF-LINE.
           MOVE WS-DEBIT-TOTAL  TO PL-DEBITS.
           MOVE WS-CREDIT-TOTAL TO PL-CREDITS.
