      *    STATUS, CHECK-DIGIT VERIFICATION, AND THE FULL REDEMPTION
      *    ACTIVITY LIST FROM THE REDEMPTION-HISTORY FILE. BEFORE
      *    THIS, THE ONLY WAY TO SEE A BALANCE WAS TO ATTEMPT A
      *    REDEMPTION. THE BALANCE IS SHOWN THREE WAYS: THE POSTED
      *    BALANCE (VM-BALANCE), THE OPEN AUTHORIZATION HOLDS ON
      *    VOUCHER-HOLD (LISTED ONE BY ONE), AND THE AVAILABLE
      *    BALANCE A NEW SALE CAN ACTUALLY SPEND.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT VOUCHER-HOLD ASSIGN TO "VOUCHER-HOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-VH-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REDEMPTION-HISTORY.
           COPY "redhist.cpy".

       FD  VOUCHER-HOLD.
           COPY "holdmast.cpy".

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS        PIC XX.
       01 WS-RH-STATUS        PIC XX.
       01 WS-HIST-AVAILABLE   PIC X VALUE "N".
       01 WS-VH-STATUS        PIC XX.
       01 WS-HOLD-AVAILABLE   PIC X VALUE "N".
       01 WS-HOLD-DONE        PIC 9(1) VALUE 0.
       01 WS-HOLD-COUNT       PIC 9(5) VALUE 0.
       01 WS-OPEN-HOLDS       PIC S9(5)V99 VALUE 0.
       01 WS-AVAILABLE        PIC S9(5)V99 VALUE 0.
       01 WS-AMOUNT-DISP      PIC -(5)9.99.
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-HIST-DONE        PIC 9(1) VALUE 0.
       01 WS-HIST-COUNT       PIC 9(5) VALUE 0.
               DISPLAY "REDEMPTION HISTORY NOT AVAILABLE - "
                       "ACTIVITY LIST WILL BE SKIPPED."
           END-IF.
           OPEN INPUT VOUCHER-HOLD.
           IF WS-VH-STATUS = "00"
               MOVE "Y" TO WS-HOLD-AVAILABLE
           END-IF.
           PERFORM 0100-INQUIRE-ONE UNTIL WS-DONE = 1.
           CLOSE VOUCHER-MASTER.
           IF WS-HIST-AVAILABLE = "Y"
               CLOSE REDEMPTION-HISTORY
           END-IF.
           IF WS-HOLD-AVAILABLE = "Y"
               CLOSE VOUCHER-HOLD
           END-IF.
           GOBACK.

       0100-INQUIRE-ONE.
                   DISPLAY "VOUCHER " WS-INQUIRY-CODE " NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 0200-DISPLAY-VOUCHER
                   PERFORM 0250-LIST-HOLDS
                   PERFORM 0300-LIST-ACTIVITY
           END-READ.

       0200-DISPLAY-VOUCHER.
           DISPLAY "VOUCHER:     " VM-VOUCHER-CODE.
           DISPLAY "POSTED:      " VM-BALANCE.
           DISPLAY "ISSUED:      " VM-ISSUE-DATE.
           EVALUATE VM-STATUS
               WHEN "E"
               DISPLAY "CHECK DIGIT: *** MISMATCH ***"
           END-IF.

      *    NO HOLD FILE YET MEANS NO HOLD HAS EVER BEEN TAKEN, SO
      *    THE AVAILABLE BALANCE IS SIMPLY THE POSTED ONE.
       0250-LIST-HOLDS.
           MOVE 0 TO WS-OPEN-HOLDS.
           MOVE 0 TO WS-HOLD-COUNT.
           IF WS-HOLD-AVAILABLE = "Y"
               MOVE 0 TO WS-HOLD-DONE
               MOVE WS-INQUIRY-CODE TO VH-VOUCHER-CODE
               MOVE LOW-VALUES TO VH-AUTH-REF
               START VOUCHER-HOLD KEY IS >= VH-KEY
                   INVALID KEY
                       MOVE 1 TO WS-HOLD-DONE
               END-START
               PERFORM UNTIL WS-HOLD-DONE = 1
                   READ VOUCHER-HOLD NEXT RECORD
                       AT END
                           MOVE 1 TO WS-HOLD-DONE
                       NOT AT END
                           IF VH-VOUCHER-CODE NOT = WS-INQUIRY-CODE
                               MOVE 1 TO WS-HOLD-DONE
                           ELSE
                               IF VH-STATUS = "O"
                                   PERFORM 0260-SHOW-ONE-HOLD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-OPEN-HOLDS TO WS-AMOUNT-DISP.
           DISPLAY "OPEN HOLDS:  " WS-AMOUNT-DISP " ("
                   WS-HOLD-COUNT ")".
           COMPUTE WS-AVAILABLE = VM-BALANCE - WS-OPEN-HOLDS.
           MOVE WS-AVAILABLE TO WS-AMOUNT-DISP.
           DISPLAY "AVAILABLE:   " WS-AMOUNT-DISP.

       0260-SHOW-ONE-HOLD.
           ADD 1 TO WS-HOLD-COUNT.
           ADD VH-AMOUNT TO WS-OPEN-HOLDS.
           DISPLAY "  HOLD " VH-AUTH-REF " STORE " VH-STORE-CODE
                   " " VH-AMOUNT " SINCE " VH-AUTH-DATE " "
                   VH-AUTH-TIME.

       0300-LIST-ACTIVITY.
           IF WS-HIST-AVAILABLE <> "Y"
               EXIT PARAGRAPH
