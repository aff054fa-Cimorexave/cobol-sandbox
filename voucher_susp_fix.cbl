      *****************************************************************
      *    VOUCHER SUSPENSE CORRECTION. WALKS THE VOUCHER-SUSP-OUT
      *    FILE THE REDEMPTION RUN PRODUCED AND LETS A CLERK FIX THE
      *    VOUCHER CODE, AMOUNT OR STORE CODE (A STORE REJECTED AS
      *    UNKNOWN OR CLOSED), CANCEL THE ITEM, OR LEAVE IT AS
      *    IT STANDS, WRITING THE VOUCHER-SUSP-IN FILE THE NEXT
      *    REDEMPTION RUN RESUBMITS. REPLACES THE CLERK RETYPING
      *    FIXED REJECTS INTO A FRESH VOUCHER-TRANS BY HAND.
       01 WS-REPLY            PIC X.
       01 WS-NEW-CODE         PIC X(6).
       01 WS-NEW-AMOUNT       PIC X(10).
       01 WS-NEW-STORE        PIC X(4).
       01 WS-AMOUNT-NUM       PIC S9(3)V99.
       01 WS-READ-COUNT       PIC 9(5) VALUE 0.
       01 WS-FIXED-COUNT      PIC 9(5) VALUE 0.
           DISPLAY "----------------------------------------".
           DISPLAY "CODE: " VS-VOUCHER-CODE
                   "  AMOUNT: " VS-AMOUNT
                   "  TYPE: " VS-TRANS-TYPE
                   "  STORE: " VS-STORE-CODE.
           DISPLAY "REASON: " VS-REJECT-REASON
                   "  CYCLE: " VS-CYCLE-COUNT.
           DISPLAY "F=FIX  C=CANCEL  ENTER=KEEP AS IS: ".
                   FUNCTION NUMVAL (WS-NEW-AMOUNT)
               MOVE WS-AMOUNT-NUM TO VS-AMOUNT
           END-IF.
           DISPLAY "STORE CODE [" VS-STORE-CODE "] (ENTER TO KEEP): ".
           ACCEPT WS-NEW-STORE.
           IF WS-NEW-STORE NOT = SPACES
               MOVE WS-NEW-STORE TO VS-STORE-CODE
           END-IF.
           MOVE "O" TO VS-STATUS.
