      *    RECORD ALREADY CARRIES THIS PERIOD-END IS SKIPPED - AN
      *    ACCIDENTAL SECOND RUN OF THE STEP POSTS NOTHING, THE
      *    SAME CONSUME-ONCE DISCIPLINE AS THE CLEAN HOURS AND THE
      *    ADJUSTMENTS FILE. ERN RECORDS ARE AN EARNINGS BREAKDOWN
      *    OF THE GRS RECORD THEY FOLLOW AND ARE NOT ADDED AGAIN.
      *    EVERY DETAIL RECORD THAT IS ROLLED IN IS ALSO APPENDED TO
      *    PAY-HISTORY, THE PERIOD-BY-PERIOD RECORD OF WHAT MAKES UP
      *    THE YTD FIGURES (THE QUARTERLY TAX EXTRACT WORKS FROM IT).
      *    ON TOP OF THE EMPLOYEE-LEVEL SKIP THE WHOLE PERIOD IS
      *    GUARDED THROUGH periodctl: A RUN FOR A PERIOD-END ALREADY
      *    POSTED TO PAY-YTD IS REFUSED WITH RC 8 BEFORE ANYTHING IS
      *    OPENED FOR UPDATE, AND A RUN THAT ENDS WITHOUT ERRORS
      *    RECORDS ITS PERIOD AS POSTED. A RUN THAT ENDS IN ERROR
      *    RECORDS NOTHING, SO IT CAN BE RERUN ONCE PUT RIGHT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PAY-DETAIL-FILE ASSIGN TO "PAY-DETAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PD-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAY-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-STATUS.
           SELECT PAY-YTD-FILE ASSIGN TO "PAY-YTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 PD-CODE           PIC X(4).
           05 PD-AMOUNT         PIC S9(7)V99.

       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD   PIC X(31).

       FD  PAY-YTD-FILE.
           COPY "payytd.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PD-STATUS        PIC XX.
       01 WS-PY-STATUS        PIC XX.
       01 WS-PH-STATUS        PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-READ-COUNT       PIC 9(7) VALUE 0.
       01 WS-EMP-COUNT        PIC 9(5) VALUE 0.
       01 WS-PERIOD-YEAR      PIC 9(4).
       01 WS-DED-IDX          PIC 9(2).
       01 WS-DED-FOUND        PIC X.
       01 WS-POST-PERIOD      PIC 9(8) VALUE 0.
       01 WS-PERIOD-FUNCTION  PIC X(4).
       01 WS-PERIOD-STEP      PIC X(15) VALUE "PAYYTD".
       01 WS-PERIOD-RESULT    PIC X(1).
       01 WS-PERIOD-DETAIL    PIC X(40).
      ******************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT PAY-DETAIL-FILE.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-PERIOD-POSTED.
           OPEN I-O PAY-YTD-FILE.
           IF WS-PY-STATUS = "35"
               OPEN OUTPUT PAY-YTD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND PAY-HISTORY-FILE.
           IF WS-PH-STATUS <> "00"
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF.
           IF WS-PH-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN PAY-HISTORY, STATUS="
                       WS-PH-STATUS
               CLOSE PAY-DETAIL-FILE
               CLOSE PAY-YTD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ROLL-ONE-DETAIL UNTIL WS-EOF = 1.
           IF WS-RECORD-HELD = "Y"
               PERFORM STORE-HELD-RECORD
           END-IF.
           CLOSE PAY-DETAIL-FILE.
           CLOSE PAY-YTD-FILE.
           CLOSE PAY-HISTORY-FILE.
           DISPLAY "PAY DETAILS READ:   " WS-READ-COUNT.
           DISPLAY "EMPLOYEES UPDATED:  " WS-EMP-COUNT.
           DISPLAY "ALREADY POSTED:     " WS-SKIPPED-COUNT.
               DISPLAY "YTD UPDATE ENDED WITH ERRORS"
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM RECORD-PERIOD-POSTED
               DISPLAY "NORMAL END OF YTD UPDATE"
           END-IF.
           STOP RUN.

      *    THE PERIOD IS THE PERIOD-END ON THE FIRST PAY-DETAIL
      *    RECORD; THE FILE IS REOPENED SO THE ROLL STARTS AT THE TOP.
       CHECK-PERIOD-POSTED.
           READ PAY-DETAIL-FILE
               AT END
                   MOVE 0 TO WS-POST-PERIOD
               NOT AT END
                   MOVE PD-PERIOD-END TO WS-POST-PERIOD
           END-READ.
           CLOSE PAY-DETAIL-FILE.
           OPEN INPUT PAY-DETAIL-FILE.
           IF WS-POST-PERIOD = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "CHK " TO WS-PERIOD-FUNCTION.
           CALL "periodctl" USING WS-PERIOD-FUNCTION WS-PERIOD-STEP
               WS-POST-PERIOD WS-PERIOD-RESULT WS-PERIOD-DETAIL.
           IF WS-PERIOD-RESULT = "N"
               DISPLAY "ERROR: PERIOD " WS-POST-PERIOD
                       " ALREADY POSTED TO PAY-YTD - "
                       WS-PERIOD-DETAIL
               DISPLAY "YTD UPDATE REFUSED - NOTHING POSTED"
               CLOSE PAY-DETAIL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       RECORD-PERIOD-POSTED.
           IF WS-POST-PERIOD = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "DONE" TO WS-PERIOD-FUNCTION.
           CALL "periodctl" USING WS-PERIOD-FUNCTION WS-PERIOD-STEP
               WS-POST-PERIOD WS-PERIOD-RESULT WS-PERIOD-DETAIL.
           IF WS-PERIOD-RESULT = "N"
               DISPLAY "WARNING: PERIOD " WS-POST-PERIOD
                       " NOT RECORDED ON PERIOD-CONTROL"
               MOVE 4 TO RETURN-CODE
           END-IF.

       ROLL-ONE-DETAIL.
           READ PAY-DETAIL-FILE
               AT END
                   ADD PD-AMOUNT TO PY-NET-YTD
               WHEN "DED"
                   PERFORM ADD-DED-TO-SLOT
               WHEN "ERN"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN PAY-DETAIL TYPE: " PD-RECORD-TYPE
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE.
           WRITE PAY-HISTORY-RECORD FROM PAY-DETAIL-RECORD.

       FETCH-YTD-RECORD.
           MOVE PD-EMPLOYEE-ID TO WS-CURRENT-EMP.
