      *    EXTRACT PUTS THOSE EMPLOYEES BACK ON PAPER CHECK, WRITES
      *    A CHANGE-LOG ENTRY PER FLAG, AND PRODUCES A RETURNS
      *    REPORT FOR PAYROLL TO WORK. CORRECTING THE DETAILS IN
      *    bank_maint RE-PRENOTES THE ACCOUNT. THE FILE IS FIRST
      *    FINGERPRINTED ON THE INTERFACE REGISTRY (intfreg): ONE
      *    IDENTICAL TO A FILE ALREADY WORKED IS REJECTED LIKE A
      *    MISSING FILE.
      *
      *    BANK-RETURNS: EMPLOYEE-ID(7) ROUTING(9) REASON-CODE(3)
      *                  REASON-TEXT(30)
       01 WS-CL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-FP-EOF           PIC 9(1).
       01 WS-READ-COUNT       PIC 9(5) VALUE 0.
       01 WS-FLAGGED-COUNT    PIC 9(5) VALUE 0.
       01 WS-NOT-FOUND-COUNT  PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-TIME-SCRATCH     PIC 9(8).
       01 WS-OLD-STATUS       PIC X.
           COPY "intfchk.cpy".

       01 WS-RPT-LINE.
           05 RL-EMP-ID       PIC 9(7).
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           PERFORM FINGERPRINT-RETURNS.
           IF IFC-RESULT = "N"
               DISPLAY "ERROR: BANK-RETURNS IS THE " IFC-DETAIL
                       " - REJECTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN BANK-RETURNS, STATUS="
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE "DONE" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           STOP RUN.

      *    COUNT, EMPLOYEE-ID HASH AND CONTENT FINGERPRINT OF THE
      *    RETURNS FILE FOR THE INTERFACE REGISTRY. A FILE THAT WILL
      *    NOT OPEN IS LEFT FOR THE MAIN OPEN TO REPORT.
       FINGERPRINT-RETURNS.
           MOVE "BANK-RETURNS" TO IFC-INTERFACE.
           MOVE "I" TO IFC-DIRECTION.
           MOVE "bank_returns" TO IFC-PROGRAM.
           MOVE "INIT" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           OPEN INPUT RETURNS-FILE.
           IF WS-RT-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-FP-EOF.
           PERFORM UNTIL WS-FP-EOF = 1
               READ RETURNS-FILE
                   AT END
                       MOVE 1 TO WS-FP-EOF
                   NOT AT END
                       MOVE RETURN-RECORD TO IFC-RECORD
                       MOVE 49 TO IFC-RECORD-LENGTH
                       IF RT-EMPLOYEE-ID IS NUMERIC
                           MOVE RT-EMPLOYEE-ID TO IFC-AMOUNT
                       ELSE
                           MOVE 0 TO IFC-AMOUNT
                       END-IF
                       MOVE "ADD " TO IFC-FUNCTION
                       CALL "intfreg" USING INTERFACE-CHECK
               END-READ
           END-PERFORM.
           CLOSE RETURNS-FILE.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

       FLAG-ONE-RETURN.
           READ RETURNS-FILE
               AT END
