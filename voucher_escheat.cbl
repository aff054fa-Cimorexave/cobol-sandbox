      *    HAS AN OWNER, MARKS EACH VOUCHER SURRENDERED ("S") WITH A
      *    CHANGE-LOG ENTRY, AND PRINTS THE FILING REPORT WITH
      *    CONTROL TOTALS. REPLACES THE MANUAL AGING-REPORT TRAWL.
      *    THE REMITTANCE FILE IS FINGERPRINTED ON THE INTERFACE
      *    REGISTRY (intfreg) AS IT IS CUT; ONE IDENTICAL TO A FILE
      *    ALREADY SENT IS EMPTIED AGAIN AND THE RUN ENDS RC 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SELECTED-COUNT   PIC 9(7) VALUE 0.
       01 WS-REMIT-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(3) VALUE 0.
           COPY "intfchk.cpy".
       01 WS-CL-BALANCE-DISP  PIC -(3)9.99.
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-GROUP REDEFINES WS-RUN-DATE.
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           OPEN OUTPUT REMIT-FILE.
           MOVE "ESCHEAT-REMIT" TO IFC-INTERFACE.
           MOVE "O" TO IFC-DIRECTION.
           MOVE "voucher_escheat" TO IFC-PROGRAM.
           MOVE "INIT" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           OPEN OUTPUT FILING-RPT-FILE.
           MOVE WS-RUN-DATE TO RH-DATE.
           WRITE FILING-RPT-RECORD FROM WS-RPT-HEADER.
           END-IF.
           CLOSE CHANGE-LOG-FILE.
           CLOSE REMIT-FILE.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           IF IFC-RESULT = "N"
               OPEN OUTPUT REMIT-FILE
               CLOSE REMIT-FILE
               DISPLAY "ESCHEAT-REMIT IS THE " IFC-DETAIL
                       " - NOT RELEASED"
           END-IF.
           CLOSE FILING-RPT-FILE.
           DISPLAY "VOUCHERS SURRENDERED: " WS-SELECTED-COUNT.
           DISPLAY "REMITTED BALANCE:     " WS-REMIT-TOTAL.
               MOVE 8 TO RETURN-CODE
               DISPLAY "JOB ENDED WITH ERRORS"
           ELSE
               IF IFC-RESULT = "N"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
                   MOVE "DONE" TO IFC-FUNCTION
                   CALL "intfreg" USING INTERFACE-CHECK
               END-IF
               DISPLAY "NORMAL END OF JOB"
           END-IF.
           STOP RUN.
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE REMIT-RECORD TO IFC-RECORD.
           MOVE 99 TO IFC-RECORD-LENGTH.
           MOVE RM-BALANCE TO IFC-AMOUNT.
           MOVE "ADD " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           WRITE REMIT-RECORD.
           ADD 1 TO WS-SELECTED-COUNT.
           ADD VM-BALANCE TO WS-REMIT-TOTAL.
