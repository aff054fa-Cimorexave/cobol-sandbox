      *    JOINS THE CURRENT RECORD FROM EMPLOYEE-MASTER, AND WRITES
      *    THE FIXED-FORMAT HR-INTERFACE FILE TO CORPORATE HR'S SPEC
      *    WITH HDR/TRL CONTROL RECORDS, PLUS A TRANSMITTAL REPORT OF
      *    WHAT WAS SENT. THE FILE IS FINGERPRINTED ON THE INTERFACE
      *    REGISTRY (intfreg) AS IT IS CUT; ONE IDENTICAL TO A FILE
      *    ALREADY SENT IS EMPTIED AGAIN, LEFT OFF HR-XMIT-LOG, AND
      *    THE RUN ENDS RC 4.
      *
      *    HR-INTERFACE RECORDS:
      *      HDR  COLS 1-3 "HDR"  4-11 EXTRACT DATE
       01 WS-SENT-COUNT       PIC 9(7) VALUE 0.
       01 WS-NOT-ON-MASTER    PIC 9(7) VALUE 0.
       01 WS-EMP-FOUND        PIC X VALUE "N".
           COPY "intfchk.cpy".

       01 WS-HDR-RECORD.
           05 FILLER          PIC X(3) VALUE "HDR".
               STOP RUN
           END-IF.
           OPEN OUTPUT HR-INTERFACE-FILE.
           MOVE "HR-INTERFACE" TO IFC-INTERFACE.
           MOVE "O" TO IFC-DIRECTION.
           MOVE "hr_extract" TO IFC-PROGRAM.
           MOVE "INIT" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           MOVE WS-EXTRACT-DATE TO HDR-DATE.
           WRITE HR-INTERFACE-RECORD FROM WS-HDR-RECORD.
           MOVE WS-HDR-RECORD TO IFC-RECORD.
           MOVE 0 TO IFC-AMOUNT.
           PERFORM ADD-TO-FINGERPRINT.
           PERFORM EXTRACT-CHANGES UNTIL WS-EOF = 1.
           MOVE WS-SENT-COUNT TO TRL-COUNT.
           WRITE HR-INTERFACE-RECORD FROM WS-TRL-RECORD.
           MOVE WS-TRL-RECORD TO IFC-RECORD.
           MOVE 0 TO IFC-AMOUNT.
           PERFORM ADD-TO-FINGERPRINT.
           CLOSE HR-INTERFACE-FILE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE EMPLOYEE-MASTER.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.
           IF IFC-RESULT = "N"
               OPEN OUTPUT HR-INTERFACE-FILE
               CLOSE HR-INTERFACE-FILE
               DISPLAY "HR-INTERFACE IS THE " IFC-DETAIL
                       " - NOT RELEASED"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM REGISTER-TRANSMISSION
               MOVE "DONE" TO IFC-FUNCTION
               CALL "intfreg" USING INTERFACE-CHECK
           END-IF.
           PERFORM WRITE-TRANSMITTAL-REPORT.
           DISPLAY "HR EXTRACT COMPLETE. RECORDS SENT: "
                   WS-SENT-COUNT.
               MOVE "N"             TO DTL-ON-MASTER
           END-IF.
           WRITE HR-INTERFACE-RECORD FROM WS-DTL-RECORD.
           MOVE WS-DTL-RECORD TO IFC-RECORD.
           MOVE DTL-EMP-ID TO IFC-AMOUNT.
           PERFORM ADD-TO-FINGERPRINT.
           ADD 1 TO WS-SENT-COUNT.

      *    THE HASH TOTAL OF HR-INTERFACE IS THE SUM OF THE EMPLOYEE
      *    IDS ON THE DETAIL RECORDS.
       ADD-TO-FINGERPRINT.
           MOVE 80 TO IFC-RECORD-LENGTH.
           MOVE "ADD " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

      *    EVERY TRANSMISSION GOES ON THE HR-XMIT-LOG REGISTER AS
      *    "S" (SENT). THE ACKNOWLEDGMENT RUN CONFIRMS IT AGAINST
      *    THE BUREAU'S RETURN FILE; A RERUN OF THE SAME DATE
