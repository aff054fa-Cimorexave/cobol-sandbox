      *    PERIOD-END DATE FROM PAYROLL-PARMS, AND EACH DEDUCTION'S
      *    DESCRIPTION FROM THE DED RULES - READY TO STUFF IN
      *    ENVELOPES. THE COMPANY-WIDE REGISTER STAYS IN PAYROLL;
      *    THIS IS THE COPY THE EMPLOYEE GETS. ERN RECORDS PRINT AS
      *    EARNINGS LINES UNDER THE GROSS, DESCRIBED FROM THE ERN
      *    RULES; WHEN THE PARMS CARRY AN OFC RECORD THE STUBS ARE
      *    TITLED AS AN OFF-CYCLE PAYMENT UNDER ITS PAY DATE. EACH
      *    COURT-ORDERED GARNISHMENT SHOWS AS A "GARN" DEDUCTION,
      *    EACH STAFF LOAN OR ADVANCE REPAYMENT AS A "LOAN" ONE.
      *    AN HOURLY EMPLOYEE PAID HOLIDAY OR SHIFT PREMIUM HOURS
      *    GETS THE GROSS BROKEN DOWN INTO REGULAR, OVERTIME, HOLIDAY
      *    AND SHIFT EARNINGS LINES (HREG/HOVT/HHOL/HSHF).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 PA-DED-TYPE        PIC X.
              10 PA-DED-AMOUNT      PIC 9(5)V99.
              10 FILLER             PIC X(8).
           05 PA-OFFCYCLE REDEFINES PA-REST.
              10 PA-OFC-PAY-DATE    PIC 9(8).
              10 FILLER             PIC X(32).
           05 PA-EARNING REDEFINES PA-REST.
              10 PA-ERN-CODE        PIC X(4).
              10 PA-ERN-DESC        PIC X(20).
              10 FILLER             PIC X(16).

       FD  STUB-FILE.
       01  STUB-RECORD          PIC X(80).
           05 WS-DESC-ENTRY OCCURS 10 TIMES.
              10 WS-DESC-CODE     PIC X(4).
              10 WS-DESC-TEXT     PIC X(20).
       01 WS-OFFCYCLE-MODE    PIC X VALUE "N".
       01 WS-OFC-PAY-DATE     PIC 9(8) VALUE 0.
       01 WS-DED-HDR-DONE     PIC X.
       01 WS-ERN-IDX          PIC 9(2).
       01 WS-ERN-COUNT        PIC 9(2) VALUE 0.
       01 WS-ERN-TABLE.
           05 WS-ERN-ENTRY OCCURS 10 TIMES.
              10 WS-ERN-CODE      PIC X(4).
              10 WS-ERN-TEXT      PIC X(20).

           COPY "printctl.cpy".

       01 WS-TITLE-LINE.
           05 TL-TITLE        PIC X(26) VALUE
              "PAY STUB - PERIOD ENDING  ".
           05 TL-PERIOD       PIC 9(4)/99/99.

       01 WS-GROSS-LINE.
           05 FILLER          PIC X(24) VALUE "GROSS PAY THIS PERIOD: ".
           05 GL-GROSS        PIC -(8)9.99.
       01 WS-ERN-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EL-CODE         PIC X(4).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EL-DESC         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACE.
           05 EL-AMOUNT       PIC -(6)9.99.
       01 WS-DED-HDR          PIC X(30) VALUE "DEDUCTIONS THIS PERIOD:".
       01 WS-DED-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
                       EVALUATE PA-RECORD-TYPE
                           WHEN "PER"
                               MOVE PA-PERIOD-END TO WS-PERIOD-END
                           WHEN "OFC"
                               MOVE "Y" TO WS-OFFCYCLE-MODE
                               MOVE PA-OFC-PAY-DATE TO WS-OFC-PAY-DATE
                           WHEN "ERN"
                               IF WS-ERN-COUNT < 10
                                   ADD 1 TO WS-ERN-COUNT
                                   MOVE PA-ERN-CODE TO
                                       WS-ERN-CODE (WS-ERN-COUNT)
                                   MOVE PA-ERN-DESC TO
                                       WS-ERN-TEXT (WS-ERN-COUNT)
                               END-IF
                           WHEN "DED"
                               IF WS-DESC-COUNT < 10
                                   ADD 1 TO WS-DESC-COUNT
               END-READ
           END-PERFORM.
           CLOSE PARM-FILE.
           IF WS-OFFCYCLE-MODE = "Y"
               MOVE WS-OFC-PAY-DATE TO WS-PERIOD-END
               MOVE "OFF-CYCLE PAY - PAY DATE  " TO TL-TITLE
           END-IF.

       PRINT-ONE-DETAIL.
           READ PAY-DETAIL-FILE
                   PERFORM BUILD-STUB-PIECE
           END-READ.

      *    THE GRS RECORD OPENS A FRESH STUB PAGE, THE ERN AND DED
      *    RECORDS PRINT AS THEY ARRIVE, AND THE NET RECORD CLOSES
      *    THE STUB.
      *    AN EMPLOYEE MISSING FROM THE MASTER SKIPS THE WHOLE SET.
       BUILD-STUB-PIECE.
           IF WS-PERIOD-END = 0
           EVALUATE PD-RECORD-TYPE
               WHEN "GRS"
                   PERFORM OPEN-STUB-PAGE
               WHEN "ERN"
                   IF WS-STUB-OPEN = "Y"
                       PERFORM PRINT-ERN-LINE
                   END-IF
               WHEN "DED"
                   IF WS-STUB-OPEN = "Y"
                       PERFORM PRINT-DED-LINE
           WRITE STUB-RECORD.
           MOVE PD-AMOUNT TO GL-GROSS.
           WRITE STUB-RECORD FROM WS-GROSS-LINE.
           MOVE "N" TO WS-DED-HDR-DONE.

      *    EARNINGS LINES SIT DIRECTLY UNDER THE GROSS THEY MAKE UP.
       PRINT-ERN-LINE.
           MOVE PD-CODE TO EL-CODE.
           EVALUATE PD-CODE
               WHEN "HREG"
                   MOVE "REGULAR HOURS" TO EL-DESC
               WHEN "HOVT"
                   MOVE "OVERTIME" TO EL-DESC
               WHEN "HHOL"
                   MOVE "HOLIDAY PREMIUM" TO EL-DESC
               WHEN "HSHF"
                   MOVE "SHIFT DIFFERENTIAL" TO EL-DESC
               WHEN OTHER
                   MOVE PD-CODE TO EL-DESC
           END-EVALUATE.
           PERFORM VARYING WS-ERN-IDX FROM 1 BY 1
                   UNTIL WS-ERN-IDX > WS-ERN-COUNT
               IF WS-ERN-CODE (WS-ERN-IDX) = PD-CODE
                   MOVE WS-ERN-TEXT (WS-ERN-IDX) TO EL-DESC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE PD-AMOUNT TO EL-AMOUNT.
           WRITE STUB-RECORD FROM WS-ERN-LINE.

       WRITE-DED-HEADING.
           MOVE SPACES TO STUB-RECORD.
           WRITE STUB-RECORD.
           WRITE STUB-RECORD FROM WS-DED-HDR.
           MOVE "Y" TO WS-DED-HDR-DONE.

       PRINT-DED-LINE.
           IF WS-DED-HDR-DONE = "N"
               PERFORM WRITE-DED-HEADING
           END-IF.
           MOVE PD-CODE TO DL-CODE.
           MOVE PD-CODE TO DL-DESC.
           IF PD-CODE = "GARN"
               MOVE "WAGE GARNISHMENT" TO DL-DESC
           END-IF.
           IF PD-CODE = "LOAN"
               MOVE "LOAN REPAYMENT" TO DL-DESC
           END-IF.
           PERFORM VARYING WS-DESC-IDX FROM 1 BY 1
                   UNTIL WS-DESC-IDX > WS-DESC-COUNT
               IF WS-DESC-CODE (WS-DESC-IDX) = PD-CODE
           WRITE STUB-RECORD FROM WS-DED-LINE.

       CLOSE-STUB-PAGE.
           IF WS-DED-HDR-DONE = "N"
               PERFORM WRITE-DED-HEADING
           END-IF.
           MOVE SPACES TO STUB-RECORD.
           WRITE STUB-RECORD.
           MOVE PD-AMOUNT TO NT-NET.
