      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  payroll_void_report.
      *****************************************************************
      *    MONTHLY PAYROLL VOID LISTING FOR THE MONTH-END AUDIT.
      *    READS THE PAY-VOIDS JOURNAL payroll_void KEEPS AND LISTS
      *    EVERY VOID DATED IN THE REQUESTED MONTH (YYYYMM ON THE
      *    COMMAND LINE, OR THE CURRENT MONTH) WITH ITS REASON CODE,
      *    THE AMOUNTS BACKED OUT, THE CHECK VOIDED AND WHETHER THE
      *    PAYMENT WAS REISSUED, FOLLOWED BY A COUNT PER REASON AND
      *    THE MONTH'S GROSS AND NET TOTALS.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-VOIDS-FILE ASSIGN TO "PAY-VOIDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PV-STATUS.
           SELECT VOID-RPT-FILE ASSIGN TO "PAY-VOID-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-VOIDS-FILE.
           COPY "payvoid.cpy".

       FD  VOID-RPT-FILE.
       01  VOID-RPT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PV-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-PARAM            PIC X(20).
       01 WS-PERIOD           PIC 9(6).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-VOID-COUNT       PIC 9(5) VALUE 0.
       01 WS-REISSUE-COUNT    PIC 9(5) VALUE 0.
       01 WS-GROSS-TOTAL      PIC S9(9)V99 VALUE 0.
       01 WS-NET-TOTAL        PIC S9(9)V99 VALUE 0.
       01 WS-RSN-IDX          PIC 9(2).
       01 WS-RSN-FOUND        PIC X.
       01 WS-RSN-COUNT        PIC 9(2) VALUE 0.
       01 WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 20 TIMES.
              10 WS-RSN-CODE      PIC X(4).
              10 WS-RSN-VOIDS     PIC 9(5).

       01 WS-HEADER-LINE.
           05 FILLER PIC X(30) VALUE "PAYROLL VOIDS - PERIOD ".
           05 HDR-PERIOD PIC 9(6).

       01 WS-COLS-LINE.
           05 FILLER PIC X(11) VALUE "VOID DATE".
           05 FILLER PIC X(9)  VALUE "EMP ID".
           05 FILLER PIC X(11) VALUE "PAY PERIOD".
           05 FILLER PIC X(6)  VALUE "RSN".
           05 FILLER PIC X(12) VALUE "      GROSS".
           05 FILLER PIC X(12) VALUE "        NET".
           05 FILLER PIC X(10) VALUE "  CHECK".
           05 FILLER PIC X(7)  VALUE "REISS".

       01 WS-DETAIL-LINE.
           05 DET-VOID-DATE PIC 9(4)/99/99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-EMP-ID    PIC 9(7).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DET-PERIOD    PIC 9(4)/99/99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-REASON    PIC X(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-GROSS     PIC -(7)9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-NET       PIC -(7)9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 DET-CHECK     PIC Z(7)9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 DET-REISSUE   PIC X(7).

       01 WS-REASON-LINE.
           05 FILLER        PIC X(9) VALUE "  REASON ".
           05 RSN-CODE      PIC X(4).
           05 FILLER        PIC X(9) VALUE "  VOIDS: ".
           05 RSN-VOIDS     PIC ZZZZ9.

       01 WS-TOTAL-LINE.
           05 FILLER        PIC X(7) VALUE "VOIDS: ".
           05 TOT-VOIDS     PIC ZZZZ9.
           05 FILLER        PIC X(12) VALUE "  REISSUED: ".
           05 TOT-REISSUED  PIC ZZZZ9.
           05 FILLER        PIC X(9) VALUE "  GROSS: ".
           05 TOT-GROSS     PIC -(8)9.99.
           05 FILLER        PIC X(7) VALUE "  NET: ".
           05 TOT-NET       PIC -(8)9.99.
      ******************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-PARAM FROM COMMAND-LINE.
           IF WS-PARAM (1:6) IS NUMERIC
               MOVE WS-PARAM (1:6) TO WS-PERIOD
           ELSE
               CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           END-IF.
           OPEN OUTPUT VOID-RPT-FILE.
           MOVE WS-PERIOD TO HDR-PERIOD.
           WRITE VOID-RPT-RECORD FROM WS-HEADER-LINE.
           WRITE VOID-RPT-RECORD FROM WS-COLS-LINE.
           OPEN INPUT PAY-VOIDS-FILE.
           IF WS-PV-STATUS = "00"
               PERFORM LIST-ONE-VOID UNTIL WS-EOF = 1
               CLOSE PAY-VOIDS-FILE
           ELSE
               DISPLAY "PAY-VOIDS NOT AVAILABLE - NO VOIDS ON FILE."
           END-IF.
           MOVE SPACES TO VOID-RPT-RECORD.
           WRITE VOID-RPT-RECORD.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-COUNT
               MOVE WS-RSN-CODE (WS-RSN-IDX) TO RSN-CODE
               MOVE WS-RSN-VOIDS (WS-RSN-IDX) TO RSN-VOIDS
               WRITE VOID-RPT-RECORD FROM WS-REASON-LINE
           END-PERFORM.
           MOVE WS-VOID-COUNT TO TOT-VOIDS.
           MOVE WS-REISSUE-COUNT TO TOT-REISSUED.
           MOVE WS-GROSS-TOTAL TO TOT-GROSS.
           MOVE WS-NET-TOTAL TO TOT-NET.
           WRITE VOID-RPT-RECORD FROM WS-TOTAL-LINE.
           CLOSE VOID-RPT-FILE.
           DISPLAY "PAYROLL VOIDS FOR " WS-PERIOD ": " WS-VOID-COUNT.
           STOP RUN.

       LIST-ONE-VOID.
           READ PAY-VOIDS-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF PV-VOID-DATE (1:6) = WS-PERIOD
                       PERFORM PRINT-ONE-VOID
                   END-IF
           END-READ.

       PRINT-ONE-VOID.
           MOVE PV-VOID-DATE TO DET-VOID-DATE.
           MOVE PV-EMPLOYEE-ID TO DET-EMP-ID.
           MOVE PV-PERIOD-END TO DET-PERIOD.
           MOVE PV-REASON TO DET-REASON.
           MOVE PV-GROSS TO DET-GROSS.
           MOVE PV-NET TO DET-NET.
           MOVE PV-CHECK-NUMBER TO DET-CHECK.
           EVALUATE PV-REISSUE
               WHEN "D"
                   MOVE "DEPOSIT" TO DET-REISSUE
               WHEN "C"
                   MOVE "CHECK" TO DET-REISSUE
               WHEN OTHER
                   MOVE "NO" TO DET-REISSUE
           END-EVALUATE.
           WRITE VOID-RPT-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-VOID-COUNT.
           IF PV-REISSUE = "D" OR PV-REISSUE = "C"
               ADD 1 TO WS-REISSUE-COUNT
           END-IF.
           ADD PV-GROSS TO WS-GROSS-TOTAL.
           ADD PV-NET TO WS-NET-TOTAL.
           MOVE "N" TO WS-RSN-FOUND.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-COUNT
               IF WS-RSN-CODE (WS-RSN-IDX) = PV-REASON
                   MOVE "Y" TO WS-RSN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RSN-FOUND = "N"
               IF WS-RSN-COUNT >= 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RSN-COUNT
               MOVE WS-RSN-COUNT TO WS-RSN-IDX
               MOVE PV-REASON TO WS-RSN-CODE (WS-RSN-IDX)
               MOVE 0 TO WS-RSN-VOIDS (WS-RSN-IDX)
           END-IF.
           ADD 1 TO WS-RSN-VOIDS (WS-RSN-IDX).
