      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  rate_import.
      *****************************************************************
      *    DAILY EXCHANGE-RATE FEED IMPORT. LOADS THE BANK'S RATE
      *    FILE INTO RATE-MASTER (ratemast.cpy) SO THE TREASURY
      *    CLERK NO LONGER KEYS EVERY RATE IN rate_maint. EACH FEED
      *    RATE IS CHECKED AGAINST THE CURRENCY'S PREVIOUS EFFECTIVE
      *    RATE ON THE MASTER; ONE THAT MOVED BY MORE THAN
      *    RATE-TOLERANCE-PCT (SYSPARM, DEFAULT 5.00 PERCENT) IS NOT
      *    LOADED BUT SENT TO RATE-EXCEPTIONS FOR MANUAL APPROVAL -
      *    THE CLERK KEYS AN APPROVED RATE IN rate_maint. SO ARE A
      *    ZERO OR UNREADABLE RATE, A CURRENCY WITH NO EARLIER RATE
      *    TO CHECK AGAINST, AND A RATE THAT DISAGREES WITH ONE
      *    ALREADY ON FILE FOR THE SAME DATE (THE SAME RATE AGAIN IS
      *    SKIPPED, SO A RERUN LOADS NOTHING TWICE). EVERY CURRENCY
      *    ON THE MASTER THAT THE FEED DID NOT CARRY IS LISTED ON
      *    RATE-EXCEPTIONS AS MISSING. EACH LOADED RATE IS WRITTEN
      *    TO CHANGE-LOG AND LISTED ON RATE-IMPORT-RPT. ANY EXCEPTION
      *    OR MISSING CURRENCY ENDS THE RUN RC 4.
      *
      *    RATE-FEED: CURRENCY(3) EFFECTIVE-DATE(8) - ZERO MEANS THE
      *               BUSINESS DATE - RATE(8) AS 9999V9999, UNITS
      *               PER USD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FEED-FILE ASSIGN TO "RATE-FEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.
           SELECT RATE-MASTER ASSIGN TO "RATE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RM-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT IMPORT-RPT-FILE ASSIGN TO "RATE-IMPORT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "RATE-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FEED-FILE.
       01  RATE-FEED-RECORD.
           05 RF-CURRENCY-CODE  PIC X(3).
           05 RF-EFFECTIVE-DATE PIC 9(8).
           05 RF-RATE           PIC 9(4)V9999.

       FD  RATE-MASTER.
           COPY "ratemast.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       FD  IMPORT-RPT-FILE.
       01  IMPORT-RPT-RECORD    PIC X(80).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RF-STATUS        PIC XX.
       01 WS-RM-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EX-STATUS        PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-SCAN-DONE        PIC 9(1).
       01 WS-READ-COUNT       PIC 9(5) VALUE 0.
       01 WS-LOADED-COUNT     PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT    PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-TIME-SCRATCH     PIC 9(8).
       01 WS-FEED-CURRENCY    PIC X(3).
       01 WS-FEED-DATE        PIC 9(8).
       01 WS-FEED-RATE        PIC 9(4)V9999.
       01 WS-PRIOR-FOUND      PIC X.
       01 WS-PRIOR-DATE       PIC 9(8).
       01 WS-PRIOR-RATE       PIC 9(4)V9999.
       01 WS-ON-FILE          PIC X.
       01 WS-ON-FILE-RATE     PIC 9(4)V9999.
       01 WS-CHANGE-PCT       PIC 9(7)V99.
       01 WS-TOLERANCE-PCT    PIC 9(3)V99 VALUE 5.00.
       01 WS-EXCEPTION-REASON PIC X(28).
       01 WS-LAST-CURRENCY    PIC X(3).
       01 WS-CL-OLD-RATE      PIC 9(4).9999.
       01 WS-CL-NEW-RATE      PIC 9(4).9999.

       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.

      *    EVERY CURRENCY THE FEED CARRIED, FOR THE MISSING-CURRENCY
      *    SWEEP OF THE MASTER AFTERWARDS.
       01 WS-FEED-TABLE.
           05 WS-FEED-CCY-COUNT PIC 9(3) VALUE 0.
           05 WS-FEED-CCY       PIC X(3) OCCURS 200 TIMES.
       01 WS-FEED-CCY-MAX     PIC 9(3) VALUE 200.
       01 WS-FEED-IDX         PIC 9(3).
       01 WS-FEED-HIT         PIC X.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "EXCHANGE-RATE FEED IMPORT".
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(6)  VALUE "DATE: ".
           05 RH-DATE         PIC 9(4)/99/99.
       01 WS-RPT-COLUMNS.
           05 FILLER          PIC X(5)  VALUE "CCY".
           05 FILLER          PIC X(12) VALUE "EFFECTIVE".
           05 FILLER          PIC X(12) VALUE "NEW RATE".
           05 FILLER          PIC X(12) VALUE "PRIOR RATE".
           05 FILLER          PIC X(12) VALUE "PRIOR DATE".
           05 FILLER          PIC X(8)  VALUE "CHANGE%".
       01 WS-RPT-LINE.
           05 RL-CURRENCY     PIC X(3).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-EFFECTIVE    PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-NEW-RATE     PIC Z(3)9.9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-PRIOR-RATE   PIC Z(3)9.9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-PRIOR-DATE   PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-CHANGE-PCT   PIC Z(6)9.99.
       01 WS-RPT-TOTALS-LINE.
           05 FILLER          PIC X(10) VALUE "FEED RATES".
           05 RT-READ-CT      PIC ZZZZ9.
           05 FILLER          PIC X(10) VALUE "  LOADED: ".
           05 RT-LOAD-CT      PIC ZZZZ9.
           05 FILLER          PIC X(11) VALUE "  SKIPPED: ".
           05 RT-SKIP-CT      PIC ZZZZ9.
           05 FILLER          PIC X(13) VALUE " EXCEPTIONS: ".
           05 RT-EXC-CT       PIC ZZZZ9.
           05 FILLER          PIC X(11) VALUE "  MISSING: ".
           05 RT-MISS-CT      PIC ZZZZ9.

       01 WS-EXC-HEADER.
           05 FILLER          PIC X(30) VALUE
              "RATE EXCEPTIONS FOR APPROVAL".
           05 FILLER          PIC X(14) VALUE "  TOLERANCE: ".
           05 EH-TOLERANCE    PIC ZZ9.99.
           05 FILLER          PIC X(9)  VALUE "%  DATE: ".
           05 EH-DATE         PIC 9(4)/99/99.
       01 WS-EXC-LINE.
           05 EL-CURRENCY     PIC X(3).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 EL-EFFECTIVE    PIC 9(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 EL-NEW-RATE     PIC Z(3)9.9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 EL-PRIOR-RATE   PIC Z(3)9.9999.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 EL-REASON       PIC X(28).
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           MOVE "RATE-TOLERANCE-PCT" TO WS-PARM-NAME.
           MOVE WS-TOLERANCE-PCT TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-TOLERANCE-PCT
           END-IF.
           OPEN INPUT RATE-FEED-FILE.
           IF WS-RF-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN RATE-FEED, STATUS="
                       WS-RF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RATE-MASTER.
           IF WS-RM-STATUS = "35"
               OPEN OUTPUT RATE-MASTER
               CLOSE RATE-MASTER
               OPEN I-O RATE-MASTER
           END-IF.
           IF WS-RM-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN RATE-MASTER, STATUS="
                       WS-RM-STATUS
               CLOSE RATE-FEED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           OPEN OUTPUT IMPORT-RPT-FILE.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE IMPORT-RPT-RECORD FROM WS-RPT-HEADER.
           WRITE IMPORT-RPT-RECORD FROM WS-RPT-COLUMNS.
           MOVE WS-TOLERANCE-PCT TO EH-TOLERANCE.
           MOVE WS-BUSINESS-DATE TO EH-DATE.
           WRITE EXCEPTION-RECORD FROM WS-EXC-HEADER.
           PERFORM IMPORT-ONE-RATE UNTIL WS-EOF = 1.
           PERFORM LIST-MISSING-CURRENCIES.
           MOVE WS-READ-COUNT      TO RT-READ-CT.
           MOVE WS-LOADED-COUNT    TO RT-LOAD-CT.
           MOVE WS-SKIPPED-COUNT   TO RT-SKIP-CT.
           MOVE WS-EXCEPTION-COUNT TO RT-EXC-CT.
           MOVE WS-MISSING-COUNT   TO RT-MISS-CT.
           WRITE IMPORT-RPT-RECORD FROM WS-RPT-TOTALS-LINE.
           CLOSE RATE-FEED-FILE.
           CLOSE RATE-MASTER.
           CLOSE CHANGE-LOG-FILE.
           CLOSE IMPORT-RPT-FILE.
           CLOSE EXCEPTION-FILE.
           DISPLAY "FEED RATES READ:   " WS-READ-COUNT.
           DISPLAY "RATES LOADED:      " WS-LOADED-COUNT.
           DISPLAY "ALREADY ON FILE:   " WS-SKIPPED-COUNT.
           DISPLAY "EXCEPTIONS:        " WS-EXCEPTION-COUNT.
           DISPLAY "MISSING CURRENCIES:" WS-MISSING-COUNT.
           IF WS-EXCEPTION-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       IMPORT-ONE-RATE.
           READ RATE-FEED-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM CHECK-ONE-RATE
           END-READ.

       CHECK-ONE-RATE.
           MOVE RF-CURRENCY-CODE TO WS-FEED-CURRENCY.
           PERFORM REMEMBER-FEED-CURRENCY.
           MOVE 0 TO WS-PRIOR-RATE.
           MOVE 0 TO WS-CHANGE-PCT.
           IF RF-EFFECTIVE-DATE NUMERIC AND RF-EFFECTIVE-DATE > 0
               MOVE RF-EFFECTIVE-DATE TO WS-FEED-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-FEED-DATE
           END-IF.
           IF RF-RATE NOT NUMERIC
               MOVE 0 TO WS-FEED-RATE
               MOVE "RATE NOT NUMERIC" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           MOVE RF-RATE TO WS-FEED-RATE.
           IF WS-FEED-RATE = 0
               MOVE "ZERO RATE" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ALREADY-ON-FILE.
           IF WS-ON-FILE = "Y"
               IF WS-ON-FILE-RATE = WS-FEED-RATE
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   MOVE WS-ON-FILE-RATE TO WS-PRIOR-RATE
                   MOVE "DIFFERS FROM RATE ON FILE"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PRIOR-RATE.
           IF WS-PRIOR-FOUND = "N"
               MOVE "NO PRIOR RATE TO CHECK" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           IF WS-FEED-RATE > WS-PRIOR-RATE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-FEED-RATE - WS-PRIOR-RATE) * 100
                   / WS-PRIOR-RATE
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-CHANGE-PCT
               END-COMPUTE
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-PRIOR-RATE - WS-FEED-RATE) * 100
                   / WS-PRIOR-RATE
           END-IF.
           IF WS-CHANGE-PCT > WS-TOLERANCE-PCT
               MOVE "OUTSIDE TOLERANCE" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ONE-RATE.

       CHECK-ALREADY-ON-FILE.
           MOVE "N" TO WS-ON-FILE.
           MOVE WS-FEED-CURRENCY TO RM-CURRENCY-CODE.
           MOVE WS-FEED-DATE TO RM-EFFECTIVE-DATE.
           READ RATE-MASTER
               KEY IS RM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-FILE
                   MOVE RM-RATE TO WS-ON-FILE-RATE
           END-READ.

      *    THE PREVIOUS EFFECTIVE RATE IS THE LAST ONE FOR THE
      *    CURRENCY DATED BEFORE THE FEED'S EFFECTIVE DATE.
       FIND-PRIOR-RATE.
           MOVE "N" TO WS-PRIOR-FOUND.
           MOVE 0 TO WS-PRIOR-DATE.
           MOVE WS-FEED-CURRENCY TO RM-CURRENCY-CODE.
           MOVE 0 TO RM-EFFECTIVE-DATE.
           MOVE 0 TO WS-SCAN-DONE.
           START RATE-MASTER KEY IS >= RM-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 1
               READ RATE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE
                   NOT AT END
                       IF RM-CURRENCY-CODE = WS-FEED-CURRENCY
                          AND RM-EFFECTIVE-DATE < WS-FEED-DATE
                           IF RM-RATE > 0
                               MOVE "Y" TO WS-PRIOR-FOUND
                               MOVE RM-EFFECTIVE-DATE TO WS-PRIOR-DATE
                               MOVE RM-RATE TO WS-PRIOR-RATE
                           END-IF
                       ELSE
                           MOVE 1 TO WS-SCAN-DONE
                       END-IF
               END-READ
           END-PERFORM.

       LOAD-ONE-RATE.
           MOVE WS-FEED-CURRENCY TO RM-CURRENCY-CODE.
           MOVE WS-FEED-DATE TO RM-EFFECTIVE-DATE.
           MOVE WS-FEED-RATE TO RM-RATE.
           WRITE RATE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "RATE-MASTER WRITE FAILED FOR "
                           RM-KEY " STATUS=" WS-RM-STATUS
                   MOVE "MASTER WRITE FAILED" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WS-LOADED-COUNT.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE "RATE"           TO CL-KEY-TYPE.
           MOVE RM-KEY           TO CL-KEY-VALUE.
           MOVE "LOAD"           TO CL-ACTION.
           MOVE "RATE"           TO CL-FIELD-NAME.
           MOVE WS-PRIOR-RATE    TO WS-CL-OLD-RATE.
           MOVE WS-CL-OLD-RATE   TO CL-OLD-VALUE.
           MOVE WS-FEED-RATE     TO WS-CL-NEW-RATE.
           MOVE WS-CL-NEW-RATE   TO CL-NEW-VALUE.
           MOVE WS-BUSINESS-DATE TO CL-CHANGE-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.
           MOVE WS-FEED-CURRENCY TO RL-CURRENCY.
           MOVE WS-FEED-DATE     TO RL-EFFECTIVE.
           MOVE WS-FEED-RATE     TO RL-NEW-RATE.
           MOVE WS-PRIOR-RATE    TO RL-PRIOR-RATE.
           MOVE WS-PRIOR-DATE    TO RL-PRIOR-DATE.
           MOVE WS-CHANGE-PCT    TO RL-CHANGE-PCT.
           WRITE IMPORT-RPT-RECORD FROM WS-RPT-LINE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-FEED-CURRENCY    TO EL-CURRENCY.
           MOVE WS-FEED-DATE        TO EL-EFFECTIVE.
           MOVE WS-FEED-RATE        TO EL-NEW-RATE.
           MOVE WS-PRIOR-RATE       TO EL-PRIOR-RATE.
           MOVE WS-EXCEPTION-REASON TO EL-REASON.
           WRITE EXCEPTION-RECORD FROM WS-EXC-LINE.

       REMEMBER-FEED-CURRENCY.
           MOVE "N" TO WS-FEED-HIT.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-CCY-COUNT
                      OR WS-FEED-HIT = "Y"
               IF WS-FEED-CCY (WS-FEED-IDX) = WS-FEED-CURRENCY
                   MOVE "Y" TO WS-FEED-HIT
               END-IF
           END-PERFORM.
           IF WS-FEED-HIT = "N"
               IF WS-FEED-CCY-COUNT < WS-FEED-CCY-MAX
                   ADD 1 TO WS-FEED-CCY-COUNT
                   MOVE WS-FEED-CURRENCY
                       TO WS-FEED-CCY (WS-FEED-CCY-COUNT)
               ELSE
                   DISPLAY "FEED CURRENCY TABLE FULL - "
                           WS-FEED-CURRENCY " NOT TRACKED"
               END-IF
           END-IF.

      *    ONE PASS OF THE MASTER IN KEY ORDER; EACH CURRENCY IS
      *    LOOKED UP ONCE, ON ITS FIRST RECORD.
       LIST-MISSING-CURRENCIES.
           MOVE LOW-VALUES TO RM-KEY.
           MOVE LOW-VALUES TO WS-LAST-CURRENCY.
           MOVE 0 TO WS-SCAN-DONE.
           START RATE-MASTER KEY IS >= RM-KEY
               INVALID KEY
                   MOVE 1 TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = 1
               READ RATE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-SCAN-DONE
                   NOT AT END
                       IF RM-CURRENCY-CODE NOT = WS-LAST-CURRENCY
                           MOVE RM-CURRENCY-CODE TO WS-LAST-CURRENCY
                           PERFORM CHECK-CURRENCY-IN-FEED
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-CURRENCY-IN-FEED.
           MOVE RM-CURRENCY-CODE TO WS-FEED-CURRENCY.
           MOVE "N" TO WS-FEED-HIT.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-CCY-COUNT
                      OR WS-FEED-HIT = "Y"
               IF WS-FEED-CCY (WS-FEED-IDX) = WS-FEED-CURRENCY
                   MOVE "Y" TO WS-FEED-HIT
               END-IF
           END-PERFORM.
           IF WS-FEED-HIT = "N"
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-FEED-CURRENCY TO EL-CURRENCY
               MOVE WS-BUSINESS-DATE TO EL-EFFECTIVE
               MOVE 0                TO EL-NEW-RATE
               MOVE 0                TO EL-PRIOR-RATE
               MOVE "MISSING FROM FEED" TO EL-REASON
               WRITE EXCEPTION-RECORD FROM WS-EXC-LINE
           END-IF.
