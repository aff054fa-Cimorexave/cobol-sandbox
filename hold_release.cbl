      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  hold_release.
      *****************************************************************
      *    NIGHTLY AUTHORIZATION HOLD RELEASE. A STORE THAT
      *    AUTHORIZES VALUE ON A VOUCHER AND THEN ABANDONS THE SALE
      *    NEVER SENDS THE CAPTURE, SO THE HOLD WOULD TIE UP THE
      *    CUSTOMER'S BALANCE FOREVER. THIS RUN SWEEPS VOUCHER-HOLD
      *    (holdmast.cpy) AND RELEASES EVERY OPEN HOLD OLDER THAN
      *    HOLD-EXPIRY-HOURS (SYSPARM, DEFAULT 24), MEASURED FROM
      *    THE AUTHORIZATION'S DATE AND TIME TO THE BUSINESS DATE
      *    AND THE CURRENT TIME. A RELEASE NEVER TOUCHES VM-BALANCE
      *    - NOTHING WAS POSTED - IT JUST GIVES THE HELD VALUE BACK
      *    TO THE AVAILABLE BALANCE. EACH RELEASE LEAVES AN "H"
      *    ENTRY IN REDEMPTION-HIST SO THE VOUCHER'S ACTIVITY SHOWS
      *    WHY THE HOLD WENT AWAY, AND A LINE ON HOLD-RELEASE-RPT
      *    FOR THE STORES DESK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-HOLD ASSIGN TO "VOUCHER-HOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-VH-STATUS.
           SELECT VOUCHER-MASTER ASSIGN TO "VOUCHER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VOUCHER-CODE
               FILE STATUS IS WS-VM-STATUS.
           SELECT REDEMPTION-HISTORY ASSIGN TO "REDEMPTION-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT RELEASE-RPT-FILE ASSIGN TO "HOLD-RELEASE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER-HOLD.
           COPY "holdmast.cpy".

       FD  VOUCHER-MASTER.
           COPY "voucher.cpy".

       FD  REDEMPTION-HISTORY.
           COPY "redhist.cpy".

       FD  RELEASE-RPT-FILE.
       01  RELEASE-RPT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VH-STATUS        PIC XX.
       01 WS-VM-STATUS        PIC XX.
       01 WS-RH-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-EXPIRY-HOURS     PIC 9(3) VALUE 24.
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-RUN-TIME-GROUP REDEFINES WS-RUN-TIME.
           05 WS-RUN-HH       PIC 9(2).
           05 WS-RUN-MM       PIC 9(2).
           05 WS-RUN-SS       PIC 9(2).
       01 WS-AUTH-TIME        PIC 9(6).
       01 WS-AUTH-TIME-GROUP REDEFINES WS-AUTH-TIME.
           05 WS-AUTH-HH      PIC 9(2).
           05 WS-AUTH-MM      PIC 9(2).
           05 WS-AUTH-SS      PIC 9(2).
       01 WS-TIME-SCRATCH     PIC 9(8).
       01 WS-DATE-FUNCTION    PIC X(4).
       01 WS-DATE-DAYS        PIC S9(7).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-AGE-SECONDS      PIC S9(11).
       01 WS-LIMIT-SECONDS    PIC S9(11).
       01 WS-AGE-HOURS        PIC S9(7).
       01 WS-MASTER-BALANCE   PIC S9(3)V99.
       01 WS-RH-WRITTEN       PIC X.
       01 WS-OPEN-COUNT       PIC 9(7) VALUE 0.
       01 WS-RELEASE-COUNT    PIC 9(7) VALUE 0.
       01 WS-RELEASE-TOTAL    PIC S9(9)V99 VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(3) VALUE 0.

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(30) VALUE
              "HOLD RELEASE RUN FOR          ".
           05 RP-DATE         PIC 9(4)/99/99.
           05 FILLER          PIC X(10) VALUE "  LIMIT: ".
           05 RP-HOURS        PIC ZZ9.
           05 FILLER          PIC X(6) VALUE " HOURS".

       01 WS-RPT-LINE.
           05 RL-CODE         PIC X(6).
           05 FILLER          PIC X VALUE SPACE.
           05 RL-AUTH-REF     PIC X(10).
           05 FILLER          PIC X(8) VALUE "  STORE ".
           05 RL-STORE        PIC X(4).
           05 FILLER          PIC X(7) VALUE "  HELD ".
           05 RL-AMOUNT       PIC -(3)9.99.
           05 FILLER          PIC X(7) VALUE "  AUTH ".
           05 RL-AUTH-DATE    PIC 9(4)/99/99.
           05 FILLER          PIC X VALUE SPACE.
           05 RL-AUTH-TIME    PIC 99B99B99.
           05 FILLER          PIC X(6) VALUE "  AGE ".
           05 RL-AGE-HOURS    PIC ZZZZ9.

       01 WS-RPT-TOTAL-LINE.
           05 FILLER          PIC X(16) VALUE "HOLDS RELEASED: ".
           05 RT-COUNT        PIC ZZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  RELEASED: ".
           05 RT-TOTAL        PIC -(8)9.99.
           05 FILLER          PIC X(14) VALUE "  STILL OPEN: ".
           05 RT-OPEN         PIC ZZZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-RUN-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH WS-RUN-TIME.
           MOVE "HOLD-EXPIRY-HOURS" TO WS-PARM-NAME.
           MOVE WS-EXPIRY-HOURS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 1000
               MOVE WS-PARM-VALUE TO WS-EXPIRY-HOURS
           END-IF.
           COMPUTE WS-LIMIT-SECONDS = WS-EXPIRY-HOURS * 3600.
           OPEN I-O VOUCHER-HOLD.
           IF WS-VH-STATUS = "35"
               DISPLAY "NO VOUCHER-HOLD FILE - NOTHING TO RELEASE."
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-VH-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN VOUCHER-HOLD, STATUS="
                       WS-VH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOUCHER-MASTER.
           IF WS-VM-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN VOUCHER-MASTER, STATUS="
                       WS-VM-STATUS
               CLOSE VOUCHER-HOLD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O REDEMPTION-HISTORY.
           IF WS-RH-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN REDEMPTION-HIST, STATUS="
                       WS-RH-STATUS
               CLOSE VOUCHER-HOLD
               CLOSE VOUCHER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RELEASE-RPT-FILE.
           MOVE WS-RUN-DATE TO RP-DATE.
           MOVE WS-EXPIRY-HOURS TO RP-HOURS.
           WRITE RELEASE-RPT-RECORD FROM WS-RPT-HEADER.
           MOVE LOW-VALUES TO VH-KEY.
           START VOUCHER-HOLD KEY IS >= VH-KEY
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM SWEEP-HOLDS UNTIL WS-EOF = 1.
           MOVE WS-RELEASE-COUNT TO RT-COUNT.
           MOVE WS-RELEASE-TOTAL TO RT-TOTAL.
           MOVE WS-OPEN-COUNT TO RT-OPEN.
           WRITE RELEASE-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
           CLOSE VOUCHER-HOLD.
           CLOSE VOUCHER-MASTER.
           CLOSE REDEMPTION-HISTORY.
           CLOSE RELEASE-RPT-FILE.
           DISPLAY "HOLDS RELEASED: " WS-RELEASE-COUNT.
           DISPLAY "VALUE RELEASED: " WS-RELEASE-TOTAL.
           DISPLAY "STILL OPEN:     " WS-OPEN-COUNT.
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "JOB ENDED WITH ERRORS"
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY "NORMAL END OF JOB"
           END-IF.
           STOP RUN.

       SWEEP-HOLDS.
           READ VOUCHER-HOLD NEXT RECORD
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF VH-STATUS = "O"
                       PERFORM CHECK-ONE-HOLD
                   END-IF
           END-READ.

      *    THE AGE IS WHOLE DAYS BETWEEN THE DATES (dateserv) TIMES
      *    24 HOURS, PLUS THE DIFFERENCE IN TIME OF DAY, ALL IN
      *    SECONDS, SO A HOLD TAKEN LATE IN THE EVENING IS NOT CUT
      *    SHORT BY THE DATE ROLLING OVER.
       CHECK-ONE-HOLD.
           MOVE "DAYS" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION VH-AUTH-DATE
               WS-RUN-DATE WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT = "N"
               DISPLAY "BAD AUTH DATE ON HOLD " VH-VOUCHER-CODE
                       " " VH-AUTH-REF ": " VH-AUTH-DATE
               ADD 1 TO WS-ERROR-COUNT
               ADD 1 TO WS-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE VH-AUTH-TIME TO WS-AUTH-TIME.
           COMPUTE WS-AGE-SECONDS = WS-DATE-DAYS * 86400
               + (WS-RUN-HH * 3600 + WS-RUN-MM * 60 + WS-RUN-SS)
               - (WS-AUTH-HH * 3600 + WS-AUTH-MM * 60 + WS-AUTH-SS).
           IF WS-AGE-SECONDS < WS-LIMIT-SECONDS
               ADD 1 TO WS-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-AGE-HOURS = WS-AGE-SECONDS / 3600.
           PERFORM RELEASE-ONE-HOLD.

       RELEASE-ONE-HOLD.
           MOVE "R" TO VH-STATUS.
           MOVE WS-RUN-DATE TO VH-CLOSE-DATE.
           MOVE WS-RUN-TIME TO VH-CLOSE-TIME.
           REWRITE VOUCHER-HOLD-RECORD
               INVALID KEY
                   DISPLAY "HOLD REWRITE FAILED FOR "
                           VH-VOUCHER-CODE " " VH-AUTH-REF
                           ", STATUS=" WS-VH-STATUS
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-RELEASE-COUNT.
           ADD VH-AMOUNT TO WS-RELEASE-TOTAL.
           PERFORM WRITE-RELEASE-HISTORY.
           MOVE VH-VOUCHER-CODE TO RL-CODE.
           MOVE VH-AUTH-REF TO RL-AUTH-REF.
           MOVE VH-STORE-CODE TO RL-STORE.
           MOVE VH-AMOUNT TO RL-AMOUNT.
           MOVE VH-AUTH-DATE TO RL-AUTH-DATE.
           MOVE VH-AUTH-TIME TO RL-AUTH-TIME.
           MOVE WS-AGE-HOURS TO RL-AGE-HOURS.
           WRITE RELEASE-RPT-RECORD FROM WS-RPT-LINE.

      *    THE POSTED BALANCE IS UNCHANGED BY A RELEASE; THE ENTRY
      *    CARRIES IT AS BOTH OLD AND NEW SO THE ACTIVITY LIST STILL
      *    READS STRAIGHT.
       WRITE-RELEASE-HISTORY.
           MOVE 0 TO WS-MASTER-BALANCE.
           MOVE VH-VOUCHER-CODE TO VM-VOUCHER-CODE.
           READ VOUCHER-MASTER
               KEY IS VM-VOUCHER-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VM-BALANCE TO WS-MASTER-BALANCE
           END-READ.
           MOVE SPACES TO REDEMPTION-HISTORY-RECORD.
           MOVE VH-VOUCHER-CODE TO RH-VOUCHER-CODE.
           MOVE WS-RUN-DATE TO RH-TRANS-DATE.
           MOVE WS-RUN-TIME TO RH-TRANS-TIME.
           MOVE 0 TO RH-TRANS-SEQ.
           MOVE "H" TO RH-TRANS-TYPE.
           MOVE VH-AMOUNT TO RH-AMOUNT.
           STRING "HOLD RELEASED " DELIMITED BY SIZE
                  VH-AUTH-REF DELIMITED BY SIZE
                  INTO RH-RESULT.
           MOVE WS-MASTER-BALANCE TO RH-OLD-BALANCE.
           MOVE WS-MASTER-BALANCE TO RH-NEW-BALANCE.
           MOVE VH-STORE-CODE TO RH-STORE-CODE.
           MOVE 0 TO RH-FOREIGN-AMOUNT.
           MOVE 0 TO RH-RATE-USED.
           MOVE "N" TO WS-RH-WRITTEN.
           PERFORM UNTIL WS-RH-WRITTEN = "Y" OR RH-TRANS-SEQ > 998
               WRITE REDEMPTION-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO RH-TRANS-SEQ
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RH-WRITTEN
               END-WRITE
           END-PERFORM.
           IF WS-RH-WRITTEN = "N"
               DISPLAY "HISTORY WRITE FAILED FOR " VH-VOUCHER-CODE
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
