      *    BRANCH FILE CONSOLIDATION. EACH BRANCH PRODUCES ITS OWN
      *    TRANSIN-FORMAT TRANSACTION FILE; THIS JOB COMBINES THE
      *    THREE - PLUS THE CONTRACT-TERMS FILE THE CONTRACT EXPIRY
      *    STEP CUTS AHEAD OF THE MERGE AND THE MERIT-TRANS FILE THE
      *    FINAL MERIT CYCLE CUTS - ON ASCENDING TRANS-KEY, STAMPS
      *    EVERY RECORD WITH ITS ORIGINATING BRANCH CODE ("CT" AND
      *    "MR" FOR THE INTERNAL FEEDS), WRITES PER-SOURCE
      *    CONTROL COUNTS, AND PRODUCES THE SINGLE CONSOLIDATED
      *    TRANSIN THAT basic_procedures.cbl READS. SORTING THE
      *    TERMS IN WITH EVERYTHING ELSE KEEPS THE APPLY'S
      *    KEY-SEQUENCE CHECK CLEAN. REPLACES THE HAND CONCATENATION
      *    THE OPERATORS USED TO DO.
      *    EACH BRANCH FILE IS FINGERPRINTED ON THE INTERFACE
      *    REGISTRY (intfreg) BEFORE IT IS READ; ONE IDENTICAL TO A
      *    FILE ALREADY CONSOLIDATED IS REJECTED AS AN ERROR, THE
      *    SAME AS A MISSING ONE, AND A CLEAN RUN REGISTERS THE
      *    THREE FILES IT TOOK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CTERM-FILE ASSIGN TO "CONTRACT-TERMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT MERIT-FILE ASSIGN TO "MERIT-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MR-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH1-FILE.
       01  BRANCH1-RECORD          PIC X(88).

       FD  BRANCH2-FILE.
       01  BRANCH2-RECORD          PIC X(88).

       FD  BRANCH3-FILE.
       01  BRANCH3-RECORD          PIC X(88).

       FD  CTERM-FILE.
       01  CTERM-RECORD            PIC X(88).

       FD  MERIT-FILE.
       01  MERIT-RECORD            PIC X(88).

       SD  SORT-WORK-FILE.
       01  SORT-TRANS-RECORD.
              10 SORT-TD-TYPE      PIC X(4).
              10 SORT-TD-BRANCH    PIC X(2).
              10 SORT-TD-FIELDS    PIC X(64).
           05 SORT-TD-EFFECTIVE    PIC X(8).

       FD  TRANS-FILE.
           COPY "transrec.cpy".
       01 WS-BR3-COUNT             PIC 9(7) VALUE 0.
       01 WS-CT-STATUS             PIC XX.
       01 WS-CT-COUNT              PIC 9(7) VALUE 0.
       01 WS-MR-STATUS             PIC XX.
       01 WS-MR-COUNT              PIC 9(7) VALUE 0.
       01 WS-OUT-COUNT             PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT           PIC 9(3) VALUE 0.
       01 WS-BRM-STATUS            PIC XX.
       01 WS-BAD-BRANCH-COUNT      PIC 9(7) VALUE 0.
       01 WS-LAST-CHECKED          PIC X(2) VALUE LOW-VALUES.
       01 WS-LAST-VERDICT          PIC X.
       01 WS-HASH-EMP-ID           PIC X(7).
       01 WS-HASH-EMP-NUM REDEFINES WS-HASH-EMP-ID PIC 9(7).
       01 WS-FP-EOF                PIC X.
           COPY "intfchk.cpy".

       01 WS-DUPLICATE-LINE.
           05 DP-INTERFACE    PIC X(16).
           05 FILLER          PIC X(11) VALUE " REJECTED, ".
           05 DP-DETAIL       PIC X(40).

       01 WS-BAD-BRANCH-LINE.
           05 FILLER          PIC X(7)  VALUE "BRANCH ".
               INPUT PROCEDURE IS 100-READ-BRANCH-FILES
               OUTPUT PROCEDURE IS 200-WRITE-CONSOLIDATED.
           PERFORM 300-WRITE-CONTROL-COUNTS.
           IF WS-ERROR-COUNT = 0
               PERFORM 400-REGISTER-BRANCH-FILES
           END-IF.
           IF WS-BRM-AVAILABLE = "Y"
               CLOSE BRANCH-MASTER
           END-IF.
      *    MUST NOT LOOK LIKE A GOOD ONE.
      *****************************************************************
       100-READ-BRANCH-FILES.
           PERFORM 110-FINGERPRINT-BRANCH1.
           IF IFC-RESULT = "N"
               PERFORM 150-REJECT-DUPLICATE
           ELSE
               OPEN INPUT BRANCH1-FILE
               IF WS-BR1-STATUS <> "00"
                   DISPLAY "ERROR: CANNOT OPEN BRANCH1-TRANS"
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE "N" TO WS-BRANCH-EOF
                   PERFORM UNTIL WS-BRANCH-EOF = "Y"
                       READ BRANCH1-FILE
                           AT END
                               MOVE "Y" TO WS-BRANCH-EOF
                           NOT AT END
                               ADD 1 TO WS-BR1-COUNT
                               MOVE BRANCH1-RECORD
                                   TO SORT-TRANS-RECORD
                               MOVE "01" TO SORT-TD-BRANCH
                               RELEASE SORT-TRANS-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BRANCH1-FILE
               END-IF
           END-IF.
           PERFORM 111-FINGERPRINT-BRANCH2.
           IF IFC-RESULT = "N"
               PERFORM 150-REJECT-DUPLICATE
           ELSE
               OPEN INPUT BRANCH2-FILE
               IF WS-BR2-STATUS <> "00"
                   DISPLAY "ERROR: CANNOT OPEN BRANCH2-TRANS"
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE "N" TO WS-BRANCH-EOF
                   PERFORM UNTIL WS-BRANCH-EOF = "Y"
                       READ BRANCH2-FILE
                           AT END
                               MOVE "Y" TO WS-BRANCH-EOF
                           NOT AT END
                               ADD 1 TO WS-BR2-COUNT
                               MOVE BRANCH2-RECORD
                                   TO SORT-TRANS-RECORD
                               MOVE "02" TO SORT-TD-BRANCH
                               RELEASE SORT-TRANS-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BRANCH2-FILE
               END-IF
           END-IF.
           PERFORM 112-FINGERPRINT-BRANCH3.
           IF IFC-RESULT = "N"
               PERFORM 150-REJECT-DUPLICATE
           ELSE
               OPEN INPUT BRANCH3-FILE
               IF WS-BR3-STATUS <> "00"
                   DISPLAY "ERROR: CANNOT OPEN BRANCH3-TRANS"
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE "N" TO WS-BRANCH-EOF
                   PERFORM UNTIL WS-BRANCH-EOF = "Y"
                       READ BRANCH3-FILE
                           AT END
                               MOVE "Y" TO WS-BRANCH-EOF
                           NOT AT END
                               ADD 1 TO WS-BR3-COUNT
                               MOVE BRANCH3-RECORD
                                   TO SORT-TRANS-RECORD
                               MOVE "03" TO SORT-TD-BRANCH
                               RELEASE SORT-TRANS-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE BRANCH3-FILE
               END-IF
           END-IF.
      *    THE CONTRACT FEED IS CUT BY OUR OWN EXPIRY STEP, NOT A
      *    BRANCH; A MISSING FILE MEANS THE STEP DID NOT RUN AND IS
               END-PERFORM
               CLOSE CTERM-FILE
           END-IF.
      *    MERIT INCREASES ARRIVE ONCE A YEAR, SO NO FILE IS THE
      *    NORMAL CASE AND IS NOT EVEN WORTH A NOTE.
           OPEN INPUT MERIT-FILE.
           IF WS-MR-STATUS = "00"
               MOVE "N" TO WS-BRANCH-EOF
               PERFORM UNTIL WS-BRANCH-EOF = "Y"
                   READ MERIT-FILE
                       AT END
                           MOVE "Y" TO WS-BRANCH-EOF
                       NOT AT END
                           ADD 1 TO WS-MR-COUNT
                           MOVE MERIT-RECORD TO SORT-TRANS-RECORD
                           MOVE "MR" TO SORT-TD-BRANCH
                           RELEASE SORT-TRANS-RECORD
                   END-READ
               END-PERFORM
               CLOSE MERIT-FILE
           END-IF.

      *****************************************************************
      *    A PASS OVER EACH BRANCH FILE FOR THE INTERFACE REGISTRY:
      *    COUNT, HASH OF THE EMPLOYEE IDS AND CONTENT FINGERPRINT.
      *    A FILE THAT WILL NOT OPEN IS LEFT FOR THE READ ABOVE TO
      *    REPORT.
      *****************************************************************
       110-FINGERPRINT-BRANCH1.
           MOVE "BRANCH1-TRANS" TO IFC-INTERFACE.
           PERFORM 140-START-FINGERPRINT.
           OPEN INPUT BRANCH1-FILE.
           IF WS-BR1-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FP-EOF.
           PERFORM UNTIL WS-FP-EOF = "Y"
               READ BRANCH1-FILE
                   AT END
                       MOVE "Y" TO WS-FP-EOF
                   NOT AT END
                       MOVE BRANCH1-RECORD TO IFC-RECORD
                       PERFORM 145-ADD-TO-FINGERPRINT
               END-READ
           END-PERFORM.
           CLOSE BRANCH1-FILE.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

       111-FINGERPRINT-BRANCH2.
           MOVE "BRANCH2-TRANS" TO IFC-INTERFACE.
           PERFORM 140-START-FINGERPRINT.
           OPEN INPUT BRANCH2-FILE.
           IF WS-BR2-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FP-EOF.
           PERFORM UNTIL WS-FP-EOF = "Y"
               READ BRANCH2-FILE
                   AT END
                       MOVE "Y" TO WS-FP-EOF
                   NOT AT END
                       MOVE BRANCH2-RECORD TO IFC-RECORD
                       PERFORM 145-ADD-TO-FINGERPRINT
               END-READ
           END-PERFORM.
           CLOSE BRANCH2-FILE.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

       112-FINGERPRINT-BRANCH3.
           MOVE "BRANCH3-TRANS" TO IFC-INTERFACE.
           PERFORM 140-START-FINGERPRINT.
           OPEN INPUT BRANCH3-FILE.
           IF WS-BR3-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FP-EOF.
           PERFORM UNTIL WS-FP-EOF = "Y"
               READ BRANCH3-FILE
                   AT END
                       MOVE "Y" TO WS-FP-EOF
                   NOT AT END
                       MOVE BRANCH3-RECORD TO IFC-RECORD
                       PERFORM 145-ADD-TO-FINGERPRINT
               END-READ
           END-PERFORM.
           CLOSE BRANCH3-FILE.
           MOVE "CHK " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

       140-START-FINGERPRINT.
           MOVE "I" TO IFC-DIRECTION.
           MOVE "trans_merge" TO IFC-PROGRAM.
           MOVE "INIT" TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

       145-ADD-TO-FINGERPRINT.
           MOVE 88 TO IFC-RECORD-LENGTH.
           MOVE IFC-RECORD (1:7) TO WS-HASH-EMP-ID.
           IF WS-HASH-EMP-ID IS NUMERIC
               MOVE WS-HASH-EMP-NUM TO IFC-AMOUNT
           ELSE
               MOVE 0 TO IFC-AMOUNT
           END-IF.
           MOVE "ADD " TO IFC-FUNCTION.
           CALL "intfreg" USING INTERFACE-CHECK.

      *    A BRANCH FILE IDENTICAL TO ONE ALREADY CONSOLIDATED IS THE
      *    OLD FILE SENT AGAIN, SO TONIGHT'S IS STILL MISSING.
       150-REJECT-DUPLICATE.
           DISPLAY "ERROR: " IFC-INTERFACE " IS THE " IFC-DETAIL
                   " - REJECTED".
           MOVE IFC-INTERFACE TO DP-INTERFACE.
           MOVE IFC-DETAIL TO DP-DETAIL.
           WRITE MERGE-RPT-RECORD FROM WS-DUPLICATE-LINE.
           ADD 1 TO WS-ERROR-COUNT.

       200-WRITE-CONSOLIDATED.
           OPEN OUTPUT TRANS-FILE.
           IF WS-BRM-AVAILABLE <> "Y"
               EXIT PARAGRAPH
           END-IF.
      *    "CT" IS THE INTERNAL CONTRACT-EXPIRY FEED AND "MR" THE
      *    MERIT CYCLE, NOT BRANCHES, SO THEY ARE NEVER ON THE BRANCH
      *    MASTER AND ARE NOT CHECKED.
           IF SORT-TD-BRANCH = "CT" OR SORT-TD-BRANCH = "MR"
               EXIT PARAGRAPH
           END-IF.
           IF SORT-TD-BRANCH NOT = WS-LAST-CHECKED
           MOVE WS-CT-COUNT TO BC-COUNT.
           WRITE MERGE-RPT-RECORD FROM WS-BRANCH-COUNT-LINE.
           DISPLAY WS-BRANCH-COUNT-LINE.
           MOVE "MR" TO BC-BRANCH.
           MOVE WS-MR-COUNT TO BC-COUNT.
           WRITE MERGE-RPT-RECORD FROM WS-BRANCH-COUNT-LINE.
           DISPLAY WS-BRANCH-COUNT-LINE.
           MOVE WS-OUT-COUNT TO OC-COUNT.
           WRITE MERGE-RPT-RECORD FROM WS-OUT-COUNT-LINE.
           DISPLAY WS-OUT-COUNT-LINE.
           IF WS-BR1-COUNT + WS-BR2-COUNT + WS-BR3-COUNT
                   + WS-CT-COUNT + WS-MR-COUNT
                   NOT = WS-OUT-COUNT
               DISPLAY "*** CONTROL COUNTS DO NOT CROSS-FOOT ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       400-REGISTER-BRANCH-FILES.
           MOVE "DONE" TO IFC-FUNCTION.
           MOVE "BRANCH1-TRANS" TO IFC-INTERFACE.
           CALL "intfreg" USING INTERFACE-CHECK.
           MOVE "BRANCH2-TRANS" TO IFC-INTERFACE.
           CALL "intfreg" USING INTERFACE-CHECK.
           MOVE "BRANCH3-TRANS" TO IFC-INTERFACE.
           CALL "intfreg" USING INTERFACE-CHECK.
