      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  retention_purge.
      *****************************************************************
      *    MONTHLY PERSONAL-DATA RETENTION PURGE. APPLIES THE PRIVACY
      *    POLICY'S RETENTION RULES TO THE FILES THAT HOLD APPLICANT
      *    AND CUSTOMER DETAILS, EACH AGE IN YEARS FROM SYSTEM-PARMS
      *    (BUILT-IN DEFAULT IN BRACKETS):
      *      RETAIN-APPL-FAIL-YRS (2) - A FAILED APPLICANT IS DELETED
      *        FROM APPLICANT-MASTER THAT LONG AFTER THEIR LAST
      *        ATTEMPT;
      *      RETAIN-APPL-PASS-YRS (3) - A PASSED APPLICANT THAT LONG
      *        AFTER THEIR LAST ATTEMPT OR CONVERSION TO INTAKE;
      *      RETAIN-CUSTOMER-YRS (6) - A CUSTOMER IS ANONYMIZED ON
      *        CUSTOMER-MASTER THAT LONG AFTER THE LAST ACTIVITY ON
      *        ANY OF THEIR VOUCHERS (ISSUE OR REDEMPTION HISTORY).
      *        THE RECORD AND ITS KEY STAY SO THE VOUCHERS STILL
      *        POINT AT AN OWNER; A CUSTOMER STILL HOLDING A LIVE
      *        BALANCE IS KEPT WHATEVER THE DATE, AND ONE WITH NO
      *        VOUCHER ACTIVITY AT ALL IS NOT AGED (COUNTED ON THE
      *        CERTIFICATE FOR REVIEW);
      *      RETAIN-AGE-AUDIT-YRS (2) - AGE-AUDIT LINES OLDER THAN
      *        THAT ARE DROPPED.
      *    AN APPLICANT ON SECURITY'S DENY-LIST IS NEVER DELETED: THE
      *    RECORD IS ANONYMIZED INSTEAD (ID, RESULT, REASON AND DATES
      *    KEPT) SO THE MATCH STILL STANDS. AGE-EXCEPTIONS LINES ARE
      *    DROPPED ONCE THEIR APPLICANT IS OFF THE MASTER, UNLESS THE
      *    APPLICANT IS DENY-LISTED. WITHOUT THE DENY-LIST ON HAND NO
      *    APPLICANT OR EXCEPTION IS PURGED.
      *    ERASURE-REQUESTS (OPTIONAL) CARRIES INDIVIDUAL ERASURE
      *    REQUESTS, WHICH ARE ACTED ON NOW WHATEVER THE RETENTION
      *    AGE, UNDER THE SAME DENY-LIST RULE.
      *    EVERY DELETE OR ANONYMIZATION IS CHANGE-LOGGED WITHOUT THE
      *    PERSONAL DATA ITSELF. COUNTS BY FILE, CATEGORY AND YEAR OF
      *    LAST ACTIVITY ARE APPENDED TO RETENTION-STATS SO THE
      *    FIGURES OUTLIVE THE RECORDS, AND RETENTION-CERTIFICATE
      *    LISTS THE RULES APPLIED, THE COUNTS PER FILE AND THE
      *    OUTCOME OF EACH ERASURE REQUEST. RERUNNABLE: AN ERASED
      *    RECORD IS NOT ERASED TWICE. RC 4 IF A FILE WAS NOT ON HAND
      *    OR A SEQUENTIAL FILE'S COUNTS DID NOT PROVE OUT (IT IS
      *    THEN LEFT AS IT WAS); RC 8 IF THE CHANGE-LOG OR THE
      *    CERTIFICATE CANNOT BE OPENED (NOTHING IS CHANGED).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-APPLICANT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT DENY-LIST-FILE ASSIGN TO "DENY-LIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DL-APPLICANT-ID
               FILE STATUS IS WS-DL-STATUS.
           SELECT AGE-EXCEPTIONS-FILE ASSIGN TO "AGE-EXCEPTIONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT EXCEPT-NEW-FILE ASSIGN TO "AGE-EXCEPTIONS-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXN-STATUS.
           SELECT AGE-AUDIT-FILE ASSIGN TO "AGE-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT AUDIT-NEW-FILE ASSIGN TO "AGE-AUDIT-NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUN-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT VOUCHER-MASTER ASSIGN TO "VOUCHER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VOUCHER-CODE
               FILE STATUS IS WS-VM-STATUS.
           SELECT REDEMPTION-HISTORY ASSIGN TO "REDEMPTION-HIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RH-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
           SELECT ERASURE-FILE ASSIGN TO "ERASURE-REQUESTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-STATUS.
           SELECT STATS-FILE ASSIGN TO "RETENTION-STATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
           SELECT CERT-FILE ASSIGN TO "RETENTION-CERTIFICATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-MASTER.
           COPY "applmast.cpy".

       FD  DENY-LIST-FILE.
       01  DENY-LIST-RECORD.
           05 DL-APPLICANT-ID   PIC X(10).
           05 DL-REASON         PIC X(20).

       FD  AGE-EXCEPTIONS-FILE.
       01  AGE-EXCEPTION-RECORD.
           05 EXCEPT-ID         PIC X(10).
           05 FILLER            PIC X.
           05 EXCEPT-AGE        PIC ZZ9.
           05 FILLER            PIC X.
           05 EXCEPT-REASON     PIC X(20).

       FD  EXCEPT-NEW-FILE.
       01  EXCEPT-NEW-RECORD    PIC X(35).

       FD  AGE-AUDIT-FILE.
       01  AGE-AUDIT-RECORD.
           05 AA-AGE            PIC X(3).
           05 FILLER            PIC X.
           05 AA-RESULT         PIC X(4).
           05 FILLER            PIC X.
           05 AA-DATE           PIC 9(8).
           05 AA-DATE-X REDEFINES AA-DATE PIC X(8).
           05 FILLER            PIC X.
           05 AA-TIME           PIC 9(6).
           05 FILLER            PIC X(16).

       FD  AUDIT-NEW-FILE.
       01  AUDIT-NEW-RECORD     PIC X(40).

       FD  CUSTOMER-MASTER.
           COPY "./calls/book.cpy".

       FD  VOUCHER-MASTER.
           COPY "voucher.cpy".

       FD  REDEMPTION-HISTORY.
           COPY "redhist.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-VOUCHER-RECORD.
           05 SV-VOUCHER-CODE      PIC X(6).
           05 SV-BALANCE           PIC S9(3)V99.
           05 SV-CHECK-DIGIT       PIC 9(1).
           05 SV-ISSUE-DATE        PIC 9(8).
           05 SV-STATUS            PIC X.
           05 SV-CUSTOMER-ID       PIC 9(7).
           05 SV-CAMPAIGN-CODE     PIC X(6).
           05 SV-PRODUCT-CODE      PIC X(4).

      *    ONE REQUEST PER LINE: "A" APPLICANT OR "C" CUSTOMER, THE
      *    ID, AND THE PRIVACY OFFICE'S REFERENCE FOR THE REQUEST.
       FD  ERASURE-FILE.
       01  ERASURE-RECORD.
           05 ER-PARTY-TYPE        PIC X.
           05 FILLER               PIC X.
           05 ER-PARTY-ID          PIC X(10).
           05 FILLER               PIC X.
           05 ER-REFERENCE         PIC X(12).

       FD  STATS-FILE.
       01  RETENTION-STATS-RECORD.
           05 RS-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X.
           05 RS-FILE              PIC X(16).
           05 FILLER               PIC X.
           05 RS-CATEGORY          PIC X(20).
           05 FILLER               PIC X.
           05 RS-YEAR              PIC 9(4).
           05 FILLER               PIC X.
           05 RS-COUNT             PIC 9(7).

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       FD  CERT-FILE.
       01  CERT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AM-STATUS        PIC XX.
       01 WS-DL-STATUS        PIC XX.
       01 WS-EXC-STATUS       PIC XX.
       01 WS-EXN-STATUS       PIC XX.
       01 WS-AUD-STATUS       PIC XX.
       01 WS-AUN-STATUS       PIC XX.
       01 WS-CM-STATUS        PIC XX.
       01 WS-VM-STATUS        PIC XX.
       01 WS-RH-STATUS        PIC XX.
       01 WS-ER-STATUS        PIC XX.
       01 WS-ST-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-CERT-STATUS      PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-CUST-EOF         PIC X VALUE "N".
       01 WS-RH-EOF           PIC X.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-TIME-SCRATCH     PIC 9(8).
       01 WS-DENY-AVAILABLE   PIC X VALUE "N".
       01 WS-APPL-AVAILABLE   PIC X VALUE "N".
       01 WS-NOT-ON-HAND      PIC 9(2) VALUE 0.
       01 WS-ERASED-MARK      PIC X(30) VALUE "PERSONAL DATA ERASED".

      *    RETENTION AGES AND THE CUTOFF DATES WORKED FROM THEM. A
      *    RECORD WHOSE LAST ACTIVITY IS BEFORE ITS CUTOFF IS DUE.
       01 WS-PARM-NAME        PIC X(20).
       01 WS-PARM-ASOF        PIC 9(8) VALUE 0.
       01 WS-PARM-VALUE       PIC S9(9)V99.
       01 WS-PARM-FOUND       PIC X.
       01 WS-FAIL-YEARS       PIC 9(2) VALUE 2.
       01 WS-PASS-YEARS       PIC 9(2) VALUE 3.
       01 WS-CUST-YEARS       PIC 9(2) VALUE 6.
       01 WS-AUDIT-YEARS      PIC 9(2) VALUE 2.
       01 WS-FAIL-CUTOFF      PIC 9(8).
       01 WS-PASS-CUTOFF      PIC 9(8).
       01 WS-CUST-CUTOFF      PIC 9(8).
       01 WS-AUDIT-CUTOFF     PIC 9(8).

      *    THE RECORD UNDER REVIEW.
       01 WS-LAST-ACTIVITY    PIC 9(8).
       01 WS-LAST-ACT-PARTS REDEFINES WS-LAST-ACTIVITY.
           05 WS-LAST-ACT-YEAR PIC 9(4).
           05 FILLER           PIC 9(4).
       01 WS-CUTOFF           PIC 9(8).
       01 WS-DUE              PIC X.
       01 WS-DENIED           PIC X.
       01 WS-ERASURE-HIT      PIC X.
       01 WS-ERASE-REASON     PIC X(20).
       01 WS-UNDONE-OUTCOME   PIC X(30).
       01 WS-STAT-FILE        PIC X(16).
       01 WS-STAT-CATEGORY    PIC X(20).
       01 WS-STAT-YEAR        PIC 9(4).
       01 WS-CURRENT-CUST     PIC 9(7) VALUE 0.
       01 WS-CUST-LIVE        PIC X.
       01 WS-CL-KEY-TYPE      PIC X(10).
       01 WS-CL-KEY-VALUE     PIC X(15).
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-NEW-DISP      PIC X(20).

      *    PER-FILE COUNTS FOR THE CERTIFICATE, IN CERTIFICATE ORDER:
      *    APPLICANT-MASTER, AGE-EXCEPTIONS, AGE-AUDIT,
      *    CUSTOMER-MASTER.
       01 WS-FILE-IDX         PIC 9(1).
       01 WS-FILE-NAME-VALUES.
           05 FILLER PIC X(18) VALUE "APPLICANT-MASTER".
           05 FILLER PIC X(18) VALUE "AGE-EXCEPTIONS".
           05 FILLER PIC X(18) VALUE "AGE-AUDIT".
           05 FILLER PIC X(18) VALUE "CUSTOMER-MASTER".
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05 WS-FILE-NAME    PIC X(18) OCCURS 4 TIMES.
       01 WS-FILE-COUNTS.
           05 WS-FILE-COUNT OCCURS 4 TIMES.
              10 WS-FC-REVIEWED   PIC 9(7).
              10 WS-FC-KEPT       PIC 9(7).
              10 WS-FC-DELETED    PIC 9(7).
              10 WS-FC-ANONYMIZED PIC 9(7).
              10 WS-FC-NOTE       PIC X(20).
       01 WS-DENY-KEPT        PIC 9(7) VALUE 0.
       01 WS-LIVE-KEPT        PIC 9(7) VALUE 0.
       01 WS-NO-ACTIVITY      PIC 9(7) VALUE 0.
       01 WS-ALREADY-ERASED   PIC 9(7) VALUE 0.
       01 WS-READ-COUNT       PIC 9(7).

      *    ERASURE REQUESTS, HELD FOR THE RUN AND MARKED AS THE
      *    PASSES MEET THEM.
       01 WS-ER-MAX           PIC 9(3) VALUE 200.
       01 WS-ER-COUNT         PIC 9(3) VALUE 0.
       01 WS-ER-IDX           PIC 9(3).
       01 WS-ER-FOUND-IDX     PIC 9(3).
       01 WS-ER-SEARCH-TYPE   PIC X.
       01 WS-ER-SEARCH-ID     PIC X(10).
       01 WS-ER-TABLE.
           05 WS-ER-ENTRY OCCURS 200 TIMES.
              10 WS-ER-TYPE       PIC X.
              10 WS-ER-ID         PIC X(10).
              10 WS-ER-REFERENCE  PIC X(12).
              10 WS-ER-OUTCOME    PIC X(30).

      *    STATISTICS: COUNT PER FILE, CATEGORY AND YEAR OF LAST
      *    ACTIVITY, WRITTEN TO RETENTION-STATS AT THE END.
       01 WS-ST-MAX           PIC 9(3) VALUE 100.
       01 WS-ST-COUNT         PIC 9(3) VALUE 0.
       01 WS-ST-IDX           PIC 9(3).
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 100 TIMES.
              10 WS-ST-FILE       PIC X(16).
              10 WS-ST-CATEGORY   PIC X(20).
              10 WS-ST-YEAR       PIC 9(4).
              10 WS-ST-TALLY      PIC 9(7).

       01 WS-CERT-HEADER.
           05 FILLER          PIC X(37) VALUE
              "PERSONAL DATA RETENTION CERTIFICATE".
           05 FILLER          PIC X(14) VALUE "BUSINESS DATE ".
           05 CH-DATE         PIC 9(8).
       01 WS-RULE-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RU-WHAT         PIC X(20).
           05 RU-YEARS        PIC Z9.
           05 FILLER          PIC X(10) VALUE " YEARS AFT".
           05 FILLER          PIC X(3)  VALUE "ER ".
           05 RU-FROM         PIC X(27).
           05 FILLER          PIC X(7)  VALUE "CUTOFF ".
           05 RU-CUTOFF       PIC 9(8).
       01 WS-COUNT-HEADER.
           05 FILLER          PIC X(18) VALUE "FILE".
           05 FILLER          PIC X(10) VALUE "  REVIEWED".
           05 FILLER          PIC X(10) VALUE "      KEPT".
           05 FILLER          PIC X(10) VALUE "   DELETED".
           05 FILLER          PIC X(10) VALUE "  ANONYMZD".
       01 WS-COUNT-LINE.
           05 CL-FILE-NAME    PIC X(18).
           05 CL-REVIEWED     PIC Z(9)9.
           05 CL-KEPT         PIC Z(9)9.
           05 CL-DELETED      PIC Z(9)9.
           05 CL-ANONYMIZED   PIC Z(9)9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CL-NOTE         PIC X(20).
       01 WS-NOTE-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 NL-TEXT         PIC X(50).
           05 NL-COUNT        PIC Z(6)9.
       01 WS-ERASURE-HEADER.
           05 FILLER          PIC X(14) VALUE "REFERENCE".
           05 FILLER          PIC X(11) VALUE "PARTY".
           05 FILLER          PIC X(12) VALUE "ID".
           05 FILLER          PIC X(7)  VALUE "OUTCOME".
       01 WS-ERASURE-LINE.
           05 EL-REFERENCE    PIC X(12).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EL-PARTY        PIC X(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EL-ID           PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EL-OUTCOME      PIC X(30).
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           PERFORM 050-LOAD-RETENTION-RULES.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           IF WS-CL-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN CHANGE-LOG, STATUS="
                       WS-CL-STATUS " - NOTHING PURGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CERT-FILE.
           IF WS-CERT-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN RETENTION-CERTIFICATE, "
                       "STATUS=" WS-CERT-STATUS " - NOTHING PURGED"
               CLOSE CHANGE-LOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 4
               MOVE 0 TO WS-FC-REVIEWED (WS-FILE-IDX)
               MOVE 0 TO WS-FC-KEPT (WS-FILE-IDX)
               MOVE 0 TO WS-FC-DELETED (WS-FILE-IDX)
               MOVE 0 TO WS-FC-ANONYMIZED (WS-FILE-IDX)
               MOVE SPACES TO WS-FC-NOTE (WS-FILE-IDX)
           END-PERFORM.
           PERFORM 060-LOAD-ERASURE-REQUESTS.
           OPEN INPUT DENY-LIST-FILE.
           IF WS-DL-STATUS = "00"
               MOVE "Y" TO WS-DENY-AVAILABLE
           ELSE
               DISPLAY "DENY-LIST NOT AVAILABLE - NO APPLICANT IS "
                       "PURGED THIS RUN."
           END-IF.
           PERFORM 100-PURGE-APPLICANTS.
           PERFORM 200-PURGE-AGE-EXCEPTIONS.
           IF WS-APPL-AVAILABLE = "Y"
               CLOSE APPLICANT-MASTER
           END-IF.
           IF WS-DENY-AVAILABLE = "Y"
               CLOSE DENY-LIST-FILE
           END-IF.
           PERFORM 300-PURGE-AGE-AUDIT.
           PERFORM 400-ANONYMIZE-CUSTOMERS.
           PERFORM 700-WRITE-STATISTICS.
           PERFORM 800-WRITE-CERTIFICATE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE CERT-FILE.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 4
               DISPLAY WS-FILE-NAME (WS-FILE-IDX)
                       " DELETED " WS-FC-DELETED (WS-FILE-IDX)
                       " ANONYMIZED " WS-FC-ANONYMIZED (WS-FILE-IDX)
           END-PERFORM.
           IF WS-NOT-ON-HAND > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "NOT EVERY FILE WAS PURGED - SEE "
                       "RETENTION-CERTIFICATE."
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *    RETENTION AGES FROM SYSTEM-PARMS; THE CUTOFF IS THE
      *    BUSINESS DATE THAT MANY YEARS BACK.
      *****************************************************************
       050-LOAD-RETENTION-RULES.
           MOVE "RETAIN-APPL-FAIL-YRS" TO WS-PARM-NAME.
           MOVE WS-FAIL-YEARS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 100
               MOVE WS-PARM-VALUE TO WS-FAIL-YEARS
           END-IF.
           MOVE "RETAIN-APPL-PASS-YRS" TO WS-PARM-NAME.
           MOVE WS-PASS-YEARS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 100
               MOVE WS-PARM-VALUE TO WS-PASS-YEARS
           END-IF.
           MOVE "RETAIN-CUSTOMER-YRS" TO WS-PARM-NAME.
           MOVE WS-CUST-YEARS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 100
               MOVE WS-PARM-VALUE TO WS-CUST-YEARS
           END-IF.
           MOVE "RETAIN-AGE-AUDIT-YRS" TO WS-PARM-NAME.
           MOVE WS-AUDIT-YEARS TO WS-PARM-VALUE.
           CALL "sysparm" USING WS-PARM-NAME WS-PARM-ASOF
               WS-PARM-VALUE WS-PARM-FOUND.
           IF WS-PARM-FOUND = "Y"
              AND WS-PARM-VALUE > 0 AND WS-PARM-VALUE < 100
               MOVE WS-PARM-VALUE TO WS-AUDIT-YEARS
           END-IF.
           COMPUTE WS-FAIL-CUTOFF =
               WS-BUSINESS-DATE - WS-FAIL-YEARS * 10000.
           COMPUTE WS-PASS-CUTOFF =
               WS-BUSINESS-DATE - WS-PASS-YEARS * 10000.
           COMPUTE WS-CUST-CUTOFF =
               WS-BUSINESS-DATE - WS-CUST-YEARS * 10000.
           COMPUTE WS-AUDIT-CUTOFF =
               WS-BUSINESS-DATE - WS-AUDIT-YEARS * 10000.

       060-LOAD-ERASURE-REQUESTS.
           OPEN INPUT ERASURE-FILE.
           IF WS-ER-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ ERASURE-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 065-HOLD-ERASURE-REQUEST
               END-READ
           END-PERFORM.
           CLOSE ERASURE-FILE.

       065-HOLD-ERASURE-REQUEST.
           IF ER-PARTY-TYPE <> "A" AND ER-PARTY-TYPE <> "C"
               DISPLAY "ERASURE REQUEST " ER-REFERENCE
                       " IGNORED - PARTY TYPE MUST BE A OR C"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ER-COUNT >= WS-ER-MAX
               DISPLAY "MORE THAN " WS-ER-MAX " ERASURE REQUESTS - "
                       ER-REFERENCE " HELD FOR NEXT RUN"
               ADD 1 TO WS-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ER-COUNT.
           MOVE ER-PARTY-TYPE TO WS-ER-TYPE (WS-ER-COUNT).
           MOVE ER-PARTY-ID TO WS-ER-ID (WS-ER-COUNT).
           MOVE ER-REFERENCE TO WS-ER-REFERENCE (WS-ER-COUNT).
           MOVE SPACES TO WS-ER-OUTCOME (WS-ER-COUNT).

      *****************************************************************
      *    APPLICANT-MASTER. A DUE APPLICANT IS DELETED, OR ANONYMIZED
      *    WHEN ON THE DENY-LIST.
      *****************************************************************
       100-PURGE-APPLICANTS.
           MOVE 1 TO WS-FILE-IDX.
           IF WS-DENY-AVAILABLE = "N"
               MOVE "NOT PURGED - NO DENY" TO WS-FC-NOTE (WS-FILE-IDX)
               ADD 1 TO WS-NOT-ON-HAND
               MOVE "A" TO WS-ER-SEARCH-TYPE
               MOVE "NOT DONE - DENY-LIST NOT ON HAND"
                   TO WS-UNDONE-OUTCOME
               PERFORM 690-MARK-ERASURES-UNDONE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O APPLICANT-MASTER.
           IF WS-AM-STATUS <> "00"
               MOVE "NOT ON HAND" TO WS-FC-NOTE (WS-FILE-IDX)
               ADD 1 TO WS-NOT-ON-HAND
               MOVE "A" TO WS-ER-SEARCH-TYPE
               MOVE "NOT DONE - MASTER NOT ON HAND"
                   TO WS-UNDONE-OUTCOME
               PERFORM 690-MARK-ERASURES-UNDONE
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-APPL-AVAILABLE.
           MOVE LOW-VALUES TO AM-APPLICANT-ID.
           START APPLICANT-MASTER KEY IS > AM-APPLICANT-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ APPLICANT-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 110-REVIEW-APPLICANT
               END-READ
           END-PERFORM.

       110-REVIEW-APPLICANT.
           ADD 1 TO WS-FC-REVIEWED (WS-FILE-IDX).
           MOVE "A" TO WS-ER-SEARCH-TYPE.
           MOVE AM-APPLICANT-ID TO WS-ER-SEARCH-ID.
           PERFORM 600-FIND-ERASURE.
           IF AM-CHECK-RESULT = "FAIL"
               MOVE AM-LAST-ATTEMPT-DATE TO WS-LAST-ACTIVITY
               MOVE WS-FAIL-CUTOFF TO WS-CUTOFF
               MOVE "FAILED APPLICANT" TO WS-STAT-CATEGORY
           ELSE
               MOVE AM-LAST-ATTEMPT-DATE TO WS-LAST-ACTIVITY
               IF AM-CONVERTED-DATE > WS-LAST-ACTIVITY
                   MOVE AM-CONVERTED-DATE TO WS-LAST-ACTIVITY
               END-IF
               MOVE WS-PASS-CUTOFF TO WS-CUTOFF
               MOVE "PASSED APPLICANT" TO WS-STAT-CATEGORY
           END-IF.
           IF WS-LAST-ACTIVITY = 0
               MOVE AM-FIRST-ATTEMPT-DATE TO WS-LAST-ACTIVITY
           END-IF.
      *    NO DATE AT ALL GIVES NOTHING TO AGE FROM; THE RECORD STAYS
      *    UNLESS ITS OWNER HAS ASKED FOR ERASURE.
           MOVE "N" TO WS-DUE.
           IF WS-LAST-ACTIVITY > 0 AND WS-LAST-ACTIVITY < WS-CUTOFF
               MOVE "Y" TO WS-DUE
               MOVE "RETENTION EXPIRED" TO WS-ERASE-REASON
           END-IF.
           IF WS-ERASURE-HIT = "Y"
               MOVE "Y" TO WS-DUE
               MOVE "ERASURE REQUEST" TO WS-ERASE-REASON
           END-IF.
           IF WS-DUE = "N"
               ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE AM-APPLICANT-ID TO DL-APPLICANT-ID.
           MOVE "N" TO WS-DENIED.
           READ DENY-LIST-FILE
               KEY IS DL-APPLICANT-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DENIED
           END-READ.
           MOVE "APPLICANT" TO WS-CL-KEY-TYPE.
           MOVE AM-APPLICANT-ID TO WS-CL-KEY-VALUE.
           MOVE "APPLICANT-MASTER" TO WS-STAT-FILE.
           MOVE WS-LAST-ACT-YEAR TO WS-STAT-YEAR.
           IF WS-DENIED = "Y"
               PERFORM 120-ANONYMIZE-APPLICANT
           ELSE
               PERFORM 130-DELETE-APPLICANT
           END-IF.

      *    A DENY-LISTED APPLICANT KEEPS ID, RESULT, REASON, ATTEMPT
      *    DATES AND COUNT - ENOUGH FOR THE MATCH - AND NOTHING THAT
      *    NAMES OR LOCATES THEM.
       120-ANONYMIZE-APPLICANT.
           IF AM-NAME = WS-ERASED-MARK
               ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
               ADD 1 TO WS-ALREADY-ERASED
               IF WS-ERASURE-HIT = "Y"
                   MOVE "ALREADY ERASED (DENY-LIST)"
                       TO WS-ER-OUTCOME (WS-ER-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ERASED-MARK TO AM-NAME.
           MOVE SPACES TO AM-STREET-ADDRESS.
           MOVE SPACES TO AM-CITY.
           MOVE 0 TO AM-DOB.
           MOVE SPACES TO AM-EMAIL.
           MOVE "N" TO AM-CONTACT-PREF.
           MOVE "Y" TO AM-NO-CONTACT.
           MOVE SPACE TO AM-ADDR-STATUS.
           MOVE 0 TO AM-RETURNED-DATE.
           MOVE 0 TO AM-RETURNED-COUNT.
           REWRITE APPLICANT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR APPLICANT "
                           AM-APPLICANT-ID ", STATUS=" WS-AM-STATUS
                   ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-FC-ANONYMIZED (WS-FILE-IDX).
           ADD 1 TO WS-DENY-KEPT.
           MOVE "ERASE" TO WS-CL-ACTION.
           MOVE "ANONYMIZED" TO WS-CL-NEW-DISP.
           PERFORM 650-LOG-ERASURE.
           MOVE "DENY-LIST ANONYMIZED" TO WS-STAT-CATEGORY.
           PERFORM 660-COUNT-STATISTIC.
           IF WS-ERASURE-HIT = "Y"
               MOVE "ANONYMIZED - DENY-LIST KEPT"
                   TO WS-ER-OUTCOME (WS-ER-FOUND-IDX)
           END-IF.

       130-DELETE-APPLICANT.
           DELETE APPLICANT-MASTER RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR APPLICANT "
                           AM-APPLICANT-ID ", STATUS=" WS-AM-STATUS
                   ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
                   EXIT PARAGRAPH
           END-DELETE.
           ADD 1 TO WS-FC-DELETED (WS-FILE-IDX).
           MOVE "DELETE" TO WS-CL-ACTION.
           MOVE "DELETED" TO WS-CL-NEW-DISP.
           PERFORM 650-LOG-ERASURE.
           PERFORM 660-COUNT-STATISTIC.
           IF WS-ERASURE-HIT = "Y"
               MOVE "DELETED" TO WS-ER-OUTCOME (WS-ER-FOUND-IDX)
           END-IF.

      *****************************************************************
      *    AGE-EXCEPTIONS. A LINE WHOSE APPLICANT IS NO LONGER ON THE
      *    MASTER (AND NOT DENY-LISTED) IS DROPPED. THE KEPT LINES GO
      *    TO AGE-EXCEPTIONS-NEW AND ARE COPIED BACK ONLY WHEN KEPT
      *    PLUS DROPPED EQUALS THE LINES READ.
      *****************************************************************
       200-PURGE-AGE-EXCEPTIONS.
           MOVE 2 TO WS-FILE-IDX.
           IF WS-APPL-AVAILABLE = "N"
               MOVE "NOT PURGED" TO WS-FC-NOTE (WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AGE-EXCEPTIONS-FILE.
           IF WS-EXC-STATUS <> "00"
               MOVE "NONE ON HAND" TO WS-FC-NOTE (WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EXCEPT-NEW-FILE.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ AGE-EXCEPTIONS-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 210-REVIEW-EXCEPTION
               END-READ
           END-PERFORM.
           CLOSE AGE-EXCEPTIONS-FILE.
           CLOSE EXCEPT-NEW-FILE.
           MOVE WS-READ-COUNT TO WS-FC-REVIEWED (WS-FILE-IDX).
           IF WS-FC-KEPT (WS-FILE-IDX) + WS-FC-DELETED (WS-FILE-IDX)
                   <> WS-READ-COUNT
               MOVE "UNBALANCED - KEPT" TO WS-FC-NOTE (WS-FILE-IDX)
               ADD 1 TO WS-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           IF WS-FC-DELETED (WS-FILE-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EXCEPT-NEW-FILE.
           OPEN OUTPUT AGE-EXCEPTIONS-FILE.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ EXCEPT-NEW-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE EXCEPT-NEW-RECORD TO AGE-EXCEPTION-RECORD
                       WRITE AGE-EXCEPTION-RECORD
               END-READ
           END-PERFORM.
           CLOSE EXCEPT-NEW-FILE.
           CLOSE AGE-EXCEPTIONS-FILE.

       210-REVIEW-EXCEPTION.
           MOVE EXCEPT-ID TO AM-APPLICANT-ID.
           READ APPLICANT-MASTER
               KEY IS AM-APPLICANT-ID
               INVALID KEY
                   MOVE EXCEPT-ID TO DL-APPLICANT-ID
                   READ DENY-LIST-FILE
                       KEY IS DL-APPLICANT-ID
                       INVALID KEY
                           ADD 1 TO WS-FC-DELETED (WS-FILE-IDX)
                           MOVE "AGE-EXCEPTIONS" TO WS-STAT-FILE
                           MOVE "EXCEPTION LINE" TO WS-STAT-CATEGORY
                           MOVE 0 TO WS-STAT-YEAR
                           PERFORM 660-COUNT-STATISTIC
                           EXIT PARAGRAPH
                   END-READ
           END-READ.
           WRITE EXCEPT-NEW-RECORD FROM AGE-EXCEPTION-RECORD.
           ADD 1 TO WS-FC-KEPT (WS-FILE-IDX).

      *****************************************************************
      *    AGE-AUDIT. LINES DATED BEFORE THE CUTOFF ARE DROPPED; THE
      *    STATISTICS KEEP HOW MANY PASSED AND FAILED IN EACH YEAR.
      *    A LINE WITHOUT A READABLE DATE IS KEPT.
      *****************************************************************
       300-PURGE-AGE-AUDIT.
           MOVE 3 TO WS-FILE-IDX.
           OPEN INPUT AGE-AUDIT-FILE.
           IF WS-AUD-STATUS <> "00"
               MOVE "NONE ON HAND" TO WS-FC-NOTE (WS-FILE-IDX)
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT AUDIT-NEW-FILE.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ AGE-AUDIT-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 310-REVIEW-AUDIT-LINE
               END-READ
           END-PERFORM.
           CLOSE AGE-AUDIT-FILE.
           CLOSE AUDIT-NEW-FILE.
           MOVE WS-READ-COUNT TO WS-FC-REVIEWED (WS-FILE-IDX).
           IF WS-FC-KEPT (WS-FILE-IDX) + WS-FC-DELETED (WS-FILE-IDX)
                   <> WS-READ-COUNT
               MOVE "UNBALANCED - KEPT" TO WS-FC-NOTE (WS-FILE-IDX)
               ADD 1 TO WS-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           IF WS-FC-DELETED (WS-FILE-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT AUDIT-NEW-FILE.
           OPEN OUTPUT AGE-AUDIT-FILE.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ AUDIT-NEW-FILE
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       MOVE AUDIT-NEW-RECORD TO AGE-AUDIT-RECORD
                       WRITE AGE-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE AUDIT-NEW-FILE.
           CLOSE AGE-AUDIT-FILE.

       310-REVIEW-AUDIT-LINE.
           IF AA-DATE-X IS NUMERIC
              AND AA-DATE > 0 AND AA-DATE < WS-AUDIT-CUTOFF
               ADD 1 TO WS-FC-DELETED (WS-FILE-IDX)
               MOVE "AGE-AUDIT" TO WS-STAT-FILE
               MOVE SPACES TO WS-STAT-CATEGORY
               STRING "AGE CHECK " DELIMITED BY SIZE
                      AA-RESULT DELIMITED BY SIZE
                      INTO WS-STAT-CATEGORY
               END-STRING
               MOVE AA-DATE (1:4) TO WS-STAT-YEAR
               PERFORM 660-COUNT-STATISTIC
           ELSE
               WRITE AUDIT-NEW-RECORD FROM AGE-AUDIT-RECORD
               ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
           END-IF.

      *****************************************************************
      *    CUSTOMER-MASTER. THE VOUCHERS ARE SORTED BY OWNER AND
      *    MATCHED AGAINST THE MASTER IN KEY ORDER, SO EACH CUSTOMER
      *    IS SEEN ONCE WITH THE LATEST ACTIVITY OVER ALL THEIR
      *    VOUCHERS. WITHOUT THE REDEMPTION HISTORY A RECENT
      *    REDEMPTION COULD NOT BE SEEN, SO NO CUSTOMER IS TOUCHED.
      *****************************************************************
       400-ANONYMIZE-CUSTOMERS.
           MOVE 4 TO WS-FILE-IDX.
           MOVE "C" TO WS-ER-SEARCH-TYPE.
           OPEN INPUT VOUCHER-MASTER.
           IF WS-VM-STATUS <> "00"
               MOVE "NOT DONE-NO VOUCHERS" TO WS-FC-NOTE (WS-FILE-IDX)
               ADD 1 TO WS-NOT-ON-HAND
               MOVE "NOT DONE - VOUCHERS NOT ON HAND"
                   TO WS-UNDONE-OUTCOME
               PERFORM 690-MARK-ERASURES-UNDONE
               EXIT PARAGRAPH
           END-IF.
           CLOSE VOUCHER-MASTER.
           OPEN INPUT REDEMPTION-HISTORY.
           IF WS-RH-STATUS <> "00"
               MOVE "NOT DONE - NO HISTORY" TO WS-FC-NOTE (WS-FILE-IDX)
               ADD 1 TO WS-NOT-ON-HAND
               MOVE "NOT DONE - HISTORY NOT ON HAND"
                   TO WS-UNDONE-OUTCOME
               PERFORM 690-MARK-ERASURES-UNDONE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CUSTOMER-MASTER.
           IF WS-CM-STATUS <> "00"
               MOVE "NOT ON HAND" TO WS-FC-NOTE (WS-FILE-IDX)
               ADD 1 TO WS-NOT-ON-HAND
               MOVE "NOT DONE - MASTER NOT ON HAND"
                   TO WS-UNDONE-OUTCOME
               PERFORM 690-MARK-ERASURES-UNDONE
               CLOSE REDEMPTION-HISTORY
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CUSTOMER-ID.
           MOVE "N" TO WS-CUST-EOF.
           START CUSTOMER-MASTER KEY IS >= CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-CUST-EOF
           END-START.
           PERFORM 420-NEXT-CUSTOMER.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SV-CUSTOMER-ID
               ON ASCENDING KEY SV-VOUCHER-CODE
               USING VOUCHER-MASTER
               OUTPUT PROCEDURE IS 410-REVIEW-BY-OWNER.
           CLOSE CUSTOMER-MASTER.
           CLOSE REDEMPTION-HISTORY.

       410-REVIEW-BY-OWNER.
           MOVE 0 TO WS-CURRENT-CUST.
           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 415-TAKE-ONE-VOUCHER
               END-RETURN
           END-PERFORM.
           IF WS-CURRENT-CUST > 0
               PERFORM 430-SETTLE-CUSTOMER
           END-IF.
      *    CUSTOMERS PAST THE LAST VOUCHER OWNER HAVE NO VOUCHERS.
           PERFORM UNTIL WS-CUST-EOF = "Y"
               PERFORM 440-NO-VOUCHER-CUSTOMER
               PERFORM 420-NEXT-CUSTOMER
           END-PERFORM.

       415-TAKE-ONE-VOUCHER.
           IF SV-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF.
           IF SV-CUSTOMER-ID <> WS-CURRENT-CUST
               IF WS-CURRENT-CUST > 0
                   PERFORM 430-SETTLE-CUSTOMER
               END-IF
               MOVE SV-CUSTOMER-ID TO WS-CURRENT-CUST
               MOVE 0 TO WS-LAST-ACTIVITY
               MOVE "N" TO WS-CUST-LIVE
           END-IF.
           IF SV-ISSUE-DATE > WS-LAST-ACTIVITY
               MOVE SV-ISSUE-DATE TO WS-LAST-ACTIVITY
           END-IF.
           IF (SV-STATUS = "A" OR SV-STATUS = SPACE)
              AND SV-BALANCE > 0
               MOVE "Y" TO WS-CUST-LIVE
           END-IF.
           MOVE SV-VOUCHER-CODE TO RH-VOUCHER-CODE.
           MOVE 0 TO RH-TRANS-DATE.
           MOVE 0 TO RH-TRANS-TIME.
           MOVE 0 TO RH-TRANS-SEQ.
           MOVE "N" TO WS-RH-EOF.
           START REDEMPTION-HISTORY KEY IS >= RH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RH-EOF
           END-START.
           PERFORM UNTIL WS-RH-EOF = "Y"
               READ REDEMPTION-HISTORY NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RH-EOF
                   NOT AT END
                       IF RH-VOUCHER-CODE <> SV-VOUCHER-CODE
                           MOVE "Y" TO WS-RH-EOF
                       ELSE
                           IF RH-TRANS-DATE > WS-LAST-ACTIVITY
                               MOVE RH-TRANS-DATE TO WS-LAST-ACTIVITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       420-NEXT-CUSTOMER.
           IF WS-CUST-EOF = "Y"
               EXIT PARAGRAPH
           END-IF.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CUST-EOF
           END-READ.

      *    BRING THE MASTER UP TO THIS OWNER. CUSTOMERS PASSED ON THE
      *    WAY OWN NO VOUCHERS; AN OWNER NOT ON THE MASTER IS LEFT TO
      *    THE REFERENTIAL-INTEGRITY SWEEP.
       430-SETTLE-CUSTOMER.
           PERFORM UNTIL WS-CUST-EOF = "Y"
                   OR CUSTOMER-ID >= WS-CURRENT-CUST
               PERFORM 440-NO-VOUCHER-CUSTOMER
               PERFORM 420-NEXT-CUSTOMER
           END-PERFORM.
           IF WS-CUST-EOF = "Y" OR CUSTOMER-ID > WS-CURRENT-CUST
               EXIT PARAGRAPH
           END-IF.
           PERFORM 450-REVIEW-CUSTOMER.
           PERFORM 420-NEXT-CUSTOMER.

       440-NO-VOUCHER-CUSTOMER.
           ADD 1 TO WS-FC-REVIEWED (WS-FILE-IDX).
           MOVE CUSTOMER-ID TO WS-ER-SEARCH-ID.
           PERFORM 600-FIND-ERASURE.
           IF WS-ERASURE-HIT = "Y"
               MOVE 0 TO WS-STAT-YEAR
               MOVE "ERASURE REQUEST" TO WS-ERASE-REASON
               PERFORM 460-ANONYMIZE-CUSTOMER
           ELSE
               ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
               ADD 1 TO WS-NO-ACTIVITY
           END-IF.

       450-REVIEW-CUSTOMER.
           ADD 1 TO WS-FC-REVIEWED (WS-FILE-IDX).
           MOVE CUSTOMER-ID TO WS-ER-SEARCH-ID.
           PERFORM 600-FIND-ERASURE.
           MOVE WS-LAST-ACT-YEAR TO WS-STAT-YEAR.
           IF WS-ERASURE-HIT = "Y"
               MOVE "ERASURE REQUEST" TO WS-ERASE-REASON
               PERFORM 460-ANONYMIZE-CUSTOMER
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-LIVE = "Y"
               ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
               IF WS-LAST-ACTIVITY < WS-CUST-CUTOFF
                   ADD 1 TO WS-LIVE-KEPT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-LAST-ACTIVITY < WS-CUST-CUTOFF
               MOVE "RETENTION EXPIRED" TO WS-ERASE-REASON
               PERFORM 460-ANONYMIZE-CUSTOMER
           ELSE
               ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
           END-IF.

      *    THE KEY STAYS SO THE VOUCHERS KEEP AN OWNER; NAME, ADDRESS,
      *    PHONE AND EMAIL GO, AND NO LETTER CAN BE SENT.
       460-ANONYMIZE-CUSTOMER.
           IF CUSTOMER-NAME = WS-ERASED-MARK
               ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
               ADD 1 TO WS-ALREADY-ERASED
               IF WS-ERASURE-HIT = "Y"
                   MOVE "ALREADY ERASED"
                       TO WS-ER-OUTCOME (WS-ER-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ERASED-MARK TO CUSTOMER-NAME.
           MOVE SPACES TO CUSTOMER-STREET.
           MOVE SPACES TO CUSTOMER-CITY.
           MOVE 0 TO CUSTOMER-PHONE.
           MOVE SPACES TO CUSTOMER-EMAIL.
           MOVE "N" TO CUSTOMER-CONTACT-PREF.
           MOVE "Y" TO CUSTOMER-NO-CONTACT.
           MOVE SPACE TO CUSTOMER-ADDR-STATUS.
           MOVE 0 TO CUSTOMER-RETURNED-DATE.
           MOVE 0 TO CUSTOMER-RETURNED-COUNT.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR CUSTOMER "
                           CUSTOMER-ID ", STATUS=" WS-CM-STATUS
                   ADD 1 TO WS-FC-KEPT (WS-FILE-IDX)
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WS-FC-ANONYMIZED (WS-FILE-IDX).
           MOVE "CUSTOMER" TO WS-CL-KEY-TYPE.
           MOVE CUSTOMER-ID TO WS-CL-KEY-VALUE.
           MOVE "ERASE" TO WS-CL-ACTION.
           MOVE "ANONYMIZED" TO WS-CL-NEW-DISP.
           PERFORM 650-LOG-ERASURE.
           MOVE "CUSTOMER-MASTER" TO WS-STAT-FILE.
           MOVE "CUSTOMER ANONYMIZED" TO WS-STAT-CATEGORY.
           PERFORM 660-COUNT-STATISTIC.
           IF WS-ERASURE-HIT = "Y"
               MOVE "ANONYMIZED" TO WS-ER-OUTCOME (WS-ER-FOUND-IDX)
           END-IF.

      *****************************************************************
      *    COMMON ROUTINES.
      *****************************************************************
       600-FIND-ERASURE.
           MOVE "N" TO WS-ERASURE-HIT.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
               IF WS-ER-TYPE (WS-ER-IDX) = WS-ER-SEARCH-TYPE
                  AND WS-ER-ID (WS-ER-IDX) = WS-ER-SEARCH-ID
                   MOVE "Y" TO WS-ERASURE-HIT
                   MOVE WS-ER-IDX TO WS-ER-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    THE CHANGE-LOG RECORDS THAT THE RECORD WAS ERASED AND WHY,
      *    NEVER WHAT WAS ERASED.
       650-LOG-ERASURE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE WS-CL-KEY-TYPE   TO CL-KEY-TYPE.
           MOVE WS-CL-KEY-VALUE  TO CL-KEY-VALUE.
           MOVE WS-CL-ACTION     TO CL-ACTION.
           MOVE "PERSONAL DATA"  TO CL-FIELD-NAME.
           MOVE WS-ERASE-REASON  TO CL-OLD-VALUE.
           MOVE WS-CL-NEW-DISP   TO CL-NEW-VALUE.
           MOVE WS-BUSINESS-DATE TO CL-CHANGE-DATE.
           CALL "getdate" USING WS-TIME-SCRATCH CL-CHANGE-TIME.
           WRITE CHANGE-LOG-RECORD.

       660-COUNT-STATISTIC.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-FILE (WS-ST-IDX) = WS-STAT-FILE
                  AND WS-ST-CATEGORY (WS-ST-IDX) = WS-STAT-CATEGORY
                  AND WS-ST-YEAR (WS-ST-IDX) = WS-STAT-YEAR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-COUNT >= WS-ST-MAX
      *            A FULL TABLE FOLDS THE YEAR INTO THE LAST ENTRY
                   MOVE WS-ST-MAX TO WS-ST-IDX
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-IDX
                   MOVE WS-STAT-FILE TO WS-ST-FILE (WS-ST-IDX)
                   MOVE WS-STAT-CATEGORY TO WS-ST-CATEGORY (WS-ST-IDX)
                   MOVE WS-STAT-YEAR TO WS-ST-YEAR (WS-ST-IDX)
                   MOVE 0 TO WS-ST-TALLY (WS-ST-IDX)
               END-IF
           END-IF.
           ADD 1 TO WS-ST-TALLY (WS-ST-IDX).

      *    A FILE THAT COULD NOT BE PURGED LEAVES ITS ERASURE
      *    REQUESTS OPEN FOR THE NEXT RUN.
       690-MARK-ERASURES-UNDONE.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
               IF WS-ER-TYPE (WS-ER-IDX) = WS-ER-SEARCH-TYPE
                   MOVE WS-UNDONE-OUTCOME TO WS-ER-OUTCOME (WS-ER-IDX)
               END-IF
           END-PERFORM.

       700-WRITE-STATISTICS.
           IF WS-ST-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND STATS-FILE.
           IF WS-ST-STATUS <> "00"
               OPEN OUTPUT STATS-FILE
           END-IF.
           IF WS-ST-STATUS <> "00"
               DISPLAY "CANNOT OPEN RETENTION-STATS, STATUS="
                       WS-ST-STATUS " - STATISTICS ON THE "
                       "CERTIFICATE ONLY"
               ADD 1 TO WS-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE SPACES TO RETENTION-STATS-RECORD
               MOVE WS-BUSINESS-DATE TO RS-RUN-DATE
               MOVE WS-ST-FILE (WS-ST-IDX) TO RS-FILE
               MOVE WS-ST-CATEGORY (WS-ST-IDX) TO RS-CATEGORY
               MOVE WS-ST-YEAR (WS-ST-IDX) TO RS-YEAR
               MOVE WS-ST-TALLY (WS-ST-IDX) TO RS-COUNT
               WRITE RETENTION-STATS-RECORD
           END-PERFORM.
           CLOSE STATS-FILE.

      *****************************************************************
      *    THE CERTIFICATE: RULES IN FORCE, COUNTS PER FILE, AND THE
      *    OUTCOME OF EVERY ERASURE REQUEST.
      *****************************************************************
       800-WRITE-CERTIFICATE.
           MOVE WS-BUSINESS-DATE TO CH-DATE.
           WRITE CERT-RECORD FROM WS-CERT-HEADER.
           MOVE SPACES TO CERT-RECORD.
           WRITE CERT-RECORD.
           MOVE "RETENTION RULES APPLIED" TO CERT-RECORD.
           WRITE CERT-RECORD.
           MOVE "FAILED APPLICANTS" TO RU-WHAT.
           MOVE WS-FAIL-YEARS TO RU-YEARS.
           MOVE "LAST ATTEMPT" TO RU-FROM.
           MOVE WS-FAIL-CUTOFF TO RU-CUTOFF.
           WRITE CERT-RECORD FROM WS-RULE-LINE.
           MOVE "PASSED APPLICANTS" TO RU-WHAT.
           MOVE WS-PASS-YEARS TO RU-YEARS.
           MOVE "LAST ATTEMPT OR CONVERSION" TO RU-FROM.
           MOVE WS-PASS-CUTOFF TO RU-CUTOFF.
           WRITE CERT-RECORD FROM WS-RULE-LINE.
           MOVE "CUSTOMERS" TO RU-WHAT.
           MOVE WS-CUST-YEARS TO RU-YEARS.
           MOVE "LAST VOUCHER ACTIVITY" TO RU-FROM.
           MOVE WS-CUST-CUTOFF TO RU-CUTOFF.
           WRITE CERT-RECORD FROM WS-RULE-LINE.
           MOVE "AGE-AUDIT LINES" TO RU-WHAT.
           MOVE WS-AUDIT-YEARS TO RU-YEARS.
           MOVE "THE AGE CHECK" TO RU-FROM.
           MOVE WS-AUDIT-CUTOFF TO RU-CUTOFF.
           WRITE CERT-RECORD FROM WS-RULE-LINE.
           MOVE SPACES TO CERT-RECORD.
           WRITE CERT-RECORD.
           WRITE CERT-RECORD FROM WS-COUNT-HEADER.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 4
               MOVE WS-FILE-NAME (WS-FILE-IDX) TO CL-FILE-NAME
               MOVE WS-FC-REVIEWED (WS-FILE-IDX) TO CL-REVIEWED
               MOVE WS-FC-KEPT (WS-FILE-IDX) TO CL-KEPT
               MOVE WS-FC-DELETED (WS-FILE-IDX) TO CL-DELETED
               MOVE WS-FC-ANONYMIZED (WS-FILE-IDX) TO CL-ANONYMIZED
               MOVE WS-FC-NOTE (WS-FILE-IDX) TO CL-NOTE
               WRITE CERT-RECORD FROM WS-COUNT-LINE
           END-PERFORM.
           MOVE SPACES TO CERT-RECORD.
           WRITE CERT-RECORD.
           MOVE "APPLICANTS ANONYMIZED, NOT DELETED (DENY-LIST)"
               TO NL-TEXT.
           MOVE WS-DENY-KEPT TO NL-COUNT.
           WRITE CERT-RECORD FROM WS-NOTE-LINE.
           MOVE "CUSTOMERS PAST RETENTION KEPT - LIVE BALANCE"
               TO NL-TEXT.
           MOVE WS-LIVE-KEPT TO NL-COUNT.
           WRITE CERT-RECORD FROM WS-NOTE-LINE.
           MOVE "CUSTOMERS KEPT - NO VOUCHER ACTIVITY TO AGE FROM"
               TO NL-TEXT.
           MOVE WS-NO-ACTIVITY TO NL-COUNT.
           WRITE CERT-RECORD FROM WS-NOTE-LINE.
           MOVE "RECORDS ALREADY ERASED BY AN EARLIER RUN"
               TO NL-TEXT.
           MOVE WS-ALREADY-ERASED TO NL-COUNT.
           WRITE CERT-RECORD FROM WS-NOTE-LINE.
           MOVE "STATISTICS LINES ADDED TO RETENTION-STATS"
               TO NL-TEXT.
           MOVE WS-ST-COUNT TO NL-COUNT.
           WRITE CERT-RECORD FROM WS-NOTE-LINE.
           MOVE SPACES TO CERT-RECORD.
           WRITE CERT-RECORD.
           IF WS-ER-COUNT = 0
               MOVE "NO ERASURE REQUESTS THIS RUN" TO CERT-RECORD
               WRITE CERT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE "ERASURE REQUESTS" TO CERT-RECORD.
           WRITE CERT-RECORD.
           WRITE CERT-RECORD FROM WS-ERASURE-HEADER.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
                   UNTIL WS-ER-IDX > WS-ER-COUNT
               MOVE WS-ER-REFERENCE (WS-ER-IDX) TO EL-REFERENCE
               IF WS-ER-TYPE (WS-ER-IDX) = "A"
                   MOVE "APPLICANT" TO EL-PARTY
               ELSE
                   MOVE "CUSTOMER" TO EL-PARTY
               END-IF
               MOVE WS-ER-ID (WS-ER-IDX) TO EL-ID
               IF WS-ER-OUTCOME (WS-ER-IDX) = SPACES
                   MOVE "NOT ON FILE" TO EL-OUTCOME
               ELSE
                   MOVE WS-ER-OUTCOME (WS-ER-IDX) TO EL-OUTCOME
               END-IF
               WRITE CERT-RECORD FROM WS-ERASURE-LINE
           END-PERFORM.
