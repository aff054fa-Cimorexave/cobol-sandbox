      *    BALANCE - ONE FULL PAGE PER LETTER, THE reject_letters
      *    FORMAT - AND RECORDS EACH WARNING ON THE WARN-SENT FILE
      *    SO THE SAME VOUCHER IS NEVER LETTERED TWICE. THE EXPIRY
      *    HORIZON IS THE VOUCHER'S PRODUCT VALIDITY FROM THE SAME
      *    prodrule SERVICE THE EXPIRE SWEEP ASKS, SO THE WARNINGS
      *    AND THE KILL ALWAYS AGREE ON THE DATE; A PRODUCT THAT
      *    NEVER EXPIRES IS NEVER LETTERED. A CUSTOMER WHO IS NOT TO
      *    BE CONTACTED, WANTS NO LETTERS OR WHOSE ADDRESS HAS COME
      *    BACK UNDELIVERABLE (contactck) GETS NO LETTER; THEY ARE
      *    LISTED ON THE NOT-SENT REPORT INSTEAD AND NO WARN-SENT
      *    ENTRY IS MADE, SO A CORRECTED ADDRESS IS LETTERED ON THE
      *    NEXT RUN. AN EMAIL CUSTOMER'S LETTER CARRIES A DELIVER-BY-
      *    EMAIL LINE FOR THE MAILROOM.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LETTER-FILE ASSIGN TO "EXPIRY-LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT NOT-SENT-FILE ASSIGN TO "EXPIRY-NOT-SENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NS-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE.
       01  LETTER-RECORD        PIC X(80).

       FD  NOT-SENT-FILE.
       01  NOT-SENT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS        PIC XX.
       01 WS-CM-STATUS        PIC XX.
       01 WS-WL-STATUS        PIC XX.
       01 WS-LTR-STATUS       PIC XX.
       01 WS-NS-STATUS        PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-WARN-DAYS        PIC 9(3) VALUE 60.
       01 WS-LETTER-CT        PIC 9(5) VALUE 0.
       01 WS-ALREADY-SENT-CT  PIC 9(5) VALUE 0.
       01 WS-NOT-SENT-CT      PIC 9(5) VALUE 0.
       01 WS-CONTACT-RESULT   PIC X.
       01 WS-CONTACT-REASON   PIC X(20).
       01 WS-LINE-COUNT       PIC 9(2) VALUE 0.
       01 WS-LINES-PER-PAGE   PIC 9(2) VALUE 60.
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-DATE-RESULT      PIC X(1).
       01 WS-SENT-ALREADY     PIC X.

           COPY "prodrule.cpy".

       01 WS-HEADER-LINE.
           05 FILLER       PIC X(30) VALUE "VOUCHER EXPIRY NOTICE".
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(4)  VALUE SPACES.
           05 CL-CITY      PIC X(20).

       01 WS-EMAIL-LINE.
           05 FILLER       PIC X(22) VALUE "DELIVER BY EMAIL TO:  ".
           05 EL-EMAIL     PIC X(40).

       01 WS-DEAR-LINE.
           05 FILLER       PIC X(5)  VALUE "DEAR ".
           05 DL-NAME      PIC X(30).
       01 WS-SUMMARY-LINE.
           05 FILLER       PIC X(18) VALUE "LETTERS PRODUCED: ".
           05 SUM-LETTERS  PIC ZZZZ9.

       01 WS-NS-HEADER.
           05 FILLER       PIC X(30) VALUE "EXPIRY LETTERS NOT SENT".
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(6)  VALUE "DATE: ".
           05 NSH-DATE     PIC 9(4)/99/99.
       01 WS-NS-COLUMNS.
           05 FILLER       PIC X(9)  VALUE "CUSTOMER".
           05 FILLER       PIC X(27) VALUE "NAME".
           05 FILLER       PIC X(8)  VALUE "VOUCHER".
           05 FILLER       PIC X(20) VALUE "REASON".
       01 WS-NS-DETAIL.
           05 NSD-CUST-ID  PIC 9(7).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 NSD-NAME     PIC X(25).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 NSD-VOUCHER  PIC X(6).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 NSD-REASON   PIC X(20).
       01 WS-NS-TOTAL.
           05 FILLER       PIC X(18) VALUE "LETTERS NOT SENT: ".
           05 NST-COUNT    PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-RUN-DATE.
           OPEN INPUT VOUCHER-MASTER.
           IF WS-VM-STATUS <> "00"
               DISPLAY "NO VOUCHER MASTER FILE AVAILABLE."
               OPEN I-O WARN-SENT-FILE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT NOT-SENT-FILE.
           MOVE WS-RUN-DATE TO NSH-DATE.
           WRITE NOT-SENT-RECORD FROM WS-NS-HEADER.
           WRITE NOT-SENT-RECORD FROM WS-NS-COLUMNS.
           MOVE LOW-VALUES TO VM-VOUCHER-CODE.
           START VOUCHER-MASTER KEY IS >= VM-VOUCHER-CODE
               INVALID KEY
           PERFORM SWEEP-MASTER UNTIL WS-EOF = 1.
           MOVE WS-LETTER-CT TO SUM-LETTERS.
           WRITE LETTER-RECORD FROM WS-SUMMARY-LINE.
           MOVE WS-NOT-SENT-CT TO NST-COUNT.
           WRITE NOT-SENT-RECORD FROM WS-NS-TOTAL.
           CLOSE VOUCHER-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE WARN-SENT-FILE.
           CLOSE LETTER-FILE.
           CLOSE NOT-SENT-FILE.
           DISPLAY "LETTERS PRODUCED:  " WS-LETTER-CT.
           DISPLAY "ALREADY WARNED:    " WS-ALREADY-SENT-CT.
           DISPLAY "NOT SENT:          " WS-NOT-SENT-CT.
           STOP RUN.

       SWEEP-MASTER.
                   END-IF
           END-READ.

      *    THE EXPIRY DATE IS THE ISSUE DATE PLUS THE PRODUCT'S
      *    VALIDITY IN CALENDAR MONTHS (DAY CLAMPED TO 28 SO
      *    FEBRUARY CANNOT BREAK IT);
      *    A VOUCHER INSIDE ITS FINAL 60 DAYS AND NOT YET WARNED
      *    GETS ITS LETTER AND A WARN-SENT ENTRY.
       CHECK-ONE-VOUCHER.
           MOVE VM-PRODUCT-CODE TO PRD-PRODUCT-CODE.
           CALL "prodrule" USING PRODUCT-RULES.
           IF PRD-VALIDITY-MONTHS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE VM-ISSUE-DATE TO WS-EXPIRY-DATE.
           COMPUTE WS-TOTAL-MONTHS =
               (WS-EXP-YEAR * 12) + WS-EXP-MONTH - 1
               + PRD-VALIDITY-MONTHS.
           COMPUTE WS-EXP-YEAR = WS-TOTAL-MONTHS / 12.
           COMPUTE WS-EXP-MONTH =
               FUNCTION MOD (WS-TOTAL-MONTHS, 12) + 1.
                           VM-CUSTOMER-ID " - LETTER SKIPPED."
                   EXIT PARAGRAPH
           END-READ.
           CALL "contactck" USING CUSTOMER-CONTACT-PREF
               CUSTOMER-NO-CONTACT CUSTOMER-ADDR-STATUS CUSTOMER-EMAIL
               WS-CONTACT-RESULT WS-CONTACT-REASON.
           IF WS-CONTACT-RESULT = "N"
               PERFORM LIST-NOT-SENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-LETTER-PAGE.
           MOVE VM-VOUCHER-CODE TO WL-VOUCHER-CODE.
           MOVE WS-RUN-DATE TO WL-SENT-DATE.
           END-WRITE.
           ADD 1 TO WS-LETTER-CT.

       LIST-NOT-SENT.
           MOVE CUSTOMER-ID TO NSD-CUST-ID.
           MOVE CUSTOMER-NAME TO NSD-NAME.
           MOVE VM-VOUCHER-CODE TO NSD-VOUCHER.
           MOVE WS-CONTACT-REASON TO NSD-REASON.
           WRITE NOT-SENT-RECORD FROM WS-NS-DETAIL.
           ADD 1 TO WS-NOT-SENT-CT.

      *    EACH LETTER OCCUPIES ONE FULL PRINT PAGE, PADDED WITH
      *    BLANK LINES SO THE NEXT STARTS AT THE TOP OF THE FORM.
       WRITE-LETTER-PAGE.
           MOVE WS-RUN-DATE TO HDR-DATE.
           WRITE LETTER-RECORD FROM WS-HEADER-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-CONTACT-RESULT = "E"
               MOVE CUSTOMER-EMAIL TO EL-EMAIL
               WRITE LETTER-RECORD FROM WS-EMAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM WRITE-BLANK-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE CUSTOMER-NAME TO NL-NAME.
           WRITE LETTER-RECORD FROM WS-NAME-LINE.
