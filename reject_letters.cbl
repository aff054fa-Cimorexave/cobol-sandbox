      *    FORMATTED, PAGINATED REJECTION NOTICE PER APPLICANT WITH
      *    THE REASON SPELLED OUT, FOLLOWED BY A SUMMARY PAGE OF
      *    LETTERS PRODUCED. REPLACES THE LETTERS A CLERK USED TO
      *    TYPE BY HAND. AN APPLICANT WHO IS NOT TO BE CONTACTED,
      *    WANTS NO LETTERS OR WHOSE ADDRESS HAS COME BACK
      *    UNDELIVERABLE (contactck) GETS NO LETTER AND IS LISTED ON
      *    THE NOT-SENT REPORT INSTEAD; AN EMAIL APPLICANT'S LETTER
      *    CARRIES A DELIVER-BY-EMAIL LINE FOR THE MAILROOM.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LETTER-FILE ASSIGN TO "REJECT-LETTERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT NOT-SENT-FILE ASSIGN TO "REJECT-NOT-SENT"
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
       01 WS-EXC-STATUS        PIC XX.
       01 WS-AM-STATUS         PIC XX.
       01 WS-LTR-STATUS        PIC XX.
       01 WS-NS-STATUS         PIC XX.
       01 WS-EOF               PIC X VALUE "N".
       01 WS-AM-FOUND          PIC X VALUE "N".
       01 WS-EXC-READ-CT       PIC 9(5) VALUE 0.
       01 WS-LETTER-CT         PIC 9(5) VALUE 0.
       01 WS-NO-MASTER-CT      PIC 9(5) VALUE 0.
       01 WS-NOT-SENT-CT       PIC 9(5) VALUE 0.
       01 WS-CONTACT-RESULT    PIC X.
       01 WS-CONTACT-REASON    PIC X(20).
       01 WS-LINE-COUNT        PIC 9(2) VALUE 0.
       01 WS-LINES-PER-PAGE    PIC 9(2) VALUE 60.
       01 WS-RUN-DATE          PIC 9(8).
           05 FILLER       PIC X(4)  VALUE SPACES.
           05 CL-CITY      PIC X(20).

       01 WS-EMAIL-LINE.
           05 FILLER       PIC X(22) VALUE "DELIVER BY EMAIL TO:  ".
           05 EL-EMAIL     PIC X(40).

       01 WS-DEAR-LINE.
           05 FILLER       PIC X(5)  VALUE "DEAR ".
           05 DL-NAME      PIC X(30).
       01 WS-SUM-LINE-3.
           05 FILLER       PIC X(22) VALUE "NOT ON MASTER:        ".
           05 SUM-NOMAST   PIC ZZZZ9.
       01 WS-SUM-LINE-4.
           05 FILLER       PIC X(22) VALUE "NOT SENT:             ".
           05 SUM-NOTSENT  PIC ZZZZ9.

       01 WS-NS-HEADER.
           05 FILLER       PIC X(30) VALUE "REJECTION LETTERS NOT SENT".
           05 FILLER       PIC X(20) VALUE SPACES.
           05 FILLER       PIC X(6)  VALUE "DATE: ".
           05 NSH-DATE     PIC 9(4)/99/99.
       01 WS-NS-COLUMNS.
           05 FILLER       PIC X(12) VALUE "APPLICANT".
           05 FILLER       PIC X(32) VALUE "NAME".
           05 FILLER       PIC X(20) VALUE "REASON".
       01 WS-NS-DETAIL.
           05 NSD-ID       PIC X(10).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 NSD-NAME     PIC X(30).
           05 FILLER       PIC X(2)  VALUE SPACES.
           05 NSD-REASON   PIC X(20).
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
               STOP RUN
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT NOT-SENT-FILE.
           MOVE WS-RUN-DATE TO NSH-DATE.
           WRITE NOT-SENT-RECORD FROM WS-NS-HEADER.
           WRITE NOT-SENT-RECORD FROM WS-NS-COLUMNS.
           PERFORM UNTIL WS-EOF = "Y"
               READ AGE-EXCEPTIONS-FILE
                   AT END
           CLOSE AGE-EXCEPTIONS-FILE.
           CLOSE APPLICANT-MASTER.
           CLOSE LETTER-FILE.
           CLOSE NOT-SENT-FILE.
           DISPLAY "LETTERS PRODUCED: " WS-LETTER-CT.
           DISPLAY "NOT ON MASTER:    " WS-NO-MASTER-CT.
           DISPLAY "NOT SENT:         " WS-NOT-SENT-CT.
           STOP RUN.

       PRODUCE-ONE-LETTER.
                       " - LETTER SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           CALL "contactck" USING AM-CONTACT-PREF AM-NO-CONTACT
               AM-ADDR-STATUS AM-EMAIL
               WS-CONTACT-RESULT WS-CONTACT-REASON.
           IF WS-CONTACT-RESULT = "N"
               MOVE AM-APPLICANT-ID TO NSD-ID
               MOVE AM-NAME TO NSD-NAME
               MOVE WS-CONTACT-REASON TO NSD-REASON
               WRITE NOT-SENT-RECORD FROM WS-NS-DETAIL
               ADD 1 TO WS-NOT-SENT-CT
               EXIT PARAGRAPH
           END-IF.
           PERFORM SPELL-OUT-REASON.
           PERFORM WRITE-LETTER-PAGE.
           ADD 1 TO WS-LETTER-CT.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-RUN-DATE TO HDR-DATE.
           PERFORM WRITE-LTR-LINE-FROM-HEADER.
           IF WS-CONTACT-RESULT = "E"
               MOVE AM-EMAIL TO EL-EMAIL
               WRITE LETTER-RECORD FROM WS-EMAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               PERFORM WRITE-BLANK-LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE AM-NAME TO NL-NAME.
           WRITE LETTER-RECORD FROM WS-NAME-LINE.
           MOVE WS-NO-MASTER-CT TO SUM-NOMAST.
           WRITE LETTER-RECORD FROM WS-SUM-LINE-3.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-NOT-SENT-CT TO SUM-NOTSENT.
           WRITE LETTER-RECORD FROM WS-SUM-LINE-4.
           ADD 1 TO WS-LINE-COUNT.
