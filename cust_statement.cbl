      *    CUSTOMER-MASTER, AND LISTS EACH CUSTOMER'S VOUCHERS WITH
      *    BALANCES AND A PER-CUSTOMER TOTAL. VOUCHERS WITH NO OWNER
      *    (CUSTOMER ID ZERO) ARE GROUPED AT THE TOP AS UNASSIGNED.
      *    EACH CUSTOMER'S LIVE LOYALTY POINTS BALANCE (loyalpts)
      *    FOLLOWS THE VOUCHER TOTAL. A CUSTOMER WHO IS NOT TO BE
      *    CONTACTED, WANTS NO LETTERS OR WHOSE ADDRESS HAS COME BACK
      *    UNDELIVERABLE (contactck) GETS NO STATEMENT; THEIR VOUCHER
      *    COUNT AND BALANCE GO ON THE NOT-SENT REPORT INSTEAD. AN
      *    EMAIL CUSTOMER'S STATEMENT CARRIES A DELIVER-BY-EMAIL LINE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STMT-RPT-FILE ASSIGN TO "CUST-STMT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT NOT-SENT-FILE ASSIGN TO "STMT-NOT-SENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NS-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STMT-RPT-FILE.
       01  STMT-RPT-RECORD         PIC X(80).

       FD  NOT-SENT-FILE.
       01  NOT-SENT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-VM-STATUS        PIC XX.
       01 WS-CM-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-NS-STATUS        PIC XX.
       01 WS-SORT-EOF         PIC X VALUE "N".
       01 WS-CUST-AVAILABLE   PIC X VALUE "N".
       01 WS-CURRENT-CUST     PIC 9(7) VALUE 0.
       01 WS-FIRST-RECORD     PIC X VALUE "Y".
       01 WS-CUST-TOTAL       PIC S9(7)V99 VALUE 0.
       01 WS-CUST-VOUCHERS    PIC 9(5) VALUE 0.
       01 WS-PTS-FUNCTION     PIC X(4) VALUE "BAL ".
       01 WS-PTS-CAMPAIGN     PIC X(6) VALUE SPACES.
       01 WS-PTS-VOUCHER      PIC X(6) VALUE SPACES.
       01 WS-PTS-AMOUNT       PIC S9(5)V99 VALUE 0.
       01 WS-PTS-POINTS       PIC 9(7).
       01 WS-PTS-RESULT       PIC X.
       01 WS-CONTACT-RESULT   PIC X.
       01 WS-CONTACT-REASON   PIC X(20).
       01 WS-NOT-SENT-CT      PIC 9(5) VALUE 0.

       01 WS-CUST-HEADER.
           05 FILLER          PIC X(10) VALUE "CUSTOMER: ".
           05 CT-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(16) VALUE "  TOTAL BALANCE:".
           05 CT-TOTAL        PIC -(6)9.99.

       01 WS-CUST-POINTS-LINE.
           05 FILLER          PIC X(18) VALUE "  LOYALTY POINTS:".
           05 CP-POINTS       PIC Z(6)9.

       01 WS-CUST-EMAIL-LINE.
           05 FILLER          PIC X(24) VALUE
              "  DELIVER BY EMAIL TO:  ".
           05 CE-EMAIL        PIC X(40).

       01 WS-NS-HEADER        PIC X(80) VALUE
          "CUSTOMER STATEMENTS NOT SENT".
       01 WS-NS-COLUMNS.
           05 FILLER          PIC X(9)  VALUE "CUSTOMER".
           05 FILLER          PIC X(27) VALUE "NAME".
           05 FILLER          PIC X(22) VALUE "REASON".
           05 FILLER          PIC X(6)  VALUE "VCHRS".
           05 FILLER          PIC X(10) VALUE "   BALANCE".
       01 WS-NS-DETAIL.
           05 NSD-CUST-ID     PIC 9(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 NSD-NAME        PIC X(25).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 NSD-REASON      PIC X(20).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 NSD-COUNT       PIC ZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 NSD-TOTAL       PIC -(6)9.99.
       01 WS-NS-TOTAL.
           05 FILLER          PIC X(21) VALUE "STATEMENTS NOT SENT: ".
           05 NST-COUNT       PIC ZZZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
           OPEN INPUT VOUCHER-MASTER.
                       "NAMES LEFT BLANK."
           END-IF.
           OPEN OUTPUT STMT-RPT-FILE.
           OPEN OUTPUT NOT-SENT-FILE.
           WRITE NOT-SENT-RECORD FROM WS-NS-HEADER.
           WRITE NOT-SENT-RECORD FROM WS-NS-COLUMNS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SV-CUSTOMER-ID
               ON ASCENDING KEY SV-VOUCHER-CODE
               USING VOUCHER-MASTER
               OUTPUT PROCEDURE IS 0300-BUILD-STATEMENTS.
           CLOSE STMT-RPT-FILE.
           MOVE WS-NOT-SENT-CT TO NST-COUNT.
           WRITE NOT-SENT-RECORD FROM WS-NS-TOTAL.
           CLOSE NOT-SENT-FILE.
           IF WS-CUST-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY "CUSTOMER VOUCHER STATEMENTS COMPLETE.".
           DISPLAY "STATEMENTS NOT SENT: " WS-NOT-SENT-CT.
           STOP RUN.

       0300-BUILD-STATEMENTS.
                   MOVE "ACTIVE" TO DL-STATUS
           END-EVALUATE.
           MOVE SV-BALANCE TO DL-BALANCE.
           IF WS-CONTACT-RESULT NOT = "N"
               WRITE STMT-RPT-RECORD FROM WS-DETAIL-LINE
           END-IF.
           ADD 1 TO WS-CUST-VOUCHERS.
           ADD SV-BALANCE TO WS-CUST-TOTAL.

       0320-CUSTOMER-HEADER.
           MOVE WS-CURRENT-CUST TO CH-CUST-ID.
           MOVE SPACES TO CH-CUST-NAME.
           MOVE "M" TO WS-CONTACT-RESULT.
           IF WS-CURRENT-CUST = 0
               MOVE "(UNASSIGNED VOUCHERS)" TO CH-CUST-NAME
           ELSE
                               TO CH-CUST-NAME
                       NOT INVALID KEY
                           MOVE CUSTOMER-NAME TO CH-CUST-NAME
                           CALL "contactck" USING
                               CUSTOMER-CONTACT-PREF
                               CUSTOMER-NO-CONTACT
                               CUSTOMER-ADDR-STATUS CUSTOMER-EMAIL
                               WS-CONTACT-RESULT WS-CONTACT-REASON
                   END-READ
               END-IF
           END-IF.
           IF WS-CONTACT-RESULT = "N"
               EXIT PARAGRAPH
           END-IF.
           WRITE STMT-RPT-RECORD FROM WS-CUST-HEADER.
           IF WS-CONTACT-RESULT = "E"
               MOVE CUSTOMER-EMAIL TO CE-EMAIL
               WRITE STMT-RPT-RECORD FROM WS-CUST-EMAIL-LINE
           END-IF.

       0330-CUSTOMER-TOTAL.
           IF WS-CONTACT-RESULT = "N"
               MOVE WS-CURRENT-CUST TO NSD-CUST-ID
               MOVE CH-CUST-NAME TO NSD-NAME
               MOVE WS-CONTACT-REASON TO NSD-REASON
               MOVE WS-CUST-VOUCHERS TO NSD-COUNT
               MOVE WS-CUST-TOTAL TO NSD-TOTAL
               WRITE NOT-SENT-RECORD FROM WS-NS-DETAIL
               ADD 1 TO WS-NOT-SENT-CT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CUST-VOUCHERS TO CT-COUNT.
           MOVE WS-CUST-TOTAL TO CT-TOTAL.
           WRITE STMT-RPT-RECORD FROM WS-CUST-TOTAL-LINE.
           IF WS-CURRENT-CUST NOT = 0
               CALL "loyalpts" USING WS-PTS-FUNCTION WS-CURRENT-CUST
                   WS-PTS-CAMPAIGN WS-PTS-VOUCHER WS-PTS-AMOUNT
                   WS-PTS-POINTS WS-PTS-RESULT
               MOVE WS-PTS-POINTS TO CP-POINTS
               WRITE STMT-RPT-RECORD FROM WS-CUST-POINTS-LINE
           END-IF.
