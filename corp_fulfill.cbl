      *    CORPORATE ORDER FULFILLMENT. FOR EVERY OPEN ORDER ON
      *    CORP-ORDERS, ISSUES THE WHOLE BLOCK OF VOUCHERS - EACH
      *    WITH A GENERATED UNIQUE CODE, THE ORDER'S DENOMINATION,
      *    THE CORPORATE CUSTOMER, THE ORDER'S PRODUCT, AND AN ISSUE
      *    CHANGE-LOG ENTRY SO THE NIGHTLY BALANCE PROOF STILL
      *    CROSS-FOOTS - THEN CUTS A MANIFEST LISTING EVERY
      *    VM-VOUCHER-CODE IN THE BLOCK AND AN INVOICE DOCUMENT WITH
      *    TOTALS, AND MARKS THE ORDER FULFILLED. REPLACES THE
      *    HAND-BUILT ISSUE FILE AND THE TYPED INVOICE. A CUSTOMER
      *    WHO IS NOT TO BE CONTACTED, WANTS NO LETTERS OR WHOSE
      *    ADDRESS HAS COME BACK UNDELIVERABLE (contactck) GETS NO
      *    INVOICE DOCUMENT; THE ORDER AND ITS TOTAL GO ON THE
      *    NOT-SENT REPORT SO ACCOUNTS RECEIVABLE CAN BILL BY OTHER
      *    MEANS. AN EMAIL CUSTOMER'S INVOICE CARRIES A DELIVER-BY-
      *    EMAIL LINE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INVOICE-FILE ASSIGN TO "CORP-INVOICES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IV-STATUS.
           SELECT NOT-SENT-FILE ASSIGN TO "INVOICE-NOT-SENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NS-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD       PIC X(80).

       FD  NOT-SENT-FILE.
       01  NOT-SENT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CO-STATUS        PIC XX.
       01 WS-VM-STATUS        PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-MF-STATUS        PIC XX.
       01 WS-IV-STATUS        PIC XX.
       01 WS-NS-STATUS        PIC XX.
       01 WS-NOT-SENT-CT      PIC 9(5) VALUE 0.
       01 WS-CONTACT-RESULT   PIC X.
       01 WS-CONTACT-REASON   PIC X(20).
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-CUST-AVAILABLE   PIC X VALUE "N".
       01 WS-ORDERS-DONE      PIC 9(5) VALUE 0.
           05 FILLER          PIC X(9)  VALUE "  TOTAL: ".
           05 IV-TOTAL        PIC -(6)9.99.

       01 WS-INVOICE-EMAIL-LINE.
           05 FILLER          PIC X(24) VALUE
              "  DELIVER BY EMAIL TO:  ".
           05 IV-EMAIL        PIC X(40).

       01 WS-NS-HEADER.
           05 FILLER          PIC X(30) VALUE
              "CORPORATE INVOICES NOT SENT".
           05 FILLER          PIC X(6)  VALUE "DATE: ".
           05 NSH-DATE        PIC 9(8).
       01 WS-NS-DETAIL.
           05 NSD-ORDER-ID    PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 NSD-CUST-ID     PIC 9(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 NSD-NAME        PIC X(25).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 NSD-REASON      PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 NSD-TOTAL       PIC -(6)9.99.
       01 WS-NS-TOTAL.
           05 FILLER          PIC X(19) VALUE "INVOICES NOT SENT: ".
           05 NST-COUNT       PIC ZZZZ9.

       01 WS-TOTALS-LINE.
           05 FILLER          PIC X(18) VALUE "ORDERS FULFILLED: ".
           05 TL-ORDERS       PIC ZZZZ9.
           END-IF.
           OPEN OUTPUT MANIFEST-FILE.
           OPEN OUTPUT INVOICE-FILE.
           OPEN OUTPUT NOT-SENT-FILE.
           MOVE WS-BUSINESS-DATE TO NSH-DATE.
           WRITE NOT-SENT-RECORD FROM WS-NS-HEADER.
           MOVE LOW-VALUES TO CO-ORDER-ID.
           START CORP-ORDERS KEY IS >= CO-ORDER-ID
               INVALID KEY
           CLOSE CHANGE-LOG-FILE.
           CLOSE MANIFEST-FILE.
           CLOSE INVOICE-FILE.
           MOVE WS-NOT-SENT-CT TO NST-COUNT.
           WRITE NOT-SENT-RECORD FROM WS-NS-TOTAL.
           CLOSE NOT-SENT-FILE.
           DISPLAY "ORDERS FULFILLED: " WS-ORDERS-DONE.
           DISPLAY "VOUCHERS CUT:     " WS-VOUCHERS-CUT.
           DISPLAY "INVOICES NOT SENT:" WS-NOT-SENT-CT.
           STOP RUN.

       FULFILL-ONE-ORDER.
           MOVE "A" TO VM-STATUS.
           MOVE CO-CUSTOMER-ID TO VM-CUSTOMER-ID.
           MOVE SPACES TO VM-CAMPAIGN-CODE.
           MOVE CO-PRODUCT-CODE TO VM-PRODUCT-CODE.
           WRITE VOUCHER-MASTER-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-BLOCK-FAILED

       CUT-INVOICE.
           MOVE "(CUSTOMER NOT ON FILE)" TO WS-CUSTOMER-NAME.
           MOVE "M" TO WS-CONTACT-RESULT.
           IF WS-CUST-AVAILABLE = "Y"
               MOVE CO-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-MASTER
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME
                       CALL "contactck" USING CUSTOMER-CONTACT-PREF
                           CUSTOMER-NO-CONTACT CUSTOMER-ADDR-STATUS
                           CUSTOMER-EMAIL
                           WS-CONTACT-RESULT WS-CONTACT-REASON
               END-READ
           END-IF.
           COMPUTE WS-ORDER-VALUE = CO-QUANTITY * CO-DENOMINATION.
           IF WS-CONTACT-RESULT = "N"
               MOVE CO-ORDER-ID TO NSD-ORDER-ID
               MOVE CO-CUSTOMER-ID TO NSD-CUST-ID
               MOVE WS-CUSTOMER-NAME TO NSD-NAME
               MOVE WS-CONTACT-REASON TO NSD-REASON
               MOVE WS-ORDER-VALUE TO NSD-TOTAL
               WRITE NOT-SENT-RECORD FROM WS-NS-DETAIL
               ADD 1 TO WS-NOT-SENT-CT
               EXIT PARAGRAPH
           END-IF.
           MOVE CO-ORDER-ID TO IV-ORDER-ID.
           MOVE WS-CUSTOMER-NAME TO IV-CUST-NAME.
           WRITE INVOICE-RECORD FROM WS-INVOICE-LINE-1.
           IF WS-CONTACT-RESULT = "E"
               MOVE CUSTOMER-EMAIL TO IV-EMAIL
               WRITE INVOICE-RECORD FROM WS-INVOICE-EMAIL-LINE
           END-IF.
           MOVE CO-QUANTITY TO IV-QTY.
           MOVE CO-DENOMINATION TO IV-DENOM.
           MOVE WS-ORDER-VALUE TO IV-TOTAL.
           WRITE INVOICE-RECORD FROM WS-INVOICE-LINE-2.
           MOVE SPACES TO INVOICE-RECORD.
