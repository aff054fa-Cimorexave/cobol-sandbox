      *    INDEXED CUSTOMER-MASTER ON THE CUSTOMER-RECORD LAYOUT
      *    FROM calls/book.cpy, WITH CHANGE-LOG ENTRIES. ISSUANCE
      *    REQUESTS NAME THE OWNING CUSTOMER-ID SO A LOST VOUCHER
      *    CODE CAN BE FOUND FROM THE CUSTOMER SIDE. THE CONTACT
      *    PREFERENCE (MAIL / EMAIL / NONE), EMAIL ADDRESS AND
      *    DO-NOT-CONTACT FLAG ARE KEPT HERE; returned_mail MARKS AN
      *    ADDRESS UNDELIVERABLE AND CHANGING THE STREET OR CITY
      *    CLEARS THE MARK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-OLD-STREET       PIC X(30).
       01 WS-OLD-CITY         PIC X(20).
       01 WS-OLD-PHONE        PIC 9(10).
       01 WS-OLD-PREF         PIC X.
       01 WS-OLD-EMAIL        PIC X(40).
       01 WS-OLD-NO-CONTACT   PIC X.
       01 WS-OLD-ADDR-STATUS  PIC X.
       01 WS-CL-ACTION        PIC X(8).
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
           ACCEPT CUSTOMER-CITY.
           DISPLAY "PHONE (10 DIGITS): ".
           ACCEPT CUSTOMER-PHONE.
           DISPLAY "CONTACT BY (M=MAIL E=EMAIL N=NONE): ".
           ACCEPT CUSTOMER-CONTACT-PREF.
           IF CUSTOMER-CONTACT-PREF NOT = "M" AND NOT = "E"
              AND NOT = "N"
               DISPLAY "CONTACT PREFERENCE SET TO M (MAIL)."
               MOVE "M" TO CUSTOMER-CONTACT-PREF
           END-IF.
           DISPLAY "EMAIL: ".
           ACCEPT CUSTOMER-EMAIL.
           DISPLAY "DO NOT CONTACT (Y/N): ".
           ACCEPT CUSTOMER-NO-CONTACT.
           IF CUSTOMER-NO-CONTACT NOT = "Y"
               MOVE "N" TO CUSTOMER-NO-CONTACT
           END-IF.
           MOVE SPACE TO CUSTOMER-ADDR-STATUS.
           MOVE 0 TO CUSTOMER-RETURNED-DATE.
           MOVE 0 TO CUSTOMER-RETURNED-COUNT.
           WRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-CM-STATUS
           MOVE CUSTOMER-STREET TO WS-OLD-STREET.
           MOVE CUSTOMER-CITY   TO WS-OLD-CITY.
           MOVE CUSTOMER-PHONE  TO WS-OLD-PHONE.
           MOVE CUSTOMER-CONTACT-PREF TO WS-OLD-PREF.
           MOVE CUSTOMER-EMAIL  TO WS-OLD-EMAIL.
           MOVE CUSTOMER-NO-CONTACT TO WS-OLD-NO-CONTACT.
           MOVE CUSTOMER-ADDR-STATUS TO WS-OLD-ADDR-STATUS.
           DISPLAY "NAME [" CUSTOMER-NAME "]: ".
           ACCEPT CUSTOMER-NAME.
           DISPLAY "STREET [" CUSTOMER-STREET "]: ".
           ACCEPT CUSTOMER-CITY.
           DISPLAY "PHONE [" CUSTOMER-PHONE "]: ".
           ACCEPT CUSTOMER-PHONE.
           DISPLAY "CONTACT BY (M/E/N) [" CUSTOMER-CONTACT-PREF "]: ".
           ACCEPT CUSTOMER-CONTACT-PREF.
           IF CUSTOMER-CONTACT-PREF NOT = "M" AND NOT = "E"
              AND NOT = "N"
               DISPLAY "INVALID PREFERENCE - LEFT UNCHANGED."
               MOVE WS-OLD-PREF TO CUSTOMER-CONTACT-PREF
           END-IF.
           DISPLAY "EMAIL [" CUSTOMER-EMAIL "]: ".
           ACCEPT CUSTOMER-EMAIL.
           DISPLAY "DO NOT CONTACT (Y/N) [" CUSTOMER-NO-CONTACT "]: ".
           ACCEPT CUSTOMER-NO-CONTACT.
           IF CUSTOMER-NO-CONTACT NOT = "Y"
               MOVE "N" TO CUSTOMER-NO-CONTACT
           END-IF.
           IF CUSTOMER-ADDR-STATUS = "U"
              AND (CUSTOMER-STREET NOT = WS-OLD-STREET
                   OR CUSTOMER-CITY NOT = WS-OLD-CITY)
               MOVE SPACE TO CUSTOMER-ADDR-STATUS
               DISPLAY "NEW ADDRESS - UNDELIVERABLE MARK CLEARED."
           END-IF.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-CM-STATUS
               MOVE "CHANGE" TO WS-CL-ACTION
               PERFORM 0900-LOG-CUSTOMER
           END-IF.
           IF CUSTOMER-CONTACT-PREF NOT = WS-OLD-PREF
               MOVE "CONTACT PREF" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-PREF TO WS-CL-OLD-DISP
               MOVE CUSTOMER-CONTACT-PREF TO WS-CL-NEW-DISP
               MOVE "CHANGE" TO WS-CL-ACTION
               PERFORM 0900-LOG-CUSTOMER
           END-IF.
           IF CUSTOMER-EMAIL NOT = WS-OLD-EMAIL
               MOVE "EMAIL" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-EMAIL TO WS-CL-OLD-DISP
               MOVE CUSTOMER-EMAIL TO WS-CL-NEW-DISP
               MOVE "CHANGE" TO WS-CL-ACTION
               PERFORM 0900-LOG-CUSTOMER
           END-IF.
           IF CUSTOMER-NO-CONTACT NOT = WS-OLD-NO-CONTACT
               MOVE "NO CONTACT" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-NO-CONTACT TO WS-CL-OLD-DISP
               MOVE CUSTOMER-NO-CONTACT TO WS-CL-NEW-DISP
               MOVE "CHANGE" TO WS-CL-ACTION
               PERFORM 0900-LOG-CUSTOMER
           END-IF.
           IF CUSTOMER-ADDR-STATUS NOT = WS-OLD-ADDR-STATUS
               MOVE "ADDR STATUS" TO WS-CL-FIELD-NAME
               MOVE "UNDELIVERABLE" TO WS-CL-OLD-DISP
               MOVE "DELIVERABLE" TO WS-CL-NEW-DISP
               MOVE "CHANGE" TO WS-CL-ACTION
               PERFORM 0900-LOG-CUSTOMER
           END-IF.

       0500-INQUIRE-CUSTOMER.
           DISPLAY "CUSTOMER ID TO INQUIRE: ".
                   DISPLAY "ADDRESS: " CUSTOMER-STREET ", "
                           CUSTOMER-CITY
                   DISPLAY "PHONE:   " CUSTOMER-PHONE
                   DISPLAY "CONTACT: " CUSTOMER-CONTACT-PREF
                           "  DO NOT CONTACT: " CUSTOMER-NO-CONTACT
                   DISPLAY "EMAIL:   " CUSTOMER-EMAIL
                   IF CUSTOMER-ADDR-STATUS = "U"
                       DISPLAY "ADDRESS UNDELIVERABLE - MAIL RETURNED "
                               CUSTOMER-RETURNED-DATE " ("
                               CUSTOMER-RETURNED-COUNT " TIMES)"
                   END-IF
           END-READ.

       0600-LIST-CUSTOMERS.
