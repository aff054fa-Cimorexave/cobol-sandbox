      *    DUPLICATE IS DELETED UNDER CHANGE-LOG CONTROL, AND A
      *    CROSS-REFERENCE RECORD IS LEFT ON CUST-MERGE-XREF SO AN
      *    OLD STATEMENT OR HISTORY ENTRY CAN STILL BE TRACED TO THE
      *    MERGED ACCOUNT. A DO-NOT-CONTACT FLAG ON EITHER RECORD
      *    STAYS ON THE SURVIVOR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-DP-STREET    PIC X(30).
           05 WS-DP-CITY      PIC X(20).
           05 WS-DP-PHONE     PIC 9(10).
           05 WS-DP-EMAIL     PIC X(40).
           05 WS-DP-NO-CONTACT PIC X.
      *****************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           MOVE CUSTOMER-STREET TO WS-DP-STREET.
           MOVE CUSTOMER-CITY TO WS-DP-CITY.
           MOVE CUSTOMER-PHONE TO WS-DP-PHONE.
           MOVE CUSTOMER-EMAIL TO WS-DP-EMAIL.
           MOVE CUSTOMER-NO-CONTACT TO WS-DP-NO-CONTACT.
           DISPLAY "SURVIVOR:  " WS-SURVIVOR-ID " " WS-SV-NAME.
           DISPLAY "DUPLICATE: " WS-DUPLICATE-ID " " WS-DP-NAME.
           DISPLAY "MERGE THE DUPLICATE INTO THE SURVIVOR? (Y/N): ".
           IF CUSTOMER-PHONE = 0
               MOVE WS-DP-PHONE TO CUSTOMER-PHONE
           END-IF.
           IF CUSTOMER-EMAIL = SPACES
               MOVE WS-DP-EMAIL TO CUSTOMER-EMAIL
           END-IF.
           IF WS-DP-NO-CONTACT = "Y"
               MOVE "Y" TO CUSTOMER-NO-CONTACT
           END-IF.
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "SURVIVOR REWRITE FAILED."
