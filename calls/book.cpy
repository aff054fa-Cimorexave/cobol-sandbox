      *    COMMON-ID / COMMON-NAME shared fields, plus a general
      *    purpose CUSTOMER-RECORD layout for any program that needs
      *    the same customer fields without redefining them itself.
      *    CUSTOMER-CONTACT-PREF is how the customer wants letters:
      *    "M" (or space) by mail, "E" by email to CUSTOMER-EMAIL,
      *    "N" not at all; CUSTOMER-NO-CONTACT "Y" stops every
      *    letter whatever the preference. CUSTOMER-ADDR-STATUS "U"
      *    marks the address undeliverable (returned mail) until
      *    the address is changed. calls/contactck.cbl applies the
      *    rules for every letter-producing program.
      *****************************************************************
       01  COMMON-ID               PIC 9(7) VALUE ZEROS.
       01  COMMON-NAME             PIC X(30) VALUE SPACES.
              10 CUSTOMER-STREET   PIC X(30).
              10 CUSTOMER-CITY     PIC X(20).
           05 CUSTOMER-PHONE       PIC 9(10).
           05 CUSTOMER-CONTACT-PREF PIC X.
           05 CUSTOMER-EMAIL       PIC X(40).
           05 CUSTOMER-NO-CONTACT  PIC X.
           05 CUSTOMER-ADDR-STATUS PIC X.
           05 CUSTOMER-RETURNED-DATE  PIC 9(8).
           05 CUSTOMER-RETURNED-COUNT PIC 9(3).
