              MOVE WS-TODAY        TO AM-FIRST-ATTEMPT-DATE
              MOVE WS-TODAY        TO AM-LAST-ATTEMPT-DATE
              MOVE 1               TO AM-ATTEMPT-COUNT
              MOVE 0               TO AM-CONVERTED-DATE
              MOVE "M"             TO AM-CONTACT-PREF
              MOVE "N"             TO AM-NO-CONTACT
              MOVE 0               TO AM-RETURNED-DATE
              MOVE 0               TO AM-RETURNED-COUNT
              WRITE APPLICANT-MASTER-RECORD
                  INVALID KEY
                      DISPLAY "APPLICANT MASTER WRITE FAILED, "
           PERFORM STORE-APPLICANT-ADDRESS.

      *    THE BATCH FEED CARRIES NAME AND ADDRESS; KEEP THE MASTER'S
      *    COPY CURRENT FOR THE REJECTION-NOTICE LETTERS. A NEW
      *    ADDRESS CLEARS A RETURNED-MAIL UNDELIVERABLE MARK.
       STORE-APPLICANT-ADDRESS.
           PERFORM READ-APPLICANT-MASTER.
           IF WS-AM-FOUND = "Y"
              IF AM-ADDR-STATUS = "U"
                 AND ((APPLICANT-STREET NOT = SPACES AND
                       APPLICANT-STREET NOT = AM-STREET-ADDRESS)
                   OR (APPLICANT-CITY NOT = SPACES AND
                       APPLICANT-CITY NOT = AM-CITY))
                 MOVE SPACE TO AM-ADDR-STATUS
              END-IF
              IF APPLICANT-STREET NOT = SPACES
                 MOVE APPLICANT-STREET TO AM-STREET-ADDRESS
              END-IF
