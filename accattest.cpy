      *****************************************************************
      *    QUARTERLY ACCESS ATTESTATION LINE. access_recert ISSUE
      *    WRITES ONE PER OPERATOR, GROUPED BY SUPERVISOR; EACH
      *    SUPERVISOR MARKS THEIR OWN OPERATORS' LINES AND
      *    access_recert APPLY ACTS ON THE MARKS:
      *      AT-DECISION  "K" KEEP THE ACCESS AS IT IS
      *                   "C" CHANGE THE ROLE TO AT-NEW-ROLE
      *                       (A / E / V / G AS ON OPERATOR-CREDS)
      *                   "R" REVOKE (OPERATOR DEACTIVATED)
      *    A LINE STILL UNMARKED AFTER AT-DEADLINE SUSPENDS THE
      *    OPERATOR. THE OTHER FIELDS ARE AS ISSUED, FOR THE
      *    SUPERVISOR'S INFORMATION; AT-UNUSED-FLAG "U" MEANS NO
      *    SIGN-ON IN THE UNUSED-ACCESS WINDOW (OR EVER).
      *****************************************************************
       01  ACCESS-ATTEST-RECORD.
           05 AT-SUPERVISOR-ID     PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AT-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AT-ROLE              PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 AT-STATUS            PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 AT-LAST-SIGNON       PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AT-UNUSED-FLAG       PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 AT-ISSUE-DATE        PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AT-DEADLINE          PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AT-DECISION          PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 AT-NEW-ROLE          PIC X.
