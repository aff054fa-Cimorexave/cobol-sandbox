      *    THROUGH cred_admin (NEVER A TEXT EDITOR) AND READ BY
      *    Z-HELLO'S SIGN-ON. CRED-STATUS: "A" ACTIVE,
      *    "D" DEACTIVATED, "L" LOCKED BY FAILED SIGN-ONS (AN ADMIN
      *    MUST CLEAR IT), "S" SUSPENDED BY access_recert BECAUSE
      *    NOBODY RECERTIFIED THE ACCESS IN TIME (REACTIVATE IN
      *    cred_admin ONCE IT IS). CRED-ROLE: "A" ADMIN (EVERYTHING),
      *    "E" EMPLOYEE CLERK, "V" VOUCHER CLERK, "G" GENERAL
      *    (CALCULATOR ONLY). CRED-FORCE-CHANGE "Y" FORCES A PIN
      *    CHANGE AT THE NEXT SIGN-ON; CRED-PIN-DATE DRIVES THE
      *    90-DAY PIN AGING. CRED-SUPERVISOR-ID IS THE OPERATOR WHO
      *    ATTESTS THIS ONE'S ACCESS EACH QUARTER; CRED-RECERT-DATE
      *    IS THE ISSUE DATE OF THE LAST RECERTIFICATION THAT KEPT
      *    OR CHANGED IT (ZERO = NEVER RECERTIFIED).
      *    CRED-EMPLOYEE-ID IS THE EMPLOYEE-MASTER RECORD OF THE
      *    PERSON BEHIND THE CREDENTIAL (ZERO = NOT LINKED, E.G. A
      *    CONTRACTOR). sodcheck USES IT TO STOP AN OPERATOR
      *    CHANGING THEIR OWN OR THEIR MANAGER'S RECORDS.
      *****************************************************************
       01  OPERATOR-CREDS-RECORD.
           05 CRED-OPERATOR-ID    PIC X(8).
           05 CRED-FAIL-COUNT     PIC 9(1).
           05 CRED-PIN-DATE       PIC 9(8).
           05 CRED-FORCE-CHANGE   PIC X.
           05 CRED-SUPERVISOR-ID  PIC X(8).
           05 CRED-RECERT-DATE    PIC 9(8).
           05 CRED-EMPLOYEE-ID    PIC 9(7).
