      *****************************************************************
      *    SHARED TIME-CLOCK BADGE CROSS-REFERENCE, KEYED BY THE
      *    BADGE NUMBER THE CLOCK VENDOR RECORDS ON EACH PUNCH. AN
      *    EMPLOYEE MAY HOLD MORE THAN ONE BADGE OVER TIME (A LOST
      *    CARD IS REVOKED AND A NEW ONE ISSUED); ONLY AN ACTIVE
      *    BADGE IS TRANSLATED BY clock_import - PUNCHES ON A
      *    REVOKED OR UNKNOWN BADGE GO TO THE EXCEPTIONS REPORT.
      *****************************************************************
       01  BADGE-XREF-RECORD.
           05 BX-BADGE             PIC X(10).
           05 BX-EMPLOYEE-ID       PIC 9(7).
           05 BX-ISSUED-DATE       PIC 9(8).
           05 BX-REVOKED-DATE      PIC 9(8).
           05 BX-STATUS            PIC X.
              88 BX-ACTIVE         VALUE "A".
              88 BX-REVOKED        VALUE "R".
