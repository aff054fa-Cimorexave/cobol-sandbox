      *    SELECTS WHICH REDEFINITION OF TD-FIELDS APPLIES:
      *      HIRE - NEW EMPLOYEE          ADDR - ADDRESS CHANGE
      *      SALC - SALARY CHANGE         TERM - TERMINATION
      *      PROM - PROMOTION: NEW GRADE, SALARY AND (OPTIONALLY,
      *             SPACES = UNCHANGED) DEPARTMENT, APPLIED
      *             TOGETHER OR NOT AT ALL
      *    TD-BRANCH-CODE IS STAMPED BY THE BRANCH CONSOLIDATION
      *    MERGE SO EXCEPTIONS CAN BE TRACED TO THE ORIGINATING
      *    BRANCH. TD-EFFECTIVE-DATE (YYYYMMDD) HOLDS A TRANSACTION
      *    KEYED AHEAD OF TIME ON PENDING-TRANS UNTIL THE BUSINESS
      *    DATE REACHES IT; SPACES OR ZERO APPLY ON RECEIPT, SO AN
      *    80-BYTE RECORD FROM BEFORE THE FIELD EXISTED STILL WORKS.
      *****************************************************************
       01  TRANS-RECORD.
           05 TRANS-KEY.
              10 TD-TERM-FIELDS REDEFINES TD-FIELDS.
                 15 TD-TERM-DATE       PIC 9(8).
                 15 FILLER             PIC X(56).
              10 TD-PROM-FIELDS REDEFINES TD-FIELDS.
                 15 TD-PROM-GRADE      PIC X(2).
                 15 TD-PROM-NEW-SALARY PIC 9(7)V99.
                 15 TD-PROM-DEPT       PIC X(4).
                 15 FILLER             PIC X(49).
           05 TD-EFFECTIVE-DATE        PIC 9(8).
