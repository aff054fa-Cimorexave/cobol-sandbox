      *****************************************************************
      *    SHARED COURSE MASTER RECORD. ONE ENTRY PER TRAINING COURSE
      *    OR CERTIFICATION. CM-VALID-MONTHS IS HOW LONG A COMPLETION
      *    STAYS CURRENT (0 = NEVER EXPIRES). CM-REQUIRED-FOR SAYS WHO
      *    MUST HOLD IT - UP TO EIGHT ENTRIES, ANY ONE OF WHICH MAKES
      *    THE COURSE REQUIRED FOR AN EMPLOYEE:
      *      "A" - EVERY EMPLOYEE (CM-REQ-CODE UNUSED)
      *      "D" - EMPLOYEES IN DEPARTMENT CM-REQ-CODE
      *      "G" - EMPLOYEES ON PAY GRADE CM-REQ-CODE (FIRST 2 BYTES)
      *      SPACE - UNUSED ENTRY
      *    AN INACTIVE COURSE (CM-ACTIVE-FLAG "I") IS NO LONGER
      *    REQUIRED OF ANYONE BUT ITS COMPLETIONS STAY ON FILE.
      *****************************************************************
       01  COURSE-MASTER-RECORD.
           05 CM-COURSE-CODE       PIC X(6).
           05 CM-COURSE-NAME       PIC X(30).
           05 CM-VALID-MONTHS      PIC 9(3).
           05 CM-ACTIVE-FLAG       PIC X.
              88 CM-ACTIVE         VALUE "A".
              88 CM-INACTIVE       VALUE "I".
           05 CM-REQUIRED-FOR OCCURS 8 TIMES.
              10 CM-REQ-KIND       PIC X.
              10 CM-REQ-CODE       PIC X(4).
