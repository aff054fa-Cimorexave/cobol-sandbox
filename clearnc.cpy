      *****************************************************************
      *    SHARED PRE-HIRE CLEARANCE RECORD, ONE PER SUBJECT AND
      *    CHECK. PC-SUBJECT-TYPE "A" IS AN APPLICANT (PC-SUBJECT-ID
      *    = AM-APPLICANT-ID); "E" IS AN EMPLOYEE (PC-EMPLOYEE-ID).
      *    intake_load COPIES AN APPLICANT'S CLEARANCES ACROSS TO THE
      *    EMPLOYEE ID IT ASSIGNS, SO THE WORK-AUTHORIZATION DOCUMENT
      *    FOLLOWS THE HIRE. EVERY CHECK BELOW IS REQUIRED; AN
      *    APPLICANT IS CLEARED ONLY WHEN EACH ONE IS ON FILE WITH
      *    RESULT "PASS" AND, WHERE THE DOCUMENT EXPIRES, AN EXPIRY
      *    AFTER THE BUSINESS DATE:
      *      "RTW " RIGHT TO WORK - IDENTITY AND WORK-AUTHORIZATION
      *             DOCUMENT; PC-DOC-EXPIRY ZERO = DOES NOT EXPIRE
      *      "BGC " BACKGROUND SCREENING
      *****************************************************************
       01  CLEARANCE-RECORD.
           05 PC-KEY.
              10 PC-SUBJECT-TYPE   PIC X.
                 88 PC-APPLICANT   VALUE "A".
                 88 PC-EMPLOYEE    VALUE "E".
              10 PC-SUBJECT-ID     PIC X(10).
              10 PC-EMPLOYEE-KEY REDEFINES PC-SUBJECT-ID.
                 15 PC-EMPLOYEE-ID PIC 9(7).
                 15 FILLER         PIC X(3).
              10 PC-CHECK-TYPE     PIC X(4).
                 88 PC-RIGHT-TO-WORK VALUE "RTW ".
                 88 PC-BACKGROUND  VALUE "BGC ".
                 88 PC-VALID-CHECK VALUE "RTW " "BGC ".
           05 PC-RESULT            PIC X(4).
              88 PC-PASSED         VALUE "PASS".
              88 PC-PENDING        VALUE "PEND".
              88 PC-FAILED         VALUE "FAIL".
              88 PC-VALID-RESULT   VALUE "PASS" "PEND" "FAIL".
           05 PC-CHECKED-DATE      PIC 9(8).
           05 PC-DOC-EXPIRY        PIC 9(8).
           05 PC-DOC-REF           PIC X(20).
