      *****************************************************************
      *    SHARED JOB REQUISITION RECORD, KEYED BY RQ-REQ-NUMBER. A
      *    REQUISITION AUTHORIZES RQ-OPENINGS HIRES INTO ONE
      *    DEPARTMENT AT ONE PAY GRADE. APPLICANTS ARE TAGGED TO IT
      *    (AM-REQ-NUMBER) AND applicant_bridge ONLY FEEDS AN
      *    APPLICANT WHOSE REQUISITION IS OPEN, COUNTING EACH ONE
      *    FED IN RQ-FILLED. RQ-STATUS:
      *      "O" OPEN       "H" ON HOLD - NO APPLICANTS FED
      *      "F" FILLED     - SET BY THE BRIDGE WHEN RQ-FILLED
      *                       REACHES RQ-OPENINGS
      *      "C" CANCELLED
      *    RQ-CLOSED-DATE IS SET WHEN THE REQUISITION IS FILLED OR
      *    CANCELLED; ZERO WHILE OPEN OR ON HOLD.
      *****************************************************************
       01  REQUISITION-RECORD.
           05 RQ-REQ-NUMBER        PIC X(8).
           05 RQ-TITLE             PIC X(30).
           05 RQ-DEPT-CODE         PIC X(4).
           05 RQ-PAY-GRADE         PIC X(2).
           05 RQ-OPENINGS          PIC 9(3).
           05 RQ-FILLED            PIC 9(3).
           05 RQ-OPENED-DATE       PIC 9(8).
           05 RQ-CLOSED-DATE       PIC 9(8).
           05 RQ-STATUS            PIC X.
              88 RQ-OPEN           VALUE "O".
              88 RQ-ON-HOLD        VALUE "H".
              88 RQ-FILLED-UP      VALUE "F".
              88 RQ-CANCELLED      VALUE "C".
