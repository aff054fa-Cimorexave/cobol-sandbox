      *****************************************************************
      *    PARAMETER AREA FOR THE apprauth SERVICE, WHICH DECIDES
      *    WHETHER THE SIGNED-ON OPERATOR MAY SIGN OFF AN ITEM
      *    ASSIGNED TO AN APPROVER, HONOURING APPROVAL DELEGATIONS
      *    (apprdlg.cpy). THE CALLER SETS:
      *      AAC-FUNCTION    "CHK " - MAY AAC-OPERATOR-ID SIGN OFF
      *                               FOR AAC-APPROVER-ID ON
      *                               AAC-DATE?
      *                      "LOG " - RECORD A DECISION MADE UNDER
      *                               DELEGATION (dlgappr.cpy)
      *      AAC-OPERATOR-ID THE OPERATOR SIGNING OFF
      *      AAC-APPROVER-ID THE APPROVER THE ITEM IS ASSIGNED TO
      *                      (SPACES = NOT ASSIGNED)
      *      AAC-DATE        THE DECISION DATE
      *      AAC-PROGRAM, AAC-ITEM, AAC-DECISION - FOR "LOG " ONLY
      *    AND THE SERVICE ANSWERS:
      *      AAC-RESULT      "Y" - OWN ITEM, OR NOT ASSIGNED TO AN
      *                            ACTIVE APPROVER
      *                      "D" - ALLOWED UNDER A DELEGATION
      *                      "N" - NOT ALLOWED
      *      AAC-DETAIL      WHY, FOR THE OPERATOR'S SCREEN
      *****************************************************************
       01  APPROVAL-AUTH-CHECK.
           05 AAC-FUNCTION         PIC X(4).
           05 AAC-OPERATOR-ID      PIC X(8).
           05 AAC-APPROVER-ID      PIC X(8).
           05 AAC-DATE             PIC 9(8).
           05 AAC-PROGRAM          PIC X(15).
           05 AAC-ITEM             PIC X(20).
           05 AAC-DECISION         PIC X(8).
           05 AAC-RESULT           PIC X.
           05 AAC-DETAIL           PIC X(40).
