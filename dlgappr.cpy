      *****************************************************************
      *    DELEGATED-APPROVALS LOG LINE. THE apprauth SERVICE
      *    APPENDS ONE FOR EVERY APPROVE OR REJECT MADE UNDER AN
      *    APPROVAL DELEGATION (apprdlg.cpy), CARRYING BOTH THE
      *    DELEGATE WHO SIGNED AND THE APPROVER THE ITEM WAS
      *    ASSIGNED TO. deleg_report LISTS THEM.
      *****************************************************************
       01  DELEGATED-APPROVAL-RECORD.
           05 DA-DATE              PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 DA-TIME              PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 DA-PROGRAM           PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 DA-ITEM              PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 DA-DECISION          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 DA-DELEGATE-ID       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 DA-APPROVER-ID       PIC X(8).
