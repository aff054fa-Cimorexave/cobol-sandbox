      *****************************************************************
      *    SHARED CARRIER-SENT RECORD, KEYED BY PLAN PLUS EMPLOYEE.
      *    carrier_extract KEEPS ONE PER ENROLLMENT IT HAS SENT THE
      *    PLAN'S CARRIER, HOLDING THE ENROLLMENT AS IT WAS SENT AND
      *    WHEN, SO THE NEXT FEED CAN TELL AN ADD FROM A CHANGE OR A
      *    TERMINATION WITHOUT DEPENDING ON HOW THE ENROLLMENT WAS
      *    ALTERED (MAINTENANCE OR THE FINAL PAY RUN ALIKE).
      *****************************************************************
       01  CARRIER-SENT-RECORD.
           05 CS-KEY.
              10 CS-PLAN-CODE      PIC X(4).
              10 CS-EMPLOYEE-ID    PIC 9(7).
           05 CS-EFF-DATE          PIC 9(8).
           05 CS-END-DATE          PIC 9(8).
           05 CS-DEFER-PCT         PIC 9(3)V99.
           05 CS-DEP-COUNT         PIC 9(2).
           05 CS-SENT-STAMP.
              10 CS-SENT-DATE      PIC 9(8).
              10 CS-SENT-TIME      PIC 9(6).
