      *****************************************************************
      *    SHARED COURT-ORDERED GARNISHMENT RECORD, KEYED BY EMPLOYEE
      *    PLUS CASE NUMBER. MAINTAINED THROUGH garn_maint (UNDER THE
      *    COMMON CHANGE-LOG DISCIPLINE); THE PAYROLL REGISTER (AND
      *    FINAL PAY, ON A SETTLEMENT) TAKES THE WITHHOLDING AND
      *    CARRIES THE BALANCE. GO-CALC-TYPE:
      *      "P" - GO-RATE PERCENT OF DISPOSABLE EARNINGS
      *      "F" - GO-FLAT-AMOUNT EACH PERIOD
      *    GO-CAP-PCT LIMITS THIS ORDER TO A PERCENT OF DISPOSABLE
      *    EARNINGS (ZERO = NO ORDER-LEVEL CAP). GO-ORDER-TOTAL IS
      *    THE PAYOFF AMOUNT; ZERO MEANS AN OPEN-ENDED ORDER (SUCH AS
      *    CURRENT SUPPORT) THAT RUNS UNTIL THE AGENCY RELEASES IT.
      *    LOWER GO-PRIORITY IS TAKEN FIRST. GO-STATUS:
      *      "A" - ACTIVE
      *      "S" - SUSPENDED BY THE AGENCY; NOTHING WITHHELD
      *      "C" - CLOSED (PAID OFF OR RELEASED); KEPT FOR AUDIT
      *    GO-LAST-ACTIVITY IS THE PAY PERIOD LAST WITHHELD AND
      *    GO-LAST-AMOUNT WHAT WAS TAKEN FOR IT, SO A REPEATED
      *    REGISTER RUN OF THAT PERIOD TAKES THE SAME AMOUNT AGAIN
      *    WITHOUT REDUCING THE BALANCE A SECOND TIME.
      *****************************************************************
       01  GARNISHMENT-ORDER-RECORD.
           05 GO-KEY.
              10 GO-EMPLOYEE-ID    PIC 9(7).
              10 GO-CASE-NUMBER    PIC X(15).
           05 GO-AGENCY-CODE       PIC X(6).
           05 GO-AGENCY-NAME       PIC X(30).
           05 GO-PRIORITY          PIC 9(2).
           05 GO-CALC-TYPE         PIC X.
           05 GO-RATE              PIC 9(3)V99.
           05 GO-FLAT-AMOUNT       PIC 9(7)V99.
           05 GO-CAP-PCT           PIC 9(3)V99.
           05 GO-ORDER-TOTAL       PIC 9(7)V99.
           05 GO-BALANCE           PIC S9(7)V99.
           05 GO-WITHHELD-TOTAL    PIC 9(7)V99.
           05 GO-STATUS            PIC X.
           05 GO-START-DATE        PIC 9(8).
           05 GO-CLOSE-DATE        PIC 9(8).
           05 GO-LAST-ACTIVITY     PIC 9(8).
           05 GO-LAST-AMOUNT       PIC 9(7)V99.
