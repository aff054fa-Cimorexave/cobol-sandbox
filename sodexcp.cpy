      *****************************************************************
      *    SEGREGATION-OF-DUTIES EXCEPTION LINE. THE sodcheck
      *    SERVICE APPENDS ONE FOR EVERY ACTION IT REFUSES: AN
      *    OPERATOR REACHING FOR THEIR OWN EMPLOYEE RECORD
      *    (SX-REASON "SELF") OR THEIR OWN MANAGER'S ("MANAGER").
      *    SX-OWN-EMPLOYEE-ID IS THE OPERATOR'S LINKED RECORD
      *    (CRED-EMPLOYEE-ID) AT THE TIME. sod_report LISTS THEM.
      *****************************************************************
       01  SOD-EXCEPTION-RECORD.
           05 SX-DATE              PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 SX-TIME              PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 SX-OPERATOR-ID       PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 SX-OWN-EMPLOYEE-ID   PIC 9(7).
           05 FILLER               PIC X VALUE SPACE.
           05 SX-PROGRAM           PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 SX-ACTION            PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 SX-TARGET-ID         PIC 9(7).
           05 FILLER               PIC X VALUE SPACE.
           05 SX-REASON            PIC X(8).
