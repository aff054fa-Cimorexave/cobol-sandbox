      *****************************************************************
      *    PARAMETER AREA FOR THE sodcheck SERVICE, WHICH STOPS AN
      *    OPERATOR ACTING ON THEIR OWN EMPLOYEE RECORD OR ON THAT
      *    OF THEIR OWN MANAGER (DM-MANAGER-ID OF THE DEPARTMENT
      *    THEIR LINKED EMPLOYEE RECORD IS IN). THE CALLER SETS:
      *      SOD-OPERATOR-ID  THE SIGNED-ON OPERATOR
      *      SOD-EMPLOYEE-ID  THE EMPLOYEE THE ACTION TOUCHES
      *      SOD-PROGRAM      THE CALLING PROGRAM
      *      SOD-ACTION       WHAT WAS ATTEMPTED (CHANGE, DELETE,
      *                       BANK, ENROLL, APPROVE ...)
      *    AND THE SERVICE ANSWERS:
      *      SOD-RESULT       "Y" - ALLOWED
      *                       "N" - REFUSED; THE ATTEMPT HAS BEEN
      *                             WRITTEN TO SOD-EXCEPTIONS
      *                             (sodexcp.cpy)
      *      SOD-DETAIL       WHY, FOR THE OPERATOR'S SCREEN
      *****************************************************************
       01  SOD-CHECK.
           05 SOD-OPERATOR-ID      PIC X(8).
           05 SOD-EMPLOYEE-ID      PIC 9(7).
           05 SOD-PROGRAM          PIC X(15).
           05 SOD-ACTION           PIC X(8).
           05 SOD-RESULT           PIC X.
           05 SOD-DETAIL           PIC X(40).
