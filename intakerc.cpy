      *    THE INTAKE FILE STAYS A PLAIN TEXT FILE; THE OVERNIGHT
      *    LOADER CONVERTS IT TO THE PACKED MASTER LAYOUT. A ZERO
      *    EI-EMPLOYEE-ID MEANS THE LOADER ASSIGNS THE ID.
      *    EI-APPLICANT-ID IS SET ONLY BY applicant_bridge; THE
      *    LOADER USES IT TO MOVE THE APPLICANT'S PRE-HIRE
      *    CLEARANCES (clearnc.cpy) ONTO THE NEW EMPLOYEE ID.
      *    EI-PAY-GRADE IS CARRIED TO THE MASTER AS KEYED (BLANK
      *    WHERE THE SOURCE DOES NOT KNOW THE GRADE YET).
      *****************************************************************
       01  EMPLOYEE-INTAKE-RECORD.
           05 EI-FIRST-NAME        PIC X(15).
           05 EI-SALARY            PIC 9(7)V99.
           05 EI-EMPLOYMENT-TYPE   PIC X.
           05 EI-CONTRACT-END      PIC 9(8).
           05 EI-APPLICANT-ID      PIC X(10).
           05 EI-PAY-GRADE         PIC X(2).
