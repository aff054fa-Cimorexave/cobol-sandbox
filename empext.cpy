      *****************************************************************
      *    SHARED EMPLOYEE EXTRACT RECORD. THE NIGHTLY EXTRACT
      *    (emp_extract) READS EMPLOYEE-MASTER ONCE AND WRITES THIS
      *    RECORD TO THREE PRE-SORTED SEQUENTIAL WORK FILES:
      *      EMPEXT-DEPT - DEPARTMENT-CODE, LAST-NAME, FIRST-NAME
      *      EMPEXT-HIRE - DATE-OF-HIRE, EMPLOYEE-ID
      *      EMPEXT-ID   - EMPLOYEE-ID
      *    EX-EMPLOYEE-IMAGE IS THE RAW 116-BYTE employee.cpy
      *    RECORD; A READER MOVES IT TO ITS OWN COPY OF
      *    EMPLOYEE-RECORD. EX-DEPT-NAME IS JOINED FROM DEPT-MASTER
      *    (SPACES WHEN THE CODE IS NOT ON FILE). EVERY READER
      *    CHECKS THE EMPEXT-CTL CONTROL RECORD (empxctl.cpy)
      *    THROUGH empxchk BEFORE IT TRUSTS THE FILES.
      *****************************************************************
       01  EMP-EXTRACT-RECORD.
           05 EX-EMPLOYEE-IMAGE    PIC X(116).
           05 EX-DEPT-NAME         PIC X(30).
