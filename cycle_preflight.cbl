       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH1-FILE.
       01  BRANCH1-RECORD       PIC X(88).

       FD  BRANCH2-FILE.
       01  BRANCH2-RECORD       PIC X(88).

       FD  BRANCH3-FILE.
       01  BRANCH3-RECORD       PIC X(88).

       FD  VCHTRANS-FILE.
       01  VCHTRANS-RECORD      PIC X(80).
