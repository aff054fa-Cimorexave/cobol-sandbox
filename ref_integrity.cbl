      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ref_integrity.
      *****************************************************************
      *    WEEKLY CROSS-FILE REFERENTIAL-INTEGRITY SWEEP. CHECKS
      *    EVERY FOREIGN KEY BETWEEN THE MASTERS AND LISTS THE ROWS
      *    THAT POINT AT NOTHING:
      *      - BEN-ENROLL, EMPLOYEE-BANK, LEAVE-BALANCE, PAY-ARREARS
      *        AND PAY-YTD ROWS FOR AN EMPLOYEE ON NEITHER
      *        EMPLOYEE-MASTER NOR TERM-ARCHIVE (A TERMINATED
      *        EMPLOYEE'S ROWS ARE KEPT FOR YEAR-END AND ARE NOT
      *        ORPHANS);
      *      - EMPLOYEES WHOSE DEPARTMENT IS NOT ON DEPT-MASTER;
      *      - DEPARTMENTS WHOSE DM-MANAGER-ID IS A TERMINATED
      *        EMPLOYEE OR NO EMPLOYEE AT ALL;
      *      - VOUCHERS WHOSE OWNER IS NOT ON CUSTOMER-MASTER, OR
      *        WHOSE CAMPAIGN OR PRODUCT CODE IS NOT ON ITS MASTER.
      *    AN UNSET KEY (ZERO OWNER OR MANAGER, BLANK CODE) IS NOT
      *    CHECKED. EACH ORPHAN GOES ON THE REPORT AND ON THE
      *    REF-FIXUP CANDIDATE FILE (reffix.cpy) WITH A SUGGESTED
      *    FIX-UP, AND THE REPORT ENDS WITH THE COUNT CHECKED AND
      *    ORPHANED FOR EACH RELATIONSHIP. NOTHING IS CHANGED OR
      *    DELETED. RC 4 IF ANY ORPHAN IS FOUND OR A RELATIONSHIP
      *    COULD NOT BE CHECKED; RC 8 IF EMPLOYEE-MASTER OR
      *    TERM-ARCHIVE CANNOT BE READ.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT TERM-ARCHIVE ASSIGN TO "TERM-ARCHIVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-EMPLOYEE-ID
               FILE STATUS IS WS-TA-STATUS.
           SELECT DEPT-MASTER ASSIGN TO "DEPT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-STATUS.
           SELECT BEN-ENROLL ASSIGN TO "BEN-ENROLL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-BE-STATUS.
           SELECT EMPLOYEE-BANK ASSIGN TO "EMPLOYEE-BANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EB-EMPLOYEE-ID
               FILE STATUS IS WS-EB-STATUS.
           SELECT LEAVE-BALANCE ASSIGN TO "LEAVE-BALANCE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LB-EMPLOYEE-ID
               FILE STATUS IS WS-LB-STATUS.
           SELECT PAY-ARREARS ASSIGN TO "PAY-ARREARS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-AR-STATUS.
           SELECT PAY-YTD-FILE ASSIGN TO "PAY-YTD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PY-EMPLOYEE-ID
               FILE STATUS IS WS-PY-STATUS.
           SELECT VOUCHER-MASTER ASSIGN TO "VOUCHER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-VOUCHER-CODE
               FILE STATUS IS WS-VM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT CAMPAIGN-MASTER ASSIGN TO "CAMPAIGN-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CAMPAIGN-CODE
               FILE STATUS IS WS-CP-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODUCT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS WS-PM-STATUS.
           SELECT FIXUP-FILE ASSIGN TO "REF-FIXUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-STATUS.
           SELECT REF-RPT-FILE ASSIGN TO "REF-INTEGRITY-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  TERM-ARCHIVE.
           COPY "termarch.cpy".

       FD  DEPT-MASTER.
           COPY "deptmast.cpy".

       FD  BEN-ENROLL.
           COPY "benenrl.cpy".

       FD  EMPLOYEE-BANK.
           COPY "empbank.cpy".

       FD  LEAVE-BALANCE.
           COPY "leavebal.cpy".

       FD  PAY-ARREARS.
           COPY "payarr.cpy".

       FD  PAY-YTD-FILE.
           COPY "payytd.cpy".

       FD  VOUCHER-MASTER.
           COPY "voucher.cpy".

       FD  CUSTOMER-MASTER.
           COPY "./calls/book.cpy".

       FD  CAMPAIGN-MASTER.
           COPY "campmast.cpy".

       FD  PRODUCT-MASTER.
           COPY "prodmast.cpy".

       FD  FIXUP-FILE.
           COPY "reffix.cpy".

       FD  REF-RPT-FILE.
       01  REF-RPT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-TA-STATUS        PIC XX.
       01 WS-DM-STATUS        PIC XX.
       01 WS-BE-STATUS        PIC XX.
       01 WS-EB-STATUS        PIC XX.
       01 WS-LB-STATUS        PIC XX.
       01 WS-AR-STATUS        PIC XX.
       01 WS-PY-STATUS        PIC XX.
       01 WS-VM-STATUS        PIC XX.
       01 WS-CM-STATUS        PIC XX.
       01 WS-CP-STATUS        PIC XX.
       01 WS-PM-STATUS        PIC XX.
       01 WS-RF-STATUS        PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-BUSINESS-DATE    PIC 9(8).
       01 WS-ARCHIVE-AVAILABLE PIC X VALUE "N".
       01 WS-DEPT-AVAILABLE   PIC X VALUE "N".
       01 WS-CUST-AVAILABLE   PIC X VALUE "N".
       01 WS-CAMP-AVAILABLE   PIC X VALUE "N".
       01 WS-PROD-AVAILABLE   PIC X VALUE "N".
       01 WS-CHECK-EMP-ID     PIC 9(7).
       01 WS-EMP-WHERE        PIC X.
       01 WS-ROW-KEY          PIC X(16).
       01 WS-FOREIGN-KEY      PIC X(10).
       01 WS-CONDITION        PIC X(24).
       01 WS-NOT-HAND-NOTE    PIC X(30).
       01 WS-REL-IDX          PIC 9(2).
       01 WS-ORPHAN-TOTAL     PIC 9(7) VALUE 0.
       01 WS-UNCHECKED-COUNT  PIC 9(2) VALUE 0.

      *    THE RELATIONSHIPS SWEPT, IN REPORT ORDER: THE LABEL, THE
      *    FILE THE CHILD ROW IS ON, AND THE FIX-UP TO SUGGEST.
       01 WS-REL-VALUES.
           05 FILLER PIC X(26) VALUE "BEN-ENROLL -> EMPLOYEE".
           05 FILLER PIC X(16) VALUE "BEN-ENROLL".
           05 FILLER PIC X(20) VALUE "END THE ENROLLMENT".
           05 FILLER PIC X(26) VALUE "EMPLOYEE-BANK -> EMPLOYEE".
           05 FILLER PIC X(16) VALUE "EMPLOYEE-BANK".
           05 FILLER PIC X(20) VALUE "REMOVE BANK DETAILS".
           05 FILLER PIC X(26) VALUE "LEAVE-BALANCE -> EMPLOYEE".
           05 FILLER PIC X(16) VALUE "LEAVE-BALANCE".
           05 FILLER PIC X(20) VALUE "REMOVE BALANCE ROW".
           05 FILLER PIC X(26) VALUE "PAY-ARREARS -> EMPLOYEE".
           05 FILLER PIC X(16) VALUE "PAY-ARREARS".
           05 FILLER PIC X(20) VALUE "WRITE OFF ARREARS".
           05 FILLER PIC X(26) VALUE "PAY-YTD -> EMPLOYEE".
           05 FILLER PIC X(16) VALUE "PAY-YTD".
           05 FILLER PIC X(20) VALUE "REVIEW YTD ROW".
           05 FILLER PIC X(26) VALUE "EMPLOYEE -> DEPARTMENT".
           05 FILLER PIC X(16) VALUE "EMPLOYEE-MASTER".
           05 FILLER PIC X(20) VALUE "TRANSFER EMPLOYEE".
           05 FILLER PIC X(26) VALUE "DEPT MANAGER -> EMPLOYEE".
           05 FILLER PIC X(16) VALUE "DEPT-MASTER".
           05 FILLER PIC X(20) VALUE "APPOINT NEW MANAGER".
           05 FILLER PIC X(26) VALUE "VOUCHER -> CUSTOMER".
           05 FILLER PIC X(16) VALUE "VOUCHER-MASTER".
           05 FILLER PIC X(20) VALUE "CLEAR OR FIX OWNER".
           05 FILLER PIC X(26) VALUE "VOUCHER -> CAMPAIGN".
           05 FILLER PIC X(16) VALUE "VOUCHER-MASTER".
           05 FILLER PIC X(20) VALUE "CLEAR CAMPAIGN CODE".
           05 FILLER PIC X(26) VALUE "VOUCHER -> PRODUCT".
           05 FILLER PIC X(16) VALUE "VOUCHER-MASTER".
           05 FILLER PIC X(20) VALUE "REASSIGN PRODUCT".
       01 WS-REL-TABLE REDEFINES WS-REL-VALUES.
           05 WS-REL-ENTRY OCCURS 10 TIMES.
              10 WS-REL-LABEL     PIC X(26).
              10 WS-REL-FILE      PIC X(16).
              10 WS-REL-ACTION    PIC X(20).
       01 WS-REL-COUNTS.
           05 WS-REL-COUNT OCCURS 10 TIMES.
              10 WS-REL-CHECKED   PIC 9(7).
              10 WS-REL-ORPHANS   PIC 9(7).
              10 WS-REL-NOTE      PIC X(30).

       01 WS-RPT-HEADER.
           05 FILLER          PIC X(40) VALUE
              "CROSS-FILE REFERENTIAL INTEGRITY SWEEP".
           05 RH-DATE         PIC 9(8).

       01 WS-RPT-COLUMNS.
           05 FILLER          PIC X(27) VALUE "RELATIONSHIP".
           05 FILLER          PIC X(17) VALUE "ROW KEY".
           05 FILLER          PIC X(11) VALUE "POINTS AT".
           05 FILLER          PIC X(9)  VALUE "CONDITION".

       01 WS-RPT-LINE.
           05 RL-RELATIONSHIP PIC X(26).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-ROW-KEY      PIC X(16).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-FOREIGN-KEY  PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 RL-CONDITION    PIC X(24).

       01 WS-SUMMARY-HEADER.
           05 FILLER          PIC X(27) VALUE
              "ORPHANS BY RELATIONSHIP".
           05 FILLER          PIC X(9) VALUE "  CHECKED".
           05 FILLER          PIC X(9) VALUE "  ORPHANS".

       01 WS-SUMMARY-LINE.
           05 SL-RELATIONSHIP PIC X(26).
           05 FILLER          PIC X(1) VALUE SPACE.
           05 SL-CHECKED      PIC Z(8)9.
           05 SL-ORPHANS      PIC Z(8)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-NOTE         PIC X(30).

       01 WS-TOTALS-LINE.
           05 FILLER          PIC X(15) VALUE "TOTAL ORPHANS: ".
           05 TL-ORPHANS      PIC ZZZZZZ9.
           05 FILLER          PIC X(27) VALUE
              "  RELATIONSHIPS UNCHECKED: ".
           05 TL-UNCHECKED    PIC Z9.
      ******************************************************************
       PROCEDURE DIVISION.
           CALL "bizdate" USING WS-BUSINESS-DATE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               DISPLAY "ERROR: CANNOT OPEN EMPLOYEE-MASTER, STATUS="
                       WS-EMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    NO TERM-ARCHIVE YET MEANS NOBODY HAS BEEN ARCHIVED, NOT
      *    THAT THE ARCHIVE IS LOST.
           OPEN INPUT TERM-ARCHIVE.
           EVALUATE WS-TA-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-ARCHIVE-AVAILABLE
               WHEN "35"
                   MOVE "N" TO WS-ARCHIVE-AVAILABLE
               WHEN OTHER
                   DISPLAY "ERROR: CANNOT OPEN TERM-ARCHIVE, STATUS="
                           WS-TA-STATUS
                   CLOSE EMPLOYEE-MASTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT DEPT-MASTER.
           IF WS-DM-STATUS = "00"
               MOVE "Y" TO WS-DEPT-AVAILABLE
           END-IF.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > 10
               MOVE 0 TO WS-REL-CHECKED (WS-REL-IDX)
               MOVE 0 TO WS-REL-ORPHANS (WS-REL-IDX)
               MOVE SPACES TO WS-REL-NOTE (WS-REL-IDX)
           END-PERFORM.
           OPEN OUTPUT FIXUP-FILE.
           OPEN OUTPUT REF-RPT-FILE.
           MOVE WS-BUSINESS-DATE TO RH-DATE.
           WRITE REF-RPT-RECORD FROM WS-RPT-HEADER.
           MOVE SPACES TO REF-RPT-RECORD.
           WRITE REF-RPT-RECORD.
           WRITE REF-RPT-RECORD FROM WS-RPT-COLUMNS.
           PERFORM 110-CHECK-BEN-ENROLL.
           PERFORM 120-CHECK-EMPLOYEE-BANK.
           PERFORM 130-CHECK-LEAVE-BALANCE.
           PERFORM 140-CHECK-PAY-ARREARS.
           PERFORM 150-CHECK-PAY-YTD.
           PERFORM 200-CHECK-EMPLOYEE-DEPTS.
           PERFORM 250-CHECK-DEPT-MANAGERS.
           PERFORM 300-CHECK-VOUCHERS.
           PERFORM 800-WRITE-SUMMARY.
           CLOSE EMPLOYEE-MASTER.
           IF WS-ARCHIVE-AVAILABLE = "Y"
               CLOSE TERM-ARCHIVE
           END-IF.
           IF WS-DEPT-AVAILABLE = "Y"
               CLOSE DEPT-MASTER
           END-IF.
           CLOSE FIXUP-FILE.
           CLOSE REF-RPT-FILE.
           DISPLAY "ORPHANS FOUND:            " WS-ORPHAN-TOTAL.
           DISPLAY "RELATIONSHIPS UNCHECKED:  " WS-UNCHECKED-COUNT.
           IF WS-ORPHAN-TOTAL > 0 OR WS-UNCHECKED-COUNT > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "SEE REF-INTEGRITY-RPT AND REF-FIXUP."
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *****************************************************************
      *    EMPLOYEE-KEYED FILES. EACH IS READ END TO END AND EVERY
      *    ROW'S EMPLOYEE LOOKED FOR ON THE MASTER, THEN THE ARCHIVE.
      *****************************************************************
       110-CHECK-BEN-ENROLL.
           MOVE 1 TO WS-REL-IDX.
           OPEN INPUT BEN-ENROLL.
           IF WS-BE-STATUS <> "00"
               MOVE "BEN-ENROLL" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ BEN-ENROLL NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
                       MOVE BE-EMPLOYEE-ID TO WS-CHECK-EMP-ID
                       PERFORM 900-FIND-EMPLOYEE
                       IF WS-EMP-WHERE = "N"
                           MOVE SPACES TO WS-ROW-KEY
                           STRING BE-EMPLOYEE-ID DELIMITED BY SIZE
                                  "/" DELIMITED BY SIZE
                                  BE-PLAN-CODE DELIMITED BY SIZE
                                  INTO WS-ROW-KEY
                           END-STRING
                           PERFORM 910-EMPLOYEE-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BEN-ENROLL.

       120-CHECK-EMPLOYEE-BANK.
           MOVE 2 TO WS-REL-IDX.
           OPEN INPUT EMPLOYEE-BANK.
           IF WS-EB-STATUS <> "00"
               MOVE "EMPLOYEE-BANK" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-BANK NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
                       MOVE EB-EMPLOYEE-ID TO WS-CHECK-EMP-ID
                       PERFORM 900-FIND-EMPLOYEE
                       IF WS-EMP-WHERE = "N"
                           MOVE EB-EMPLOYEE-ID TO WS-ROW-KEY
                           PERFORM 910-EMPLOYEE-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-BANK.

       130-CHECK-LEAVE-BALANCE.
           MOVE 3 TO WS-REL-IDX.
           OPEN INPUT LEAVE-BALANCE.
           IF WS-LB-STATUS <> "00"
               MOVE "LEAVE-BALANCE" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ LEAVE-BALANCE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
                       MOVE LB-EMPLOYEE-ID TO WS-CHECK-EMP-ID
                       PERFORM 900-FIND-EMPLOYEE
                       IF WS-EMP-WHERE = "N"
                           MOVE LB-EMPLOYEE-ID TO WS-ROW-KEY
                           PERFORM 910-EMPLOYEE-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVE-BALANCE.

       140-CHECK-PAY-ARREARS.
           MOVE 4 TO WS-REL-IDX.
           OPEN INPUT PAY-ARREARS.
           IF WS-AR-STATUS <> "00"
               MOVE "PAY-ARREARS" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ PAY-ARREARS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
                       MOVE AR-EMPLOYEE-ID TO WS-CHECK-EMP-ID
                       PERFORM 900-FIND-EMPLOYEE
                       IF WS-EMP-WHERE = "N"
                           MOVE SPACES TO WS-ROW-KEY
                           STRING AR-EMPLOYEE-ID DELIMITED BY SIZE
                                  "/" DELIMITED BY SIZE
                                  AR-DED-CODE DELIMITED BY SIZE
                                  INTO WS-ROW-KEY
                           END-STRING
                           PERFORM 910-EMPLOYEE-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-ARREARS.

       150-CHECK-PAY-YTD.
           MOVE 5 TO WS-REL-IDX.
           OPEN INPUT PAY-YTD-FILE.
           IF WS-PY-STATUS <> "00"
               MOVE "PAY-YTD" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ PAY-YTD-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
                       MOVE PY-EMPLOYEE-ID TO WS-CHECK-EMP-ID
                       PERFORM 900-FIND-EMPLOYEE
                       IF WS-EMP-WHERE = "N"
                           MOVE SPACES TO WS-ROW-KEY
                           STRING PY-EMPLOYEE-ID DELIMITED BY SIZE
                                  "/" DELIMITED BY SIZE
                                  PY-YEAR DELIMITED BY SIZE
                                  INTO WS-ROW-KEY
                           END-STRING
                           PERFORM 910-EMPLOYEE-ORPHAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAY-YTD-FILE.

      *****************************************************************
      *    THE MASTERS AGAINST EACH OTHER. THE EMPLOYEE MASTER IS
      *    READ FROM THE TOP HERE, SO IT IS STARTED AFRESH AFTER THE
      *    RANDOM READS ABOVE; LIKEWISE DEPT-MASTER BELOW.
      *****************************************************************
       200-CHECK-EMPLOYEE-DEPTS.
           MOVE 6 TO WS-REL-IDX.
           IF WS-DEPT-AVAILABLE <> "Y"
               MOVE "DEPT-MASTER" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO EMPLOYEE-ID.
           START EMPLOYEE-MASTER KEY IS >= EMPLOYEE-ID
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DEPARTMENT-CODE NOT = SPACES
                           PERFORM 210-CHECK-ONE-DEPARTMENT
                       END-IF
               END-READ
           END-PERFORM.

       210-CHECK-ONE-DEPARTMENT.
           ADD 1 TO WS-REL-CHECKED (WS-REL-IDX).
           MOVE DEPARTMENT-CODE TO DM-DEPT-CODE.
           READ DEPT-MASTER
               KEY IS DM-DEPT-CODE
               INVALID KEY
                   MOVE EMPLOYEE-ID TO WS-ROW-KEY
                   MOVE DEPARTMENT-CODE TO WS-FOREIGN-KEY
                   MOVE "DEPARTMENT NOT ON FILE" TO WS-CONDITION
                   PERFORM 950-WRITE-ORPHAN
           END-READ.

       250-CHECK-DEPT-MANAGERS.
           MOVE 7 TO WS-REL-IDX.
           IF WS-DEPT-AVAILABLE <> "Y"
               MOVE "DEPT-MASTER" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           MOVE LOW-VALUES TO DM-DEPT-CODE.
           START DEPT-MASTER KEY IS >= DM-DEPT-CODE
               INVALID KEY
                   MOVE 1 TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 1
               READ DEPT-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       IF DM-MANAGER-ID IS NUMERIC
                          AND DM-MANAGER-ID NOT = 0
                           PERFORM 260-CHECK-ONE-MANAGER
                       END-IF
               END-READ
           END-PERFORM.

       260-CHECK-ONE-MANAGER.
           ADD 1 TO WS-REL-CHECKED (WS-REL-IDX).
           MOVE DM-MANAGER-ID TO WS-CHECK-EMP-ID.
           PERFORM 900-FIND-EMPLOYEE.
           IF WS-EMP-WHERE = "M"
               EXIT PARAGRAPH
           END-IF.
           MOVE DM-DEPT-CODE TO WS-ROW-KEY.
           MOVE DM-MANAGER-ID TO WS-FOREIGN-KEY.
           IF WS-EMP-WHERE = "T"
               MOVE "MANAGER TERMINATED" TO WS-CONDITION
           ELSE
               MOVE "NOT ON MASTER OR ARCHIVE" TO WS-CONDITION
           END-IF.
           PERFORM 950-WRITE-ORPHAN.

      *****************************************************************
      *    VOUCHER-MASTER AGAINST THE CUSTOMER, CAMPAIGN AND PRODUCT
      *    MASTERS. A PARENT MASTER NOT ON HAND LEAVES ITS
      *    RELATIONSHIP UNCHECKED; THE OTHERS ARE STILL SWEPT.
      *****************************************************************
       300-CHECK-VOUCHERS.
           OPEN INPUT VOUCHER-MASTER.
           IF WS-VM-STATUS <> "00"
               MOVE "VOUCHER-MASTER" TO WS-NOT-HAND-NOTE
               PERFORM VARYING WS-REL-IDX FROM 8 BY 1
                       UNTIL WS-REL-IDX > 10
                   PERFORM 890-NOT-ON-HAND
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS = "00"
               MOVE "Y" TO WS-CUST-AVAILABLE
           ELSE
               MOVE 8 TO WS-REL-IDX
               MOVE "CUSTOMER-MASTER" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
           END-IF.
           OPEN INPUT CAMPAIGN-MASTER.
           IF WS-CP-STATUS = "00"
               MOVE "Y" TO WS-CAMP-AVAILABLE
           ELSE
               MOVE 9 TO WS-REL-IDX
               MOVE "CAMPAIGN-MASTER" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
           END-IF.
           OPEN INPUT PRODUCT-MASTER.
           IF WS-PM-STATUS = "00"
               MOVE "Y" TO WS-PROD-AVAILABLE
           ELSE
               MOVE 10 TO WS-REL-IDX
               MOVE "PRODUCT-MASTER" TO WS-NOT-HAND-NOTE
               PERFORM 890-NOT-ON-HAND
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ VOUCHER-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 310-CHECK-ONE-VOUCHER
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-MASTER.
           IF WS-CUST-AVAILABLE = "Y"
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WS-CAMP-AVAILABLE = "Y"
               CLOSE CAMPAIGN-MASTER
           END-IF.
           IF WS-PROD-AVAILABLE = "Y"
               CLOSE PRODUCT-MASTER
           END-IF.

       310-CHECK-ONE-VOUCHER.
           MOVE VM-VOUCHER-CODE TO WS-ROW-KEY.
           IF WS-CUST-AVAILABLE = "Y"
              AND VM-CUSTOMER-ID IS NUMERIC
              AND VM-CUSTOMER-ID NOT = 0
               MOVE 8 TO WS-REL-IDX
               ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
               MOVE VM-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-MASTER
                   KEY IS CUSTOMER-ID
                   INVALID KEY
                       MOVE VM-CUSTOMER-ID TO WS-FOREIGN-KEY
                       MOVE "CUSTOMER NOT ON FILE" TO WS-CONDITION
                       PERFORM 950-WRITE-ORPHAN
               END-READ
           END-IF.
           IF WS-CAMP-AVAILABLE = "Y"
              AND VM-CAMPAIGN-CODE NOT = SPACES
               MOVE 9 TO WS-REL-IDX
               ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
               MOVE VM-CAMPAIGN-CODE TO CP-CAMPAIGN-CODE
               READ CAMPAIGN-MASTER
                   KEY IS CP-CAMPAIGN-CODE
                   INVALID KEY
                       MOVE VM-CAMPAIGN-CODE TO WS-FOREIGN-KEY
                       MOVE "CAMPAIGN NOT ON FILE" TO WS-CONDITION
                       PERFORM 950-WRITE-ORPHAN
               END-READ
           END-IF.
           IF WS-PROD-AVAILABLE = "Y"
              AND VM-PRODUCT-CODE NOT = SPACES
               MOVE 10 TO WS-REL-IDX
               ADD 1 TO WS-REL-CHECKED (WS-REL-IDX)
               MOVE VM-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER
                   KEY IS PM-PRODUCT-CODE
                   INVALID KEY
                       MOVE VM-PRODUCT-CODE TO WS-FOREIGN-KEY
                       MOVE "PRODUCT NOT ON FILE" TO WS-CONDITION
                       PERFORM 950-WRITE-ORPHAN
               END-READ
           END-IF.

       800-WRITE-SUMMARY.
           MOVE SPACES TO REF-RPT-RECORD.
           WRITE REF-RPT-RECORD.
           WRITE REF-RPT-RECORD FROM WS-SUMMARY-HEADER.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > 10
               MOVE WS-REL-LABEL (WS-REL-IDX) TO SL-RELATIONSHIP
               MOVE WS-REL-CHECKED (WS-REL-IDX) TO SL-CHECKED
               MOVE WS-REL-ORPHANS (WS-REL-IDX) TO SL-ORPHANS
               MOVE WS-REL-NOTE (WS-REL-IDX) TO SL-NOTE
               WRITE REF-RPT-RECORD FROM WS-SUMMARY-LINE
           END-PERFORM.
           MOVE WS-ORPHAN-TOTAL TO TL-ORPHANS.
           MOVE WS-UNCHECKED-COUNT TO TL-UNCHECKED.
           MOVE SPACES TO REF-RPT-RECORD.
           WRITE REF-RPT-RECORD.
           WRITE REF-RPT-RECORD FROM WS-TOTALS-LINE.

       890-NOT-ON-HAND.
           MOVE SPACES TO WS-REL-NOTE (WS-REL-IDX).
           STRING "NOT CHECKED - " DELIMITED BY SIZE
                  WS-NOT-HAND-NOTE DELIMITED BY SPACE
                  INTO WS-REL-NOTE (WS-REL-IDX)
           END-STRING.
           ADD 1 TO WS-UNCHECKED-COUNT.

      *    "M" ON THE MASTER, "T" TERMINATED (ON THE ARCHIVE ONLY),
      *    "N" ON NEITHER.
       900-FIND-EMPLOYEE.
           MOVE WS-CHECK-EMP-ID TO EMPLOYEE-ID.
           READ EMPLOYEE-MASTER
               KEY IS EMPLOYEE-ID
               INVALID KEY
                   MOVE "N" TO WS-EMP-WHERE
               NOT INVALID KEY
                   MOVE "M" TO WS-EMP-WHERE
           END-READ.
           IF WS-EMP-WHERE = "N" AND WS-ARCHIVE-AVAILABLE = "Y"
               MOVE WS-CHECK-EMP-ID TO TA-EMPLOYEE-ID
               READ TERM-ARCHIVE
                   KEY IS TA-EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "T" TO WS-EMP-WHERE
               END-READ
           END-IF.

       910-EMPLOYEE-ORPHAN.
           MOVE WS-CHECK-EMP-ID TO WS-FOREIGN-KEY.
           MOVE "NOT ON MASTER OR ARCHIVE" TO WS-CONDITION.
           PERFORM 950-WRITE-ORPHAN.

       950-WRITE-ORPHAN.
           ADD 1 TO WS-REL-ORPHANS (WS-REL-IDX).
           ADD 1 TO WS-ORPHAN-TOTAL.
           MOVE WS-REL-LABEL (WS-REL-IDX) TO RL-RELATIONSHIP.
           MOVE WS-ROW-KEY TO RL-ROW-KEY.
           MOVE WS-FOREIGN-KEY TO RL-FOREIGN-KEY.
           MOVE WS-CONDITION TO RL-CONDITION.
           WRITE REF-RPT-RECORD FROM WS-RPT-LINE.
           MOVE SPACES TO REF-FIXUP-RECORD.
           MOVE WS-REL-LABEL (WS-REL-IDX) TO RF-RELATIONSHIP.
           MOVE WS-REL-FILE (WS-REL-IDX) TO RF-FILE.
           MOVE WS-ROW-KEY TO RF-RECORD-KEY.
           MOVE WS-FOREIGN-KEY TO RF-FOREIGN-KEY.
           MOVE WS-CONDITION TO RF-CONDITION.
           MOVE WS-REL-ACTION (WS-REL-IDX) TO RF-ACTION.
           MOVE WS-BUSINESS-DATE TO RF-SWEEP-DATE.
           WRITE REF-FIXUP-RECORD.
