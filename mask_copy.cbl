      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  mask_copy.
      *****************************************************************
      *    MASKED TEST-DATA COPIES OF THE PRODUCTION MASTERS. READS
      *    EMPLOYEE-MASTER, EMPLOYEE-BANK, CUSTOMER-MASTER AND
      *    APPLICANT-MASTER AND LOADS A TEST COPY OF EACH WITH THE
      *    PERSONAL DATA REPLACED BY REALISTIC FAKE VALUES:
      *      - NAMES FROM A TABLE OF COMMON FIRST AND LAST NAMES;
      *      - STREET ADDRESSES (HOUSE NUMBER AND STREET) AND CITIES
      *        FROM TABLES, PHONE NUMBERS IN THE CITY'S AREA CODE ON
      *        THE 555-0100 TO 555-0199 FICTIONAL RANGE, AND EMAIL
      *        ADDRESSES AT EXAMPLE.COM (A BLANK ADDRESS OR EMAIL
      *        STAYS BLANK, SO CONTACT RULES BEHAVE AS IN PRODUCTION);
      *      - BANK ROUTING NUMBERS THAT PASS THE ABA CHECK DIGIT AND
      *        MADE-UP ACCOUNT NUMBERS;
      *      - AN APPLICANT'S DATE OF BIRTH KEEPS ITS YEAR AND MONTH
      *        WITH A NEW DAY, SO THE RECORDED AGE STILL HOLDS;
      *      - EACH SALARY MOVES BY UP TO 5 PER CENT.
      *    EVERY FAKE VALUE IS WORKED FROM THE RECORD'S KEY, SO A
      *    RERUN GIVES THE SAME TEST DATA. KEYS ARE NOT CHANGED, SO
      *    EMPLOYEE -> BANK AND CUSTOMER -> VOUCHER LINKS HOLD IN THE
      *    TEST COPIES. EACH SALARY SWING IS MADE IN THE DIRECTION
      *    THAT BRINGS THE RUNNING TEST TOTAL BACK TOWARD PRODUCTION,
      *    SO REPORT TOTALS STAY WITHIN ONE SALARY'S 5 PER CENT.
      *    MASK-CERTIFICATE LISTS EACH FILE COPIED, ITS RECORD COUNT,
      *    THE FIELDS MASKED AND THE PRODUCTION AND TEST SALARY
      *    TOTALS. THE PRODUCTION FILES ARE ONLY READ. RC 4 IF A
      *    MASTER COULD NOT BE READ (ITS TEST COPY IS NOT LOADED);
      *    RC 8 IF A TEST COPY OR THE CERTIFICATE CANNOT BE OPENED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMPLOYEE-BANK ASSIGN TO "EMPLOYEE-BANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EB-EMPLOYEE-ID
               FILE STATUS IS WS-EB-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUSTOMER-ID
               FILE STATUS IS WS-CM-STATUS.
           SELECT APPLICANT-MASTER ASSIGN TO "APPLICANT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-APPLICANT-ID
               FILE STATUS IS WS-AM-STATUS.
           SELECT TEST-EMPLOYEE ASSIGN TO "TEST-EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TE-EMPLOYEE-ID
               FILE STATUS IS WS-TE-STATUS.
           SELECT TEST-BANK ASSIGN TO "TEST-EMPLOYEE-BANK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TB-EMPLOYEE-ID
               FILE STATUS IS WS-TB-STATUS.
           SELECT TEST-CUSTOMER ASSIGN TO "TEST-CUSTOMER-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-CUSTOMER-ID
               FILE STATUS IS WS-TC-STATUS.
           SELECT TEST-APPLICANT ASSIGN TO "TEST-APPLICANT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-APPLICANT-ID
               FILE STATUS IS WS-TA-STATUS.
           SELECT CERT-FILE ASSIGN TO "MASK-CERTIFICATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  EMPLOYEE-BANK.
           COPY "empbank.cpy".

       FD  CUSTOMER-MASTER.
           COPY "./calls/book.cpy".

       FD  APPLICANT-MASTER.
           COPY "applmast.cpy".

      *    THE TEST COPIES HOLD THE MASKED PRODUCTION RECORD AS IT
      *    STANDS; ONLY THE KEY IS NAMED, AT ITS PLACE IN THE LAYOUT.
       FD  TEST-EMPLOYEE.
       01  TEST-EMPLOYEE-RECORD.
           05 FILLER               PIC X(80).
           05 TE-EMPLOYEE-ID       PIC 9(7).
           05 FILLER               PIC X(29).

       FD  TEST-BANK.
       01  TEST-BANK-RECORD.
           05 TB-EMPLOYEE-ID       PIC 9(7).
           05 FILLER               PIC X(36).

       FD  TEST-CUSTOMER.
       01  TEST-CUSTOMER-RECORD.
           05 TC-CUSTOMER-ID       PIC 9(7).
           05 FILLER               PIC X(144).

       FD  TEST-APPLICANT.
       01  TEST-APPLICANT-RECORD.
           05 TA-APPLICANT-ID      PIC X(10).
           05 FILLER               PIC X(204).

       FD  CERT-FILE.
       01  CERT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-EB-STATUS        PIC XX.
       01 WS-CM-STATUS        PIC XX.
       01 WS-AM-STATUS        PIC XX.
       01 WS-TE-STATUS        PIC XX.
       01 WS-TB-STATUS        PIC XX.
       01 WS-TC-STATUS        PIC XX.
       01 WS-TA-STATUS        PIC XX.
       01 WS-CERT-STATUS      PIC XX.
       01 WS-EOF              PIC 9(1) VALUE 0.
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-TIME         PIC 9(6).
       01 WS-FILE-IDX         PIC 9(1).
       01 WS-NOT-COPIED       PIC 9(1) VALUE 0.
       01 WS-FATAL            PIC X VALUE "N".

      *    THE SEED EVERY FAKE VALUE FOR A RECORD IS PICKED BY, AND
      *    THE PIECES OF IT USED TO INDEX THE NAME TABLES.
       01 WS-KEY-NUMBER       PIC 9(10).
       01 WS-KEY-TEXT         PIC X(10).
       01 WS-BYTE-IDX         PIC 9(2).
       01 WS-SEED             PIC 9(7).
       01 WS-SEED-REST        PIC 9(7).
       01 WS-STEP             PIC 9(12).
       01 WS-FIRST-IDX        PIC 9(2).
       01 WS-LAST-IDX         PIC 9(2).
       01 WS-STREET-IDX       PIC 9(2).
       01 WS-CITY-IDX         PIC 9(2).
       01 WS-HOUSE-NUMBER     PIC 9(4).
       01 WS-HOUSE-EDIT       PIC Z(3)9.
       01 WS-FAKE-NAME        PIC X(30).
       01 WS-FAKE-STREET      PIC X(30).
       01 WS-FAKE-EMAIL       PIC X(40).
       01 WS-EMAIL-PREFIX     PIC X(4).
       01 WS-ID-TEXT          PIC X(10).
       01 WS-ID-EDIT          PIC 9(7).
       01 WS-DOB-DAY          PIC 9(2).
       01 WS-ACCOUNT-NUMBER   PIC 9(12).

      *    ROUTING NUMBER: A FEDERAL RESERVE DISTRICT (01-12), SIX
      *    MORE DIGITS, AND THE ABA CHECK DIGIT THAT MAKES
      *    3 X (D1+D4+D7) + 7 X (D2+D5+D8) + (D3+D6+D9) END IN 0.
       01 WS-ROUTING          PIC 9(9).
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING.
           05 WS-RT-DIGIT     PIC 9 OCCURS 9 TIMES.
       01 WS-ROUTING-BODY     PIC 9(6).
       01 WS-ROUTING-SUM      PIC 9(4).
       01 WS-DISTRICT         PIC 9(2).

      *    SALARY SWING: UP TO 50 TENTHS OF A PER CENT, DOWN WHILE THE
      *    TEST TOTAL IS AHEAD OF PRODUCTION AND UP WHILE IT IS BEHIND.
       01 WS-SWING            PIC S9(3).
       01 WS-NEW-SALARY       PIC S9(9)V99.
       01 WS-PROD-SALARY-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-TEST-SALARY-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-SALARY-DIFF      PIC S9(11)V99.

       01 WS-FIRST-NAME-VALUES.
           05 FILLER PIC X(15) VALUE "JAMES".
           05 FILLER PIC X(15) VALUE "MARY".
           05 FILLER PIC X(15) VALUE "ROBERT".
           05 FILLER PIC X(15) VALUE "PATRICIA".
           05 FILLER PIC X(15) VALUE "JOHN".
           05 FILLER PIC X(15) VALUE "JENNIFER".
           05 FILLER PIC X(15) VALUE "MICHAEL".
           05 FILLER PIC X(15) VALUE "LINDA".
           05 FILLER PIC X(15) VALUE "DAVID".
           05 FILLER PIC X(15) VALUE "ELIZABETH".
           05 FILLER PIC X(15) VALUE "WILLIAM".
           05 FILLER PIC X(15) VALUE "BARBARA".
           05 FILLER PIC X(15) VALUE "RICHARD".
           05 FILLER PIC X(15) VALUE "SUSAN".
           05 FILLER PIC X(15) VALUE "JOSEPH".
           05 FILLER PIC X(15) VALUE "JESSICA".
           05 FILLER PIC X(15) VALUE "THOMAS".
           05 FILLER PIC X(15) VALUE "KAREN".
           05 FILLER PIC X(15) VALUE "CHARLES".
           05 FILLER PIC X(15) VALUE "NANCY".
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05 WS-FIRST-NAME   PIC X(15) OCCURS 20 TIMES.

       01 WS-LAST-NAME-VALUES.
           05 FILLER PIC X(15) VALUE "SMITH".
           05 FILLER PIC X(15) VALUE "JOHNSON".
           05 FILLER PIC X(15) VALUE "WILLIAMS".
           05 FILLER PIC X(15) VALUE "BROWN".
           05 FILLER PIC X(15) VALUE "JONES".
           05 FILLER PIC X(15) VALUE "GARCIA".
           05 FILLER PIC X(15) VALUE "MILLER".
           05 FILLER PIC X(15) VALUE "DAVIS".
           05 FILLER PIC X(15) VALUE "RODRIGUEZ".
           05 FILLER PIC X(15) VALUE "MARTINEZ".
           05 FILLER PIC X(15) VALUE "HERNANDEZ".
           05 FILLER PIC X(15) VALUE "LOPEZ".
           05 FILLER PIC X(15) VALUE "WILSON".
           05 FILLER PIC X(15) VALUE "ANDERSON".
           05 FILLER PIC X(15) VALUE "TAYLOR".
           05 FILLER PIC X(15) VALUE "MOORE".
           05 FILLER PIC X(15) VALUE "JACKSON".
           05 FILLER PIC X(15) VALUE "MARTIN".
           05 FILLER PIC X(15) VALUE "LEE".
           05 FILLER PIC X(15) VALUE "THOMPSON".
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05 WS-LAST-NAME    PIC X(15) OCCURS 20 TIMES.

       01 WS-STREET-VALUES.
           05 FILLER PIC X(16) VALUE "MAIN STREET".
           05 FILLER PIC X(16) VALUE "OAK AVENUE".
           05 FILLER PIC X(16) VALUE "PINE STREET".
           05 FILLER PIC X(16) VALUE "MAPLE DRIVE".
           05 FILLER PIC X(16) VALUE "CEDAR LANE".
           05 FILLER PIC X(16) VALUE "ELM STREET".
           05 FILLER PIC X(16) VALUE "WASHINGTON AVE".
           05 FILLER PIC X(16) VALUE "LAKE ROAD".
           05 FILLER PIC X(16) VALUE "HILL STREET".
           05 FILLER PIC X(16) VALUE "PARK AVENUE".
       01 WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05 WS-STREET-NAME  PIC X(16) OCCURS 10 TIMES.

       01 WS-CITY-VALUES.
           05 FILLER PIC X(20) VALUE "SPRINGFIELD".
           05 FILLER PIC 9(3)  VALUE 217.
           05 FILLER PIC X(20) VALUE "RIVERSIDE".
           05 FILLER PIC 9(3)  VALUE 951.
           05 FILLER PIC X(20) VALUE "FAIRVIEW".
           05 FILLER PIC 9(3)  VALUE 615.
           05 FILLER PIC X(20) VALUE "GREENVILLE".
           05 FILLER PIC 9(3)  VALUE 864.
           05 FILLER PIC X(20) VALUE "FRANKLIN".
           05 FILLER PIC 9(3)  VALUE 508.
           05 FILLER PIC X(20) VALUE "CLINTON".
           05 FILLER PIC 9(3)  VALUE 319.
           05 FILLER PIC X(20) VALUE "MADISON".
           05 FILLER PIC 9(3)  VALUE 608.
           05 FILLER PIC X(20) VALUE "GEORGETOWN".
           05 FILLER PIC 9(3)  VALUE 512.
           05 FILLER PIC X(20) VALUE "ARLINGTON".
           05 FILLER PIC 9(3)  VALUE 703.
           05 FILLER PIC X(20) VALUE "SALEM".
           05 FILLER PIC 9(3)  VALUE 503.
       01 WS-CITY-TABLE REDEFINES WS-CITY-VALUES.
           05 WS-CITY-ENTRY OCCURS 10 TIMES.
              10 WS-CITY-NAME   PIC X(20).
              10 WS-AREA-CODE   PIC 9(3).

      *    THE FILES COPIED, IN CERTIFICATE ORDER: PRODUCTION NAME,
      *    TEST NAME, THE KEY KEPT AND THE FIELDS MASKED.
       01 WS-FILE-VALUES.
           05 FILLER PIC X(18) VALUE "EMPLOYEE-MASTER".
           05 FILLER PIC X(22) VALUE "TEST-EMPLOYEE-MASTER".
           05 FILLER PIC X(16) VALUE "EMPLOYEE-ID".
           05 FILLER PIC X(66) VALUE
              "FIRST-NAME LAST-NAME STREET-ADDRESS CITY SALARY".
           05 FILLER PIC X(18) VALUE "EMPLOYEE-BANK".
           05 FILLER PIC X(22) VALUE "TEST-EMPLOYEE-BANK".
           05 FILLER PIC X(16) VALUE "EB-EMPLOYEE-ID".
           05 FILLER PIC X(66) VALUE
              "EB-ROUTING-NUMBER EB-ACCOUNT-NUMBER".
           05 FILLER PIC X(18) VALUE "CUSTOMER-MASTER".
           05 FILLER PIC X(22) VALUE "TEST-CUSTOMER-MASTER".
           05 FILLER PIC X(16) VALUE "CUSTOMER-ID".
           05 FILLER PIC X(66) VALUE
              "CUSTOMER-NAME, -STREET, -CITY, -PHONE, -EMAIL".
           05 FILLER PIC X(18) VALUE "APPLICANT-MASTER".
           05 FILLER PIC X(22) VALUE "TEST-APPLICANT-MASTER".
           05 FILLER PIC X(16) VALUE "AM-APPLICANT-ID".
           05 FILLER PIC X(66) VALUE
              "AM-NAME AM-STREET-ADDRESS AM-CITY AM-DOB (DAY) AM-EMAIL".
       01 WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
           05 WS-FILE-ENTRY OCCURS 4 TIMES.
              10 WS-FILE-PROD     PIC X(18).
              10 WS-FILE-TEST     PIC X(22).
              10 WS-FILE-KEY      PIC X(16).
              10 WS-FILE-FIELDS   PIC X(66).
       01 WS-FILE-COUNTS.
           05 WS-FILE-COUNT OCCURS 4 TIMES.
              10 WS-FILE-COPIED   PIC 9(7).
              10 WS-FILE-RESULT   PIC X(30).

       01 WS-CERT-HEADER.
           05 FILLER          PIC X(34) VALUE
              "MASKED TEST-DATA COPY CERTIFICATE".
           05 FILLER          PIC X(9)  VALUE "RUN DATE ".
           05 CH-DATE         PIC 9(8).
           05 FILLER          PIC X(6)  VALUE "  TIME".
           05 FILLER          PIC X     VALUE SPACE.
           05 CH-TIME         PIC 9(6).
       01 WS-CERT-FILE-LINE.
           05 FILLER          PIC X(6)  VALUE "FILE  ".
           05 CF-PROD         PIC X(18).
           05 FILLER          PIC X(4)  VALUE " TO ".
           05 CF-TEST         PIC X(22).
           05 FILLER          PIC X(8)  VALUE "RECORDS ".
           05 CF-COPIED       PIC Z(6)9.
       01 WS-CERT-KEY-LINE.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 FILLER          PIC X(16) VALUE "KEY UNCHANGED:".
           05 CK-KEY          PIC X(16).
           05 CK-RESULT       PIC X(30).
       01 WS-CERT-FIELD-LINE.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 FILLER          PIC X(8)  VALUE "MASKED:".
           05 CM-FIELDS       PIC X(66).
       01 WS-CERT-SALARY-LINE.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 CS-LABEL        PIC X(24).
           05 CS-AMOUNT       PIC -(10)9.99.

       PROCEDURE DIVISION.
           CALL "getdate" USING WS-RUN-DATE WS-RUN-TIME.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 4
               MOVE 0 TO WS-FILE-COPIED (WS-FILE-IDX)
               MOVE SPACES TO WS-FILE-RESULT (WS-FILE-IDX)
           END-PERFORM.
           OPEN OUTPUT CERT-FILE.
           IF WS-CERT-STATUS <> "00"
               DISPLAY "CANNOT OPEN MASK-CERTIFICATE, STATUS="
                       WS-CERT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 100-COPY-EMPLOYEES.
           IF WS-FATAL = "N"
               PERFORM 200-COPY-BANK-DETAILS
           END-IF.
           IF WS-FATAL = "N"
               PERFORM 300-COPY-CUSTOMERS
           END-IF.
           IF WS-FATAL = "N"
               PERFORM 400-COPY-APPLICANTS
           END-IF.
           PERFORM 800-WRITE-CERTIFICATE.
           CLOSE CERT-FILE.
           IF WS-FATAL = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOT-COPIED > 0
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "NOT EVERY MASTER WAS COPIED - SEE "
                           "MASK-CERTIFICATE."
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *****************************************************************
      *    EMPLOYEE-MASTER: NAME, STREET AND CITY REPLACED, SALARY
      *    SWUNG BY THE RECORD'S OWN PERCENTAGE.
      *****************************************************************
       100-COPY-EMPLOYEES.
           MOVE 1 TO WS-FILE-IDX.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS <> "00"
               PERFORM 890-NOT-COPIED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-EMPLOYEE.
           IF WS-TE-STATUS <> "00"
               DISPLAY "CANNOT OPEN TEST-EMPLOYEE-MASTER, STATUS="
                       WS-TE-STATUS
               CLOSE EMPLOYEE-MASTER
               PERFORM 895-TEST-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 110-MASK-EMPLOYEE
                       WRITE TEST-EMPLOYEE-RECORD FROM EMPLOYEE-RECORD
                       ADD 1 TO WS-FILE-COPIED (WS-FILE-IDX)
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-MASTER.
           CLOSE TEST-EMPLOYEE.

       110-MASK-EMPLOYEE.
           MOVE EMPLOYEE-ID TO WS-KEY-NUMBER.
           PERFORM 900-SEED-FROM-NUMBER.
           MOVE WS-FIRST-NAME (WS-FIRST-IDX) TO FIRST-NAME.
           MOVE WS-LAST-NAME (WS-LAST-IDX) TO LAST-NAME.
           IF STREET-ADDRESS <> SPACES
               PERFORM 910-FAKE-STREET
               MOVE WS-FAKE-STREET TO STREET-ADDRESS
           END-IF.
           IF CITY <> SPACES
               MOVE WS-CITY-NAME (WS-CITY-IDX) TO CITY
           END-IF.
           COMPUTE WS-SWING = FUNCTION MOD (WS-SEED, 51).
           IF WS-TEST-SALARY-TOTAL > WS-PROD-SALARY-TOTAL
               COMPUTE WS-SWING = 0 - WS-SWING
           END-IF.
           COMPUTE WS-NEW-SALARY ROUNDED =
               SALARY + SALARY * WS-SWING / 1000.
           IF WS-NEW-SALARY > 9999999.99
               MOVE 9999999.99 TO WS-NEW-SALARY
           END-IF.
           ADD SALARY TO WS-PROD-SALARY-TOTAL.
           MOVE WS-NEW-SALARY TO SALARY.
           ADD SALARY TO WS-TEST-SALARY-TOTAL.

      *****************************************************************
      *    EMPLOYEE-BANK: ROUTING AND ACCOUNT NUMBER REPLACED. THE
      *    SEED IS THE EMPLOYEE'S, SO THE SAME EMPLOYEE ALWAYS GETS
      *    THE SAME FAKE ACCOUNT.
      *****************************************************************
       200-COPY-BANK-DETAILS.
           MOVE 2 TO WS-FILE-IDX.
           OPEN INPUT EMPLOYEE-BANK.
           IF WS-EB-STATUS <> "00"
               PERFORM 890-NOT-COPIED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-BANK.
           IF WS-TB-STATUS <> "00"
               DISPLAY "CANNOT OPEN TEST-EMPLOYEE-BANK, STATUS="
                       WS-TB-STATUS
               CLOSE EMPLOYEE-BANK
               PERFORM 895-TEST-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ EMPLOYEE-BANK NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 210-MASK-BANK-DETAILS
                       WRITE TEST-BANK-RECORD
                           FROM EMPLOYEE-BANK-RECORD
                       ADD 1 TO WS-FILE-COPIED (WS-FILE-IDX)
               END-READ
           END-PERFORM.
           CLOSE EMPLOYEE-BANK.
           CLOSE TEST-BANK.

       210-MASK-BANK-DETAILS.
           MOVE EB-EMPLOYEE-ID TO WS-KEY-NUMBER.
           PERFORM 900-SEED-FROM-NUMBER.
           COMPUTE WS-DISTRICT = FUNCTION MOD (WS-SEED, 12) + 1.
           COMPUTE WS-ROUTING-BODY =
               FUNCTION MOD (WS-SEED * 7 + WS-KEY-NUMBER, 1000000).
           COMPUTE WS-ROUTING =
               WS-DISTRICT * 10000000 + WS-ROUTING-BODY * 10.
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4) + WS-RT-DIGIT (7))
             + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5) + WS-RT-DIGIT (8))
             + WS-RT-DIGIT (3) + WS-RT-DIGIT (6).
           COMPUTE WS-RT-DIGIT (9) =
               FUNCTION MOD (10 - FUNCTION MOD (WS-ROUTING-SUM, 10),
                             10).
           MOVE WS-ROUTING TO EB-ROUTING-NUMBER.
           COMPUTE WS-ACCOUNT-NUMBER =
               FUNCTION MOD (WS-SEED * 7727 + WS-KEY-NUMBER * 31,
                             1000000000000).
           MOVE WS-ACCOUNT-NUMBER TO EB-ACCOUNT-NUMBER.

      *****************************************************************
      *    CUSTOMER-MASTER: NAME, ADDRESS, PHONE AND EMAIL REPLACED.
      *****************************************************************
       300-COPY-CUSTOMERS.
           MOVE 3 TO WS-FILE-IDX.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CM-STATUS <> "00"
               PERFORM 890-NOT-COPIED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-CUSTOMER.
           IF WS-TC-STATUS <> "00"
               DISPLAY "CANNOT OPEN TEST-CUSTOMER-MASTER, STATUS="
                       WS-TC-STATUS
               CLOSE CUSTOMER-MASTER
               PERFORM 895-TEST-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 310-MASK-CUSTOMER
                       WRITE TEST-CUSTOMER-RECORD FROM CUSTOMER-RECORD
                       ADD 1 TO WS-FILE-COPIED (WS-FILE-IDX)
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.
           CLOSE TEST-CUSTOMER.

       310-MASK-CUSTOMER.
           MOVE CUSTOMER-ID TO WS-KEY-NUMBER.
           PERFORM 900-SEED-FROM-NUMBER.
           PERFORM 920-FAKE-FULL-NAME.
           MOVE WS-FAKE-NAME TO CUSTOMER-NAME.
           IF CUSTOMER-STREET <> SPACES
               PERFORM 910-FAKE-STREET
               MOVE WS-FAKE-STREET TO CUSTOMER-STREET
           END-IF.
           IF CUSTOMER-CITY <> SPACES
               MOVE WS-CITY-NAME (WS-CITY-IDX) TO CUSTOMER-CITY
           END-IF.
           IF CUSTOMER-PHONE <> 0
               COMPUTE CUSTOMER-PHONE =
                   WS-AREA-CODE (WS-CITY-IDX) * 10000000
                 + 5550100 + FUNCTION MOD (WS-SEED, 100)
           END-IF.
           IF CUSTOMER-EMAIL <> SPACES
               MOVE CUSTOMER-ID TO WS-ID-EDIT
               MOVE WS-ID-EDIT TO WS-ID-TEXT
               MOVE "CUST" TO WS-EMAIL-PREFIX
               PERFORM 930-FAKE-EMAIL
               MOVE WS-FAKE-EMAIL TO CUSTOMER-EMAIL
           END-IF.

      *****************************************************************
      *    APPLICANT-MASTER: NAME, ADDRESS AND EMAIL REPLACED; THE
      *    DATE OF BIRTH KEEPS ITS YEAR AND MONTH AND TAKES A NEW DAY.
      *****************************************************************
       400-COPY-APPLICANTS.
           MOVE 4 TO WS-FILE-IDX.
           OPEN INPUT APPLICANT-MASTER.
           IF WS-AM-STATUS <> "00"
               PERFORM 890-NOT-COPIED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEST-APPLICANT.
           IF WS-TA-STATUS <> "00"
               DISPLAY "CANNOT OPEN TEST-APPLICANT-MASTER, STATUS="
                       WS-TA-STATUS
               CLOSE APPLICANT-MASTER
               PERFORM 895-TEST-NOT-OPENED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               READ APPLICANT-MASTER NEXT RECORD
                   AT END
                       MOVE 1 TO WS-EOF
                   NOT AT END
                       PERFORM 410-MASK-APPLICANT
                       WRITE TEST-APPLICANT-RECORD
                           FROM APPLICANT-MASTER-RECORD
                       ADD 1 TO WS-FILE-COPIED (WS-FILE-IDX)
               END-READ
           END-PERFORM.
           CLOSE APPLICANT-MASTER.
           CLOSE TEST-APPLICANT.

       410-MASK-APPLICANT.
           MOVE AM-APPLICANT-ID TO WS-KEY-TEXT.
           PERFORM 905-SEED-FROM-TEXT.
           PERFORM 920-FAKE-FULL-NAME.
           MOVE WS-FAKE-NAME TO AM-NAME.
           IF AM-STREET-ADDRESS <> SPACES
               PERFORM 910-FAKE-STREET
               MOVE WS-FAKE-STREET TO AM-STREET-ADDRESS
           END-IF.
           IF AM-CITY <> SPACES
               MOVE WS-CITY-NAME (WS-CITY-IDX) TO AM-CITY
           END-IF.
           IF AM-DOB <> 0
               COMPUTE WS-DOB-DAY = FUNCTION MOD (WS-SEED, 28) + 1
               MOVE WS-DOB-DAY TO AM-DOB (7:2)
           END-IF.
           IF AM-EMAIL <> SPACES
               MOVE AM-APPLICANT-ID TO WS-ID-TEXT
               MOVE SPACES TO WS-EMAIL-PREFIX
               PERFORM 930-FAKE-EMAIL
               MOVE WS-FAKE-EMAIL TO AM-EMAIL
           END-IF.

      *****************************************************************
      *    THE CERTIFICATE: ONE BLOCK PER FILE, THE SALARY TOTALS,
      *    AND THE STATEMENT THAT THE KEYS AND LINKS ARE UNCHANGED.
      *****************************************************************
       800-WRITE-CERTIFICATE.
           MOVE WS-RUN-DATE TO CH-DATE.
           MOVE WS-RUN-TIME TO CH-TIME.
           WRITE CERT-RECORD FROM WS-CERT-HEADER.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 4
               MOVE SPACES TO CERT-RECORD
               WRITE CERT-RECORD
               MOVE WS-FILE-PROD (WS-FILE-IDX) TO CF-PROD
               MOVE WS-FILE-TEST (WS-FILE-IDX) TO CF-TEST
               MOVE WS-FILE-COPIED (WS-FILE-IDX) TO CF-COPIED
               WRITE CERT-RECORD FROM WS-CERT-FILE-LINE
               MOVE WS-FILE-FIELDS (WS-FILE-IDX) TO CM-FIELDS
               WRITE CERT-RECORD FROM WS-CERT-FIELD-LINE
               MOVE WS-FILE-KEY (WS-FILE-IDX) TO CK-KEY
               MOVE WS-FILE-RESULT (WS-FILE-IDX) TO CK-RESULT
               WRITE CERT-RECORD FROM WS-CERT-KEY-LINE
           END-PERFORM.
           MOVE SPACES TO CERT-RECORD.
           WRITE CERT-RECORD.
           MOVE "SALARY TOTAL PRODUCTION" TO CS-LABEL.
           MOVE WS-PROD-SALARY-TOTAL TO CS-AMOUNT.
           WRITE CERT-RECORD FROM WS-CERT-SALARY-LINE.
           MOVE "SALARY TOTAL TEST COPY" TO CS-LABEL.
           MOVE WS-TEST-SALARY-TOTAL TO CS-AMOUNT.
           WRITE CERT-RECORD FROM WS-CERT-SALARY-LINE.
           COMPUTE WS-SALARY-DIFF =
               WS-TEST-SALARY-TOTAL - WS-PROD-SALARY-TOTAL.
           MOVE "DIFFERENCE" TO CS-LABEL.
           MOVE WS-SALARY-DIFF TO CS-AMOUNT.
           WRITE CERT-RECORD FROM WS-CERT-SALARY-LINE.
           MOVE SPACES TO CERT-RECORD.
           WRITE CERT-RECORD.
           MOVE "KEYS ARE UNCHANGED, SO EMPLOYEE -> BANK AND CUSTOMER"
               TO CERT-RECORD.
           WRITE CERT-RECORD.
           MOVE "-> VOUCHER LINKS HOLD IN THE TEST COPIES."
               TO CERT-RECORD.
           WRITE CERT-RECORD.
           MOVE "THE PRODUCTION FILES WERE READ ONLY." TO CERT-RECORD.
           WRITE CERT-RECORD.

       890-NOT-COPIED.
           MOVE "  - MASTER NOT READ, NO COPY" TO
               WS-FILE-RESULT (WS-FILE-IDX).
           ADD 1 TO WS-NOT-COPIED.

       895-TEST-NOT-OPENED.
           MOVE "  - TEST COPY NOT OPENED" TO
               WS-FILE-RESULT (WS-FILE-IDX).
           MOVE "Y" TO WS-FATAL.

      *****************************************************************
      *    THE SEED: THE KEY SCATTERED OVER 0 - 999982 (A PRIME), SO
      *    NEIGHBOURING KEYS GET UNRELATED NAMES. A TEXT KEY IS FIRST
      *    FOLDED TO A NUMBER BYTE BY BYTE, AS THE VOUCHER CHECK
      *    DIGIT IS.
      *****************************************************************
       900-SEED-FROM-NUMBER.
           COMPUTE WS-STEP = WS-KEY-NUMBER * 40503 + 17.
           COMPUTE WS-SEED = FUNCTION MOD (WS-STEP, 999983).
           COMPUTE WS-FIRST-IDX = FUNCTION MOD (WS-SEED, 20) + 1.
           DIVIDE WS-SEED BY 20 GIVING WS-SEED-REST.
           COMPUTE WS-LAST-IDX = FUNCTION MOD (WS-SEED-REST, 20) + 1.
           DIVIDE WS-SEED-REST BY 20 GIVING WS-SEED-REST.
           COMPUTE WS-STREET-IDX = FUNCTION MOD (WS-SEED-REST, 10) + 1.
           COMPUTE WS-CITY-IDX =
               FUNCTION MOD (WS-SEED-REST / 10, 10) + 1.
           COMPUTE WS-HOUSE-NUMBER =
               FUNCTION MOD (WS-SEED * 13, 9800) + 100.

       905-SEED-FROM-TEXT.
           MOVE 0 TO WS-KEY-NUMBER.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 10
               COMPUTE WS-STEP = WS-KEY-NUMBER * 31
                   + FUNCTION ORD (WS-KEY-TEXT (WS-BYTE-IDX:1))
               COMPUTE WS-KEY-NUMBER = FUNCTION MOD (WS-STEP, 999983)
           END-PERFORM.
           PERFORM 900-SEED-FROM-NUMBER.

       910-FAKE-STREET.
           MOVE WS-HOUSE-NUMBER TO WS-HOUSE-EDIT.
           MOVE SPACES TO WS-FAKE-STREET.
           STRING FUNCTION TRIM (WS-HOUSE-EDIT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STREET-NAME (WS-STREET-IDX) DELIMITED BY "  "
                  INTO WS-FAKE-STREET
           END-STRING.

       920-FAKE-FULL-NAME.
           MOVE SPACES TO WS-FAKE-NAME.
           STRING WS-FIRST-NAME (WS-FIRST-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-LAST-NAME (WS-LAST-IDX) DELIMITED BY SPACE
                  INTO WS-FAKE-NAME
           END-STRING.

      *    ANY PREFIX AND THE KEY, SO EVERY TEST ADDRESS IS DIFFERENT
      *    AND GOES NOWHERE.
       930-FAKE-EMAIL.
           MOVE SPACES TO WS-FAKE-EMAIL.
           STRING WS-EMAIL-PREFIX DELIMITED BY SPACE
                  WS-ID-TEXT DELIMITED BY SPACE
                  "@EXAMPLE.COM" DELIMITED BY SIZE
                  INTO WS-FAKE-EMAIL
           END-STRING.
