      *    EMPLOYEE IDS VALIDATE AGAINST EMPLOYEE-MASTER AND PLAN
      *    CODES AGAINST THE PLAN MASTER; ENROLLMENTS ARE EFFECTIVE
      *    DATED AND END RATHER THAN DELETE, SO AN OLD PERIOD CAN
      *    STILL BE EXPLAINED. A RETIREMENT PLAN (TYPE "R") CARRIES
      *    ITS MATCH FORMULA AND VESTING SCHEDULE IN PLACE OF A FLAT
      *    COST, AND EACH ENROLLMENT IN ONE CARRIES THE EMPLOYEE'S
      *    DEFERRAL PERCENT, WHICH CAN BE CHANGED LATER. AN
      *    EMPLOYEE'S DEPENDENTS (benedep.cpy) ARE KEPT HERE TOO, EACH
      *    NAMING THE OPEN ENROLLMENTS IT IS COVERED UNDER, FOR THE
      *    CARRIER ELIGIBILITY FEEDS. THE OPERATOR SIGNS ON FIRST
      *    AND MAY NOT CHANGE THE ENROLLMENTS, DEFERRALS OR
      *    DEPENDENTS OF THEMSELVES OR THEIR OWN MANAGER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BE-KEY
               FILE STATUS IS WS-BE-STATUS.
           SELECT BEN-DEPENDENTS ASSIGN TO "BEN-DEPENDENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BD-KEY
               FILE STATUS IS WS-BD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMPLOYEE-ID
               FILE STATUS IS WS-EMP-STATUS.
           SELECT OPERATOR-CREDS-FILE ASSIGN TO "OPERATOR-CREDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRED-OPERATOR-ID
               FILE STATUS IS WS-CREDS-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "CHANGE-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-STATUS.
       FD  BEN-ENROLL.
           COPY "benenrl.cpy".

       FD  BEN-DEPENDENTS.
           COPY "benedep.cpy".

       FD  EMPLOYEE-MASTER.
           COPY "employee.cpy".

       FD  OPERATOR-CREDS-FILE.
           COPY "opercred.cpy".

       FD  CHANGE-LOG-FILE.
           COPY "changelog.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BP-STATUS        PIC XX.
       01 WS-BE-STATUS        PIC XX.
       01 WS-BD-STATUS        PIC XX.
       01 WS-EMP-STATUS       PIC XX.
       01 WS-CL-STATUS        PIC XX.
       01 WS-EMP-AVAILABLE    PIC X VALUE "N".
       01 WS-DONE             PIC 9(1) VALUE 0.
       01 WS-LIST-DONE        PIC 9(1) VALUE 0.
       01 WS-COST-INPUT       PIC 9(5)V99.
       01 WS-PCT-INPUT        PIC 9(3)V99.
       01 WS-VEST-INPUT       PIC 9(3).
       01 WS-VEST-IDX         PIC 9(1).
       01 WS-VEST-YEARS       PIC 9(1).
       01 WS-PCT-VALID        PIC X.
       01 WS-OLD-TYPE         PIC X.
       01 WS-OLD-MATCH        PIC 9(3)V99.
       01 WS-OLD-LIMIT        PIC 9(3)V99.
       01 WS-OLD-MAX-DEFER    PIC 9(3)V99.
       01 WS-OLD-DEFER        PIC 9(3)V99.
       01 WS-OLD-VEST-SCHEDULE.
           05 WS-OLD-VEST-PCT PIC 9(3) OCCURS 7 TIMES.
       01 WS-CL-OLD-PCT       PIC ZZ9.99.
       01 WS-CL-NEW-PCT       PIC ZZ9.99.
       01 WS-WANTED-ID        PIC 9(7).
       01 WS-OLD-DESC         PIC X(30).
       01 WS-OLD-COST         PIC S9(5)V99 COMP-3.
       01 WS-CL-FIELD-NAME    PIC X(15).
       01 WS-CL-OLD-DISP      PIC X(20).
       01 WS-CL-NEW-DISP      PIC X(20).
       01 WS-DEP-CHOICE       PIC 9(1).
       01 WS-DEP-SEQ          PIC 9(2).
       01 WS-NEXT-SEQ         PIC 9(3).
       01 WS-HAS-SPOUSE       PIC X.
       01 WS-PLANS-VALID      PIC X.
       01 WS-PLAN-IDX         PIC 9(1).
       01 WS-PLAN-CHK         PIC 9(1).
       01 WS-DEP-PLAN         PIC X(4).
       01 WS-TODAY            PIC 9(8).
       01 WS-NOW-TIME         PIC 9(6).
       01 WS-OLD-FIRST        PIC X(15).
       01 WS-OLD-LAST         PIC X(15).
       01 WS-OLD-BIRTH        PIC 9(8).
       01 WS-OLD-PLANS        PIC X(20).
       01 WS-CREDS-STATUS     PIC XX.
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-PIN              PIC X(4).
       01 WS-SIGNED-ON        PIC X VALUE "N".
           COPY "sodcheck.cpy".
      *****************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-DONE.
           PERFORM 0050-SIGN-ON.
           IF WS-SIGNED-ON <> "Y"
               DISPLAY "SIGN-ON FAILED. ENDING."
               GOBACK
           END-IF.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-MAIN-MENU UNTIL WS-DONE = 1.
           CLOSE BENEFIT-PLANS.
           CLOSE BEN-ENROLL.
           CLOSE BEN-DEPENDENTS.
           CLOSE CHANGE-LOG-FILE.
           IF WS-EMP-AVAILABLE = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           GOBACK.

      *    THE OPERATOR SIGNS ON HERE SO EVERY CHANGE CAN BE
      *    CHECKED AGAINST THEIR OWN EMPLOYEE RECORD (sodcheck).
       0050-SIGN-ON.
           OPEN INPUT OPERATOR-CREDS-FILE.
           IF WS-CREDS-STATUS <> "00"
               DISPLAY "OPERATOR-CREDS NOT AVAILABLE."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "OPERATOR ID: ".
           ACCEPT WS-OPERATOR-ID.
           DISPLAY "PIN: ".
           ACCEPT WS-PIN WITH NO-ECHO.
           MOVE WS-OPERATOR-ID TO CRED-OPERATOR-ID.
           READ OPERATOR-CREDS-FILE
               KEY IS CRED-OPERATOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CRED-STATUS = "A" AND CRED-PIN = WS-PIN
                       MOVE "Y" TO WS-SIGNED-ON
                   END-IF
           END-READ.
           CLOSE OPERATOR-CREDS-FILE.

       0100-OPEN-FILES.
           OPEN I-O BENEFIT-PLANS.
           IF WS-BP-STATUS = "35"
              CLOSE BEN-ENROLL
              OPEN I-O BEN-ENROLL
           END-IF.
           OPEN I-O BEN-DEPENDENTS.
           IF WS-BD-STATUS = "35"
              OPEN OUTPUT BEN-DEPENDENTS
              CLOSE BEN-DEPENDENTS
              OPEN I-O BEN-DEPENDENTS
           END-IF.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CL-STATUS <> "00"
              OPEN OUTPUT CHANGE-LOG-FILE
           DISPLAY "4. ENROLL EMPLOYEE".
           DISPLAY "5. END ENROLLMENT".
           DISPLAY "6. INQUIRE EMPLOYEE ENROLLMENTS".
           DISPLAY "7. CHANGE RETIREMENT DEFERRAL".
           DISPLAY "8. MAINTAIN DEPENDENTS".
           DISPLAY "9. EXIT".
           DISPLAY "SELECTION: ".
           ACCEPT WS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN 6
                   PERFORM 0750-INQUIRE-ENROLLMENTS
               WHEN 7
                   PERFORM 0760-CHANGE-DEFERRAL
               WHEN 8
                   PERFORM 0780-MAINTAIN-DEPENDENTS
               WHEN 9
                   MOVE 1 TO WS-DONE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
       0310-ADD-NEW-PLAN.
           DISPLAY "DESCRIPTION: ".
           ACCEPT BP-DESCRIPTION.
           DISPLAY "PLAN TYPE (R = RETIREMENT, BLANK = FLAT COST): ".
           ACCEPT BP-PLAN-TYPE.
           MOVE 0 TO BP-MATCH-PCT BP-MATCH-LIMIT-PCT BP-MAX-DEFER-PCT.
           MOVE ZEROS TO BP-VEST-SCHEDULE.
           IF BP-RETIREMENT-PLAN
               MOVE 0 TO BP-EMPLOYEE-COST
               PERFORM 0320-ACCEPT-RETIREMENT-TERMS
               IF WS-PCT-VALID <> "Y"
                   DISPLAY "PLAN NOT ADDED."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACE TO BP-PLAN-TYPE
               DISPLAY "EMPLOYEE COST PER PERIOD: "
               ACCEPT WS-COST-INPUT
               MOVE WS-COST-INPUT TO BP-EMPLOYEE-COST
           END-IF.
           WRITE BENEFIT-PLAN-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-BP-STATUS
                   PERFORM 0900-LOG-CHANGE
           END-WRITE.

      *    THE MATCH FORMULA AND THE VESTING SCHEDULE OF A
      *    RETIREMENT PLAN. PERCENTS RUN 0 TO 100 AND THE SCHEDULE
      *    MAY NOT STEP DOWN FROM ONE YEAR TO THE NEXT.
       0320-ACCEPT-RETIREMENT-TERMS.
           MOVE "N" TO WS-PCT-VALID.
           DISPLAY "EMPLOYER MATCH PCT OF DEFERRAL [" BP-MATCH-PCT
                   "]: ".
           ACCEPT WS-PCT-INPUT.
           IF WS-PCT-INPUT > 100
               DISPLAY "MATCH PCT OVER 100."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PCT-INPUT TO BP-MATCH-PCT.
           DISPLAY "MATCH DEFERRALS UP TO PCT OF PAY ["
                   BP-MATCH-LIMIT-PCT "]: ".
           ACCEPT WS-PCT-INPUT.
           IF WS-PCT-INPUT > 100
               DISPLAY "MATCH LIMIT PCT OVER 100."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PCT-INPUT TO BP-MATCH-LIMIT-PCT.
           DISPLAY "MAXIMUM DEFERRAL PCT OF PAY [" BP-MAX-DEFER-PCT
                   "]: ".
           ACCEPT WS-PCT-INPUT.
           IF WS-PCT-INPUT = 0 OR WS-PCT-INPUT > 100
               DISPLAY "MAXIMUM DEFERRAL MUST BE 0.01 TO 100."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PCT-INPUT TO BP-MAX-DEFER-PCT.
           DISPLAY "VESTED PCT BY COMPLETED YEARS OF SERVICE:".
           PERFORM VARYING WS-VEST-IDX FROM 1 BY 1
                   UNTIL WS-VEST-IDX > 7
               COMPUTE WS-VEST-YEARS = WS-VEST-IDX - 1
               IF WS-VEST-IDX = 7
                   DISPLAY "  6 OR MORE YEARS ["
                           BP-VEST-PCT (WS-VEST-IDX) "]: "
               ELSE
                   DISPLAY "  " WS-VEST-YEARS " YEARS ["
                           BP-VEST-PCT (WS-VEST-IDX) "]: "
               END-IF
               ACCEPT WS-VEST-INPUT
               IF WS-VEST-INPUT > 100
                   DISPLAY "VESTED PCT OVER 100."
                   EXIT PARAGRAPH
               END-IF
               IF WS-VEST-IDX > 1
                  AND WS-VEST-INPUT < BP-VEST-PCT (WS-VEST-IDX - 1)
                   DISPLAY "VESTING MAY NOT DROP WITH SERVICE."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-VEST-INPUT TO BP-VEST-PCT (WS-VEST-IDX)
           END-PERFORM.
           MOVE "Y" TO WS-PCT-VALID.

       0400-CHANGE-PLAN.
           DISPLAY "PLAN CODE TO CHANGE: ".
           ACCEPT BP-PLAN-CODE.
       0410-CHANGE-PLAN-FIELDS.
           MOVE BP-DESCRIPTION TO WS-OLD-DESC.
           MOVE BP-EMPLOYEE-COST TO WS-OLD-COST.
           MOVE BP-PLAN-TYPE TO WS-OLD-TYPE.
           MOVE BP-MATCH-PCT TO WS-OLD-MATCH.
           MOVE BP-MATCH-LIMIT-PCT TO WS-OLD-LIMIT.
           MOVE BP-MAX-DEFER-PCT TO WS-OLD-MAX-DEFER.
           MOVE BP-VEST-SCHEDULE TO WS-OLD-VEST-SCHEDULE.
           DISPLAY "DESCRIPTION [" BP-DESCRIPTION "]: ".
           ACCEPT BP-DESCRIPTION.
      *    THE PLAN TYPE IS FIXED ONCE ENROLLMENTS CAN EXIST.
           IF BP-RETIREMENT-PLAN
               PERFORM 0320-ACCEPT-RETIREMENT-TERMS
               IF WS-PCT-VALID <> "Y"
                   DISPLAY "PLAN NOT CHANGED."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "EMPLOYEE COST PER PERIOD: "
               ACCEPT WS-COST-INPUT
               MOVE WS-COST-INPUT TO BP-EMPLOYEE-COST
           END-IF.
           REWRITE BENEFIT-PLAN-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-BP-STATUS
               MOVE WS-CL-NEW-AMT    TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           IF BP-MATCH-PCT NOT = WS-OLD-MATCH
               MOVE "MATCH-PCT"      TO WS-CL-FIELD-NAME
               MOVE WS-OLD-MATCH     TO WS-CL-OLD-PCT
               MOVE BP-MATCH-PCT     TO WS-CL-NEW-PCT
               PERFORM 0430-LOG-PCT-CHANGE
           END-IF.
           IF BP-MATCH-LIMIT-PCT NOT = WS-OLD-LIMIT
               MOVE "MATCH-LIMIT"    TO WS-CL-FIELD-NAME
               MOVE WS-OLD-LIMIT     TO WS-CL-OLD-PCT
               MOVE BP-MATCH-LIMIT-PCT TO WS-CL-NEW-PCT
               PERFORM 0430-LOG-PCT-CHANGE
           END-IF.
           IF BP-MAX-DEFER-PCT NOT = WS-OLD-MAX-DEFER
               MOVE "MAX-DEFER-PCT"  TO WS-CL-FIELD-NAME
               MOVE WS-OLD-MAX-DEFER TO WS-CL-OLD-PCT
               MOVE BP-MAX-DEFER-PCT TO WS-CL-NEW-PCT
               PERFORM 0430-LOG-PCT-CHANGE
           END-IF.
           PERFORM VARYING WS-VEST-IDX FROM 1 BY 1
                   UNTIL WS-VEST-IDX > 7
               IF BP-VEST-PCT (WS-VEST-IDX)
                       NOT = WS-OLD-VEST-PCT (WS-VEST-IDX)
                   COMPUTE WS-VEST-YEARS = WS-VEST-IDX - 1
                   MOVE SPACES TO WS-CL-FIELD-NAME
                   STRING "VEST-PCT-YEAR-" DELIMITED BY SIZE
                          WS-VEST-YEARS DELIMITED BY SIZE
                          INTO WS-CL-FIELD-NAME
                   END-STRING
                   MOVE WS-OLD-VEST-PCT (WS-VEST-IDX)
                       TO WS-CL-OLD-DISP
                   MOVE BP-VEST-PCT (WS-VEST-IDX) TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-CHANGE
               END-IF
           END-PERFORM.

       0430-LOG-PCT-CHANGE.
           MOVE WS-CL-OLD-PCT TO WS-CL-OLD-DISP.
           MOVE WS-CL-NEW-PCT TO WS-CL-NEW-DISP.
           PERFORM 0900-LOG-CHANGE.

       0500-LIST-PLANS.
           MOVE LOW-VALUES TO BP-PLAN-CODE.
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF BP-RETIREMENT-PLAN
                           DISPLAY BP-PLAN-CODE " " BP-DESCRIPTION
                                   " RETIREMENT MATCH: " BP-MATCH-PCT
                                   " UP TO: " BP-MATCH-LIMIT-PCT
                                   " MAX: " BP-MAX-DEFER-PCT
                                   " VEST: " BP-VEST-SCHEDULE
                       ELSE
                           DISPLAY BP-PLAN-CODE " " BP-DESCRIPTION
                                   " COST: " BP-EMPLOYEE-COST
                       END-IF
               END-READ
           END-PERFORM.

                       " NOT ON EMPLOYEE-MASTER. ENROLL REJECTED."
               EXIT PARAGRAPH
           END-IF.
           MOVE BE-EMPLOYEE-ID TO SOD-EMPLOYEE-ID.
           MOVE "ENROLL" TO SOD-ACTION.
           PERFORM 0850-CHECK-SEGREGATION.
           IF SOD-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PLAN CODE: ".
           ACCEPT BE-PLAN-CODE.
           MOVE BE-PLAN-CODE TO BP-PLAN-CODE.
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO BE-END-DATE.
           MOVE 0 TO BE-DEFER-PCT.
           IF BP-RETIREMENT-PLAN
               PERFORM 0770-ACCEPT-DEFERRAL
               IF WS-PCT-VALID <> "Y"
                   DISPLAY "ENROLL REJECTED."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           WRITE BEN-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "EMPLOYEE " BE-EMPLOYEE-ID " ALREADY "
       0700-END-ENROLLMENT.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT BE-EMPLOYEE-ID.
           MOVE BE-EMPLOYEE-ID TO SOD-EMPLOYEE-ID.
           MOVE "ENDENROL" TO SOD-ACTION.
           PERFORM 0850-CHECK-SEGREGATION.
           IF SOD-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PLAN CODE: ".
           ACCEPT BE-PLAN-CODE.
           READ BEN-ENROLL
                                   BE-PLAN-CODE
                                   " EFF " BE-EFF-DATE
                                   " END " BE-END-DATE
                                   " DEFER PCT " BE-DEFER-PCT
                       END-IF
               END-READ
           END-PERFORM.

      *    AN EMPLOYEE'S DEFERRAL ELECTION ON A RETIREMENT PLAN
      *    TAKES EFFECT FROM THE NEXT REGISTER RUN.
       0760-CHANGE-DEFERRAL.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT BE-EMPLOYEE-ID.
           MOVE BE-EMPLOYEE-ID TO SOD-EMPLOYEE-ID.
           MOVE "DEFERRAL" TO SOD-ACTION.
           PERFORM 0850-CHECK-SEGREGATION.
           IF SOD-RESULT NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PLAN CODE: ".
           ACCEPT BE-PLAN-CODE.
           READ BEN-ENROLL
               KEY IS BE-KEY
               INVALID KEY
                   DISPLAY "NO ENROLLMENT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF BE-END-DATE NOT = 0
               DISPLAY "ENROLLMENT ENDED " BE-END-DATE
                       ". DEFERRAL NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           MOVE BE-PLAN-CODE TO BP-PLAN-CODE.
           READ BENEFIT-PLANS
               KEY IS BP-PLAN-CODE
               INVALID KEY
                   DISPLAY "PLAN " BE-PLAN-CODE " NOT ON FILE."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT BP-RETIREMENT-PLAN
               DISPLAY "PLAN " BP-PLAN-CODE
                       " IS NOT A RETIREMENT PLAN."
               EXIT PARAGRAPH
           END-IF.
           MOVE BE-DEFER-PCT TO WS-OLD-DEFER.
           PERFORM 0770-ACCEPT-DEFERRAL.
           IF WS-PCT-VALID <> "Y"
               DISPLAY "DEFERRAL NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           REWRITE BEN-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-BE-STATUS
               NOT INVALID KEY
                   DISPLAY "DEFERRAL CHANGED."
                   MOVE "BENENROL" TO WS-CL-KEY-TYPE
                   MOVE BE-EMPLOYEE-ID TO WS-CL-KEY-VALUE
                   MOVE "CHANGE" TO WS-CL-ACTION
                   MOVE SPACES TO WS-CL-FIELD-NAME
                   STRING BE-PLAN-CODE DELIMITED BY SPACE
                          " DEFER-PCT" DELIMITED BY SIZE
                          INTO WS-CL-FIELD-NAME
                   END-STRING
                   MOVE WS-OLD-DEFER TO WS-CL-OLD-PCT
                   MOVE BE-DEFER-PCT TO WS-CL-NEW-PCT
                   PERFORM 0430-LOG-PCT-CHANGE
           END-REWRITE.

       0770-ACCEPT-DEFERRAL.
           MOVE "N" TO WS-PCT-VALID.
           DISPLAY "DEFERRAL PCT OF PAY (MAX " BP-MAX-DEFER-PCT
                   ") [" BE-DEFER-PCT "]: ".
           ACCEPT WS-PCT-INPUT.
           IF WS-PCT-INPUT > BP-MAX-DEFER-PCT
               DISPLAY "DEFERRAL OVER THE PLAN MAXIMUM OF "
                       BP-MAX-DEFER-PCT "."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PCT-INPUT TO BE-DEFER-PCT.
           MOVE "Y" TO WS-PCT-VALID.

      *    DEPENDENTS OF ONE EMPLOYEE. THE SEQUENCE NUMBER IS
      *    ASSIGNED HERE AND NEVER REUSED; COVERAGE ENDS RATHER
      *    THAN THE RECORD BEING DELETED, AS FOR ENROLLMENTS.
       0780-MAINTAIN-DEPENDENTS.
           DISPLAY "EMPLOYEE ID: ".
           ACCEPT BE-EMPLOYEE-ID.
           PERFORM 0800-VALIDATE-EMPLOYEE.
           IF WS-EMP-FOUND <> "Y"
               DISPLAY "EMPLOYEE " BE-EMPLOYEE-ID
                       " NOT ON EMPLOYEE-MASTER."
               EXIT PARAGRAPH
           END-IF.
           MOVE BE-EMPLOYEE-ID TO WS-WANTED-ID.
           DISPLAY "1. ADD DEPENDENT".
           DISPLAY "2. CHANGE DEPENDENT".
           DISPLAY "3. END DEPENDENT COVERAGE".
           DISPLAY "4. LIST DEPENDENTS".
           DISPLAY "SELECTION: ".
           ACCEPT WS-DEP-CHOICE.
           IF WS-DEP-CHOICE >= 1 AND WS-DEP-CHOICE <= 3
               MOVE WS-WANTED-ID TO SOD-EMPLOYEE-ID
               MOVE "DEPENDNT" TO SOD-ACTION
               PERFORM 0850-CHECK-SEGREGATION
               IF SOD-RESULT NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE WS-DEP-CHOICE
               WHEN 1
                   PERFORM 0782-ADD-DEPENDENT
               WHEN 2
                   PERFORM 0784-CHANGE-DEPENDENT
               WHEN 3
                   PERFORM 0786-END-DEPENDENT
               WHEN 4
                   PERFORM 0788-LIST-DEPENDENTS
               WHEN OTHER
                   DISPLAY "INVALID SELECTION."
           END-EVALUATE.

      *    ONE SPOUSE OR DOMESTIC PARTNER AT A TIME; THE FORMER ONE'S
      *    COVERAGE HAS TO BE ENDED FIRST.
       0782-ADD-DEPENDENT.
           PERFORM 0789-SCAN-DEPENDENTS.
           IF WS-NEXT-SEQ > 99
               DISPLAY "DEPENDENT NUMBERS EXHAUSTED FOR EMPLOYEE "
                       WS-WANTED-ID "."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BEN-DEPENDENT-RECORD.
           MOVE WS-WANTED-ID TO BD-EMPLOYEE-ID.
           MOVE WS-NEXT-SEQ TO BD-DEP-SEQ.
           DISPLAY "FIRST NAME: ".
           ACCEPT BD-FIRST-NAME.
           DISPLAY "LAST NAME: ".
           ACCEPT BD-LAST-NAME.
           DISPLAY "RELATIONSHIP (S = SPOUSE, C = CHILD, "
                   "D = DOMESTIC PARTNER): ".
           ACCEPT BD-RELATIONSHIP.
           IF NOT BD-VALID-RELATION
               DISPLAY "RELATIONSHIP MUST BE S, C OR D. NOT ADDED."
               EXIT PARAGRAPH
           END-IF.
           IF (BD-SPOUSE OR BD-PARTNER) AND WS-HAS-SPOUSE = "Y"
               DISPLAY "A SPOUSE OR PARTNER IS ALREADY COVERED. "
                       "NOT ADDED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0791-ACCEPT-BIRTH-DATE.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "NOT ADDED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0792-ACCEPT-COVERED-PLANS.
           IF WS-PLANS-VALID <> "Y"
               DISPLAY "NOT ADDED."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO BD-END-DATE.
           CALL "getdate" USING BD-CHANGE-DATE BD-CHANGE-TIME.
           WRITE BEN-DEPENDENT-RECORD
               INVALID KEY
                   DISPLAY "ADD FAILED, STATUS=" WS-BD-STATUS
               NOT INVALID KEY
                   DISPLAY "DEPENDENT " BD-DEP-SEQ " ADDED."
                   MOVE "BENDEP" TO WS-CL-KEY-TYPE
                   MOVE BD-KEY TO WS-CL-KEY-VALUE
                   MOVE "ADD" TO WS-CL-ACTION
                   MOVE "RECORD" TO WS-CL-FIELD-NAME
                   MOVE SPACES TO WS-CL-OLD-DISP
                   MOVE BD-COVERED-PLANS TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-CHANGE
           END-WRITE.

       0784-CHANGE-DEPENDENT.
           PERFORM 0787-READ-DEPENDENT.
           IF WS-BD-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           IF BD-END-DATE NOT = 0
               DISPLAY "COVERAGE ENDED " BD-END-DATE
                       ". DEPENDENT NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           MOVE BD-FIRST-NAME TO WS-OLD-FIRST.
           MOVE BD-LAST-NAME TO WS-OLD-LAST.
           MOVE BD-BIRTH-DATE TO WS-OLD-BIRTH.
           MOVE BD-COVERED-PLANS TO WS-OLD-PLANS.
           DISPLAY "FIRST NAME [" BD-FIRST-NAME "]: ".
           ACCEPT BD-FIRST-NAME.
           DISPLAY "LAST NAME [" BD-LAST-NAME "]: ".
           ACCEPT BD-LAST-NAME.
           DISPLAY "CURRENT BIRTH DATE " BD-BIRTH-DATE.
           PERFORM 0791-ACCEPT-BIRTH-DATE.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "DEPENDENT NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CURRENT COVERED PLANS " BD-COVERED-PLANS.
           PERFORM 0792-ACCEPT-COVERED-PLANS.
           IF WS-PLANS-VALID <> "Y"
               DISPLAY "DEPENDENT NOT CHANGED."
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING BD-CHANGE-DATE BD-CHANGE-TIME.
           REWRITE BEN-DEPENDENT-RECORD
               INVALID KEY
                   DISPLAY "CHANGE FAILED, STATUS=" WS-BD-STATUS
               NOT INVALID KEY
                   DISPLAY "DEPENDENT " BD-DEP-SEQ " UPDATED."
                   PERFORM 0785-LOG-DEPENDENT-CHANGES
           END-REWRITE.

       0785-LOG-DEPENDENT-CHANGES.
           MOVE "BENDEP" TO WS-CL-KEY-TYPE.
           MOVE BD-KEY TO WS-CL-KEY-VALUE.
           MOVE "CHANGE" TO WS-CL-ACTION.
           IF BD-FIRST-NAME NOT = WS-OLD-FIRST
               MOVE "FIRST-NAME"    TO WS-CL-FIELD-NAME
               MOVE WS-OLD-FIRST    TO WS-CL-OLD-DISP
               MOVE BD-FIRST-NAME   TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           IF BD-LAST-NAME NOT = WS-OLD-LAST
               MOVE "LAST-NAME"     TO WS-CL-FIELD-NAME
               MOVE WS-OLD-LAST     TO WS-CL-OLD-DISP
               MOVE BD-LAST-NAME    TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           IF BD-BIRTH-DATE NOT = WS-OLD-BIRTH
               MOVE "BIRTH-DATE"    TO WS-CL-FIELD-NAME
               MOVE WS-OLD-BIRTH    TO WS-CL-OLD-DISP
               MOVE BD-BIRTH-DATE   TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.
           IF BD-COVERED-PLANS NOT = WS-OLD-PLANS
               MOVE "COVERED-PLANS" TO WS-CL-FIELD-NAME
               MOVE WS-OLD-PLANS    TO WS-CL-OLD-DISP
               MOVE BD-COVERED-PLANS TO WS-CL-NEW-DISP
               PERFORM 0900-LOG-CHANGE
           END-IF.

       0786-END-DEPENDENT.
           PERFORM 0787-READ-DEPENDENT.
           IF WS-BD-STATUS <> "00"
               EXIT PARAGRAPH
           END-IF.
           IF BD-END-DATE NOT = 0
               DISPLAY "COVERAGE ALREADY ENDED " BD-END-DATE "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "END DATE (YYYYMMDD): ".
           ACCEPT BD-END-DATE.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION BD-END-DATE
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "END DATE " BD-END-DATE
                       " IS NOT A CALENDAR DATE. NOT ENDED."
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING BD-CHANGE-DATE BD-CHANGE-TIME.
           REWRITE BEN-DEPENDENT-RECORD
               INVALID KEY
                   DISPLAY "END FAILED, STATUS=" WS-BD-STATUS
               NOT INVALID KEY
                   DISPLAY "DEPENDENT COVERAGE ENDED."
                   MOVE "BENDEP" TO WS-CL-KEY-TYPE
                   MOVE BD-KEY TO WS-CL-KEY-VALUE
                   MOVE "CHANGE" TO WS-CL-ACTION
                   MOVE "END-DATE" TO WS-CL-FIELD-NAME
                   MOVE "OPEN" TO WS-CL-OLD-DISP
                   MOVE BD-END-DATE TO WS-CL-NEW-DISP
                   PERFORM 0900-LOG-CHANGE
           END-REWRITE.

       0787-READ-DEPENDENT.
           DISPLAY "DEPENDENT NUMBER: ".
           ACCEPT WS-DEP-SEQ.
           MOVE WS-WANTED-ID TO BD-EMPLOYEE-ID.
           MOVE WS-DEP-SEQ TO BD-DEP-SEQ.
           READ BEN-DEPENDENTS
               KEY IS BD-KEY
               INVALID KEY
                   DISPLAY "NO DEPENDENT " WS-DEP-SEQ " FOR EMPLOYEE "
                           WS-WANTED-ID "."
           END-READ.

       0788-LIST-DEPENDENTS.
           MOVE WS-WANTED-ID TO BD-EMPLOYEE-ID.
           MOVE 0 TO BD-DEP-SEQ.
           MOVE 0 TO WS-LIST-DONE.
           START BEN-DEPENDENTS KEY IS >= BD-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ BEN-DEPENDENTS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF BD-EMPLOYEE-ID NOT = WS-WANTED-ID
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           DISPLAY BD-DEP-SEQ " " BD-RELATIONSHIP " "
                                   BD-FIRST-NAME " " BD-LAST-NAME
                                   " BORN " BD-BIRTH-DATE
                                   " END " BD-END-DATE
                           DISPLAY "     PLANS " BD-COVERED-PLANS
                       END-IF
               END-READ
           END-PERFORM.

      *    NEXT FREE DEPENDENT NUMBER, AND WHETHER A SPOUSE OR
      *    PARTNER IS STILL COVERED.
       0789-SCAN-DEPENDENTS.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE "N" TO WS-HAS-SPOUSE.
           MOVE WS-WANTED-ID TO BD-EMPLOYEE-ID.
           MOVE 0 TO BD-DEP-SEQ.
           MOVE 0 TO WS-LIST-DONE.
           START BEN-DEPENDENTS KEY IS >= BD-KEY
               INVALID KEY
                   MOVE 1 TO WS-LIST-DONE
           END-START.
           PERFORM UNTIL WS-LIST-DONE = 1
               READ BEN-DEPENDENTS NEXT RECORD
                   AT END
                       MOVE 1 TO WS-LIST-DONE
                   NOT AT END
                       IF BD-EMPLOYEE-ID NOT = WS-WANTED-ID
                           MOVE 1 TO WS-LIST-DONE
                       ELSE
                           IF BD-DEP-SEQ = 99
                               MOVE 1 TO WS-LIST-DONE
                               MOVE 100 TO WS-NEXT-SEQ
                           ELSE
                               COMPUTE WS-NEXT-SEQ = BD-DEP-SEQ + 1
                           END-IF
                           IF (BD-SPOUSE OR BD-PARTNER)
                              AND BD-END-DATE = 0
                               MOVE "Y" TO WS-HAS-SPOUSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    A BIRTH DATE HAS TO BE A CALENDAR DATE NOT AFTER TODAY.
       0791-ACCEPT-BIRTH-DATE.
           DISPLAY "BIRTH DATE (YYYYMMDD): ".
           ACCEPT BD-BIRTH-DATE.
           MOVE "VALD" TO WS-DATE-FUNCTION.
           CALL "dateserv" USING WS-DATE-FUNCTION BD-BIRTH-DATE
               WS-DATE-2 WS-DATE-DAYS WS-DATE-RESULT.
           IF WS-DATE-RESULT <> "Y"
               DISPLAY "BIRTH DATE " BD-BIRTH-DATE
                       " IS NOT A CALENDAR DATE."
               EXIT PARAGRAPH
           END-IF.
           CALL "getdate" USING WS-TODAY WS-NOW-TIME.
           IF BD-BIRTH-DATE > WS-TODAY
               DISPLAY "BIRTH DATE " BD-BIRTH-DATE " IS IN THE FUTURE."
               MOVE "N" TO WS-DATE-RESULT
           END-IF.

      *    EVERY COVERED PLAN MUST BE AN OPEN ENROLLMENT OF THE
      *    EMPLOYEE; A BLANK CODE ENDS THE LIST.
       0792-ACCEPT-COVERED-PLANS.
           MOVE "N" TO WS-PLANS-VALID.
           MOVE SPACES TO BD-COVERED-PLANS.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > 5
               DISPLAY "COVERED PLAN " WS-PLAN-IDX
                       " (BLANK TO FINISH): "
               ACCEPT WS-DEP-PLAN
               IF WS-DEP-PLAN = SPACES
                   EXIT PERFORM
               END-IF
               MOVE WS-WANTED-ID TO BE-EMPLOYEE-ID
               MOVE WS-DEP-PLAN TO BE-PLAN-CODE
               READ BEN-ENROLL
                   KEY IS BE-KEY
                   INVALID KEY
                       DISPLAY "EMPLOYEE IS NOT ENROLLED IN PLAN "
                               WS-DEP-PLAN "."
                       EXIT PARAGRAPH
               END-READ
               IF BE-END-DATE NOT = 0
                   DISPLAY "ENROLLMENT IN PLAN " WS-DEP-PLAN
                           " ENDED " BE-END-DATE "."
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PLAN-CHK FROM 1 BY 1
                       UNTIL WS-PLAN-CHK >= WS-PLAN-IDX
                   IF BD-PLAN-CODE (WS-PLAN-CHK) = WS-DEP-PLAN
                       DISPLAY "PLAN " WS-DEP-PLAN " ALREADY LISTED."
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
               MOVE WS-DEP-PLAN TO BD-PLAN-CODE (WS-PLAN-IDX)
           END-PERFORM.
           IF BD-PLAN-CODE (1) = SPACES
               DISPLAY "AT LEAST ONE COVERED PLAN IS REQUIRED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PLANS-VALID.

       0800-VALIDATE-EMPLOYEE.
           IF WS-EMP-AVAILABLE <> "Y"
               MOVE "Y" TO WS-EMP-FOUND
                   MOVE "Y" TO WS-EMP-FOUND
           END-READ.

      *    NOBODY MAINTAINS THEIR OWN RECORDS OR THEIR OWN
      *    MANAGER'S; sodcheck LOGS EVERY REFUSAL.
       0850-CHECK-SEGREGATION.
           MOVE WS-OPERATOR-ID TO SOD-OPERATOR-ID.
           MOVE "benefit_maint" TO SOD-PROGRAM.
           CALL "sodcheck" USING SOD-CHECK.
           IF SOD-RESULT NOT = "Y"
               DISPLAY "EMPLOYEE " SOD-EMPLOYEE-ID " - " SOD-DETAIL
                       ". NOT ALLOWED."
           END-IF.

       0900-LOG-CHANGE.
           MOVE SPACES           TO CHANGE-LOG-RECORD.
           MOVE WS-CL-KEY-TYPE   TO CL-KEY-TYPE.
