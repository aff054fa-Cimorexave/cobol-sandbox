      *      SECTION 2 - VOUCHER VOIDS, OVERRIDES AND MAKER/CHECKER
      *                  APPROVAL ENTRIES FROM THE CHANGE-LOG;
      *      SECTION 3 - SIGN-ON HISTORY FOR PRIVILEGED (ADMIN-ROLE)
      *                  OPERATORS FROM THE SESSION-JOURNAL;
      *      SECTION 4 - QUARTERLY ACCESS RECERTIFICATION OUTCOMES
      *                  (KEPT / CHANGED, REVOKED, SUSPENDED) FROM
      *                  THE CHANGE-LOG ENTRIES access_recert WRITES.
      *    EACH SECTION CARRIES A RECORD COUNT AND A HASH TOTAL ON
      *    THE AUDIT-EVIDENCE FILE, AND THE MANIFEST REPORT LISTS
      *    THEM FOR THE AUDITORS TO TICK OFF.
           PERFORM 100-SECTION-SALARY-CHANGES.
           PERFORM 200-SECTION-VOIDS-OVERRIDES.
           PERFORM 300-SECTION-ADMIN-SIGNONS.
           PERFORM 400-SECTION-ACCESS-RECERT.
           CLOSE EVIDENCE-FILE.
           CLOSE MANIFEST-FILE.
           DISPLAY "AUDIT EVIDENCE PACKAGE COMPLETE.".
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       400-SECTION-ACCESS-RECERT.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE 0 TO WS-SEC-HASH.
           MOVE 4 TO SH-SECTION.
           MOVE "ACCESS RECERTIFICATION OUTCOMES" TO SH-TITLE.
           WRITE EVIDENCE-RECORD FROM WS-SECTION-HDR.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CL-STATUS = "00"
               MOVE 0 TO WS-EOF
               PERFORM 410-SCAN-ONE-RECERT UNTIL WS-EOF = 1
               CLOSE CHANGE-LOG-FILE
           END-IF.
           MOVE 4 TO ST-SECTION.
           MOVE WS-SEC-COUNT TO ST-COUNT.
           MOVE WS-SEC-HASH TO ST-HASH.
           WRITE EVIDENCE-RECORD FROM WS-SECTION-TRL.
           MOVE 4 TO ML-SECTION.
           MOVE SH-TITLE TO ML-TITLE.
           MOVE WS-SEC-COUNT TO ML-COUNT.
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-LINE.

      *    THE HASH FOR THIS SECTION IS THE SUM OF THE CHANGE TIMES,
      *    AS FOR THE SIGN-ONS IN SECTION 3.
       410-SCAN-ONE-RECERT.
           READ CHANGE-LOG-FILE
               AT END
                   MOVE 1 TO WS-EOF
               NOT AT END
                   IF CL-CHANGE-DATE >= WS-FROM-DATE
                      AND CL-CHANGE-DATE <= WS-TO-DATE
                      AND CL-KEY-TYPE = "OPERATOR"
                      AND (CL-ACTION = "RECERT"
                           OR CL-ACTION = "REVOKE"
                           OR CL-ACTION = "SUSPEND")
                       WRITE EVIDENCE-RECORD
                           FROM CHANGE-LOG-RECORD
                       ADD 1 TO WS-SEC-COUNT
                       ADD CL-CHANGE-TIME TO WS-SEC-HASH
                   END-IF
           END-READ.
