           move ws-salary-input to ei-salary.

           perform ask-employment-type.
           move spaces to ei-applicant-id.
           move spaces to ei-pay-grade.

           display "thank you, " ei-first-name.

