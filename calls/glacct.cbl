       identification division.
       program-id. glacct.

      *> shared gl posting-rule service. every ledger feed names
      *> each leg it raises by its posting code (VCHLIAB, PAYEXP,
      *> PAYDEDL ...) and asks here for the ledger account and cost
      *> centre the leg is booked to, so the chart of accounts is
      *> kept in one place (pstrule.cpy, coa_maint) instead of in
      *> every extract. the rules are read into a table on the
      *> first call and served from there for the rest of the run.
      *>   gl-account-rule (glacct.cpy)
      *>     glr-source      - IN  the feed ("VCH", "PAY" ...)
      *>     glr-event       - IN  the leg's posting code
      *>     glr-qualifier   - IN  department / deduction code
      *>     glr-default-cc  - IN  cost centre when the rule has none
      *>     glr-result      - OUT "Y" rule found, "D" no rule
      *>     glr-account     - OUT ledger account
      *>     glr-cost-center - OUT cost centre
      *> the most particular rule wins: source/event/qualifier, then
      *> source/event, then "ALL"/event. with no rule the posting
      *> code is passed through as the account, exactly as the
      *> extracts posted before the rules were kept, and it is for
      *> gl_consolidate to hold it out if the chart does not know it.

       environment division.
       input-output section.
       file-control.
           select posting-rules assign to "POSTING-RULES"
               organization is indexed
               access mode is sequential
               record key is pr-key
               file status is ws-pr-status.

       data division.
       file section.
       fd  posting-rules.
           COPY "pstrule.cpy".

       working-storage section.
       01  ws-pr-status         pic xx.
       01  ws-loaded            pic x value "N".
       01  ws-eof               pic x.
       01  ws-rule-count        pic 9(4) value 0.
       01  ws-rule-max          pic 9(4) value 1000.
       01  ws-rule-idx          pic 9(4).
       01  ws-try               pic 9(1).
       01  ws-want-key.
           05 ws-want-source    pic x(3).
           05 ws-want-event     pic x(8).
           05 ws-want-qualifier pic x(4).
       01  ws-rule-table.
           05 ws-rule-entry occurs 1000 times.
              10 ws-rule-key       pic x(15).
              10 ws-rule-account   pic x(8).
              10 ws-rule-cc        pic x(6).

       linkage section.
           COPY "glacct.cpy".

       procedure division using gl-account-rule.
           if ws-loaded = "N"
               perform load-rules
           end-if.
           move "N" to glr-result.
           perform varying ws-try from 1 by 1
                   until ws-try > 3 or glr-result = "Y"
               perform build-wanted-key
               perform varying ws-rule-idx from 1 by 1
                       until ws-rule-idx > ws-rule-count
                          or glr-result = "Y"
                   if ws-rule-key (ws-rule-idx) = ws-want-key
                       move ws-rule-account (ws-rule-idx)
                           to glr-account
                       move ws-rule-cc (ws-rule-idx)
                           to glr-cost-center
                       move "Y" to glr-result
                   end-if
               end-perform
           end-perform.
           if glr-result not = "Y"
               move "D" to glr-result
               move glr-event to glr-account
               move spaces to glr-cost-center
           end-if.
           if glr-cost-center = spaces
               move glr-default-cc to glr-cost-center
           end-if.
           goback.

       build-wanted-key.
           move glr-source to ws-want-source.
           move glr-event to ws-want-event.
           move glr-qualifier to ws-want-qualifier.
           evaluate ws-try
               when 2
                   move spaces to ws-want-qualifier
               when 3
                   move "ALL" to ws-want-source
                   move spaces to ws-want-qualifier
           end-evaluate.

       load-rules.
           move "Y" to ws-loaded.
           open input posting-rules.
           if ws-pr-status not = "00"
               exit paragraph
           end-if.
           move "N" to ws-eof.
           perform until ws-eof = "Y"
               read posting-rules next record
                   at end
                       move "Y" to ws-eof
                   not at end
                       if ws-rule-count < ws-rule-max
                           add 1 to ws-rule-count
                           move pr-key
                               to ws-rule-key (ws-rule-count)
                           move pr-account
                               to ws-rule-account (ws-rule-count)
                           move pr-cost-center
                               to ws-rule-cc (ws-rule-count)
                       else
                           display "GLACCT: RULE TABLE FULL - "
                                   pr-key " NOT LOADED"
                       end-if
               end-read
           end-perform.
           close posting-rules.
