       identification division.
       program-id. loyalpts.

      *> shared loyalty points service. every program that earns,
      *> reads or spends a customer's points does it through here
      *> so the earn rules and the ledger (loyalty.cpy) are only
      *> coded once. the ledger is opened and closed per call, as
      *> empjrnl does, so a later abend in the caller cannot lose
      *> a posting.
      *>   pts-function      - "ISSU" earn on a voucher issued
      *>                       "TOPU" earn on a voucher topped up
      *>                       "BAL " live balance
      *>                       "CONV" spend points on a new voucher
      *>   pts-customer-id   - the customer (zero never earns)
      *>   pts-campaign-code - ISSU/TOPU: the voucher's campaign
      *>   pts-voucher-code  - ISSU/TOPU/CONV: the voucher concerned
      *>   pts-amount        - ISSU/TOPU: dollars issued/topped up;
      *>                       CONV: face value of the new voucher
      *>   pts-points        - ISSU/TOPU: OUT points earned;
      *>                       BAL: OUT live balance;
      *>                       CONV: IN points to spend
      *>   pts-result        - "Y" posted / balance served;
      *>                       "N" nothing earned, or (CONV) not
      *>                           enough live points - nothing spent;
      *>                       "E" the ledger could not be updated
      *> earn rule: a campaign on CAMPAIGN-MASTER that is running on
      *> the business date earns at its own rates; anything else
      *> earns at the standard LOYALTY-ISSUE-POINTS and
      *> LOYALTY-TOPUP-POINTS parameters (1 point per whole dollar
      *> when not set). points live LOYALTY-LIFE-DAYS (365) unless
      *> the campaign says otherwise. a lot stops counting on its
      *> expiry date.

       environment division.
       input-output section.
       file-control.
           select loyalty-ledger assign to "LOYALTY-LEDGER"
               organization is indexed
               access mode is dynamic
               record key is ly-key
               file status is ws-ly-status.
           select campaign-master assign to "CAMPAIGN-MASTER"
               organization is indexed
               access mode is random
               record key is cp-campaign-code
               file status is ws-cp-status.

       data division.
       file section.
       fd  loyalty-ledger.
           COPY "loyalty.cpy".

       fd  campaign-master.
           COPY "campmast.cpy".

       working-storage section.
       01  ws-ly-status         pic xx.
       01  ws-cp-status         pic xx.
       01  ws-parms-loaded      pic x value "N".
       01  ws-std-issue-rate    pic 9(3)v99 value 1.
       01  ws-std-topup-rate    pic 9(3)v99 value 1.
       01  ws-std-life-days     pic 9(4) value 365.
       01  ws-earn-rate         pic 9(3)v99.
       01  ws-life-days         pic 9(4).
       01  ws-earned            pic 9(7).
       01  ws-balance           pic 9(7).
       01  ws-to-spend          pic 9(7).
       01  ws-business-date     pic 9(8).
       01  ws-time-scratch      pic 9(8).
       01  ws-scan-done         pic x.
       01  ws-written           pic x.
       01  ws-parm-name         pic x(20).
       01  ws-parm-asof         pic 9(8) value 0.
       01  ws-parm-value        pic s9(9)v99.
       01  ws-parm-found        pic x.
       01  ws-date-function     pic x(4).
       01  ws-date-2            pic 9(8).
       01  ws-date-days         pic s9(7).
       01  ws-date-result       pic x(1).

       linkage section.
       01  pts-function         pic x(4).
       01  pts-customer-id      pic 9(7).
       01  pts-campaign-code    pic x(6).
       01  pts-voucher-code     pic x(6).
       01  pts-amount           pic s9(5)v99.
       01  pts-points           pic 9(7).
       01  pts-result           pic x(1).

       procedure division using pts-function pts-customer-id
               pts-campaign-code pts-voucher-code pts-amount
               pts-points pts-result.
           move "N" to pts-result.
           if pts-customer-id not numeric or pts-customer-id = 0
               if pts-function not = "CONV"
                   move 0 to pts-points
               end-if
               goback
           end-if.
           call "bizdate" using ws-business-date.
           if ws-parms-loaded = "N"
               perform load-standard-rules
           end-if.
           evaluate pts-function
               when "ISSU"
               when "TOPU"
                   move 0 to pts-points
                   perform earn-points
               when "BAL "
                   perform open-ledger
                   perform sum-live-balance
                   move ws-balance to pts-points
                   move "Y" to pts-result
                   close loyalty-ledger
               when "CONV"
                   perform convert-points
               when other
                   display "LOYALPTS: UNKNOWN FUNCTION " pts-function
           end-evaluate.
           goback.

       load-standard-rules.
           move "LOYALTY-ISSUE-POINTS" to ws-parm-name.
           move ws-std-issue-rate to ws-parm-value.
           call "sysparm" using ws-parm-name ws-parm-asof
               ws-parm-value ws-parm-found.
           if ws-parm-found = "Y" and ws-parm-value >= 0
              and ws-parm-value < 1000
               move ws-parm-value to ws-std-issue-rate
           end-if.
           move "LOYALTY-TOPUP-POINTS" to ws-parm-name.
           move ws-std-topup-rate to ws-parm-value.
           call "sysparm" using ws-parm-name ws-parm-asof
               ws-parm-value ws-parm-found.
           if ws-parm-found = "Y" and ws-parm-value >= 0
              and ws-parm-value < 1000
               move ws-parm-value to ws-std-topup-rate
           end-if.
           move "LOYALTY-LIFE-DAYS" to ws-parm-name.
           move ws-std-life-days to ws-parm-value.
           call "sysparm" using ws-parm-name ws-parm-asof
               ws-parm-value ws-parm-found.
           if ws-parm-found = "Y" and ws-parm-value > 0
              and ws-parm-value < 10000
               move ws-parm-value to ws-std-life-days
           end-if.
           move "Y" to ws-parms-loaded.

       earn-points.
           perform find-earn-rule.
           compute ws-earned = pts-amount * ws-earn-rate.
           if pts-amount <= 0 or ws-earned = 0
               exit paragraph
           end-if.
           perform open-ledger.
           move spaces to loyalty-ledger-record.
           move "E" to ly-entry-type.
           if pts-function = "ISSU"
               move "I" to ly-source
           else
               move "T" to ly-source
           end-if.
           move pts-campaign-code to ly-campaign-code.
           move pts-voucher-code to ly-voucher-code.
           move pts-amount to ly-amount.
           move ws-earned to ly-points.
           move ws-earned to ly-remaining.
           move "ADDD" to ws-date-function.
           move ws-life-days to ws-date-days.
           call "dateserv" using ws-date-function ws-business-date
               ly-expiry-date ws-date-days ws-date-result.
           move 0 to ly-expired-points.
           move 0 to ly-expired-date.
           perform write-ledger-entry.
           if ws-written = "Y"
               move ws-earned to pts-points
               move "Y" to pts-result
           end-if.
           close loyalty-ledger.

      *> a campaign earns at its own rates only while it runs; an
      *> ordinary sale, an unknown campaign or one that has ended
      *> earns at the standard rates.
       find-earn-rule.
           if pts-function = "ISSU"
               move ws-std-issue-rate to ws-earn-rate
           else
               move ws-std-topup-rate to ws-earn-rate
           end-if.
           move ws-std-life-days to ws-life-days.
           if pts-campaign-code = spaces
               exit paragraph
           end-if.
           open input campaign-master.
           if ws-cp-status not = "00"
               exit paragraph
           end-if.
           move pts-campaign-code to cp-campaign-code.
           read campaign-master
               invalid key
                   continue
               not invalid key
                   if ws-business-date >= cp-start-date
                      and ws-business-date <= cp-end-date
                       if pts-function = "ISSU"
                           move cp-issue-points to ws-earn-rate
                       else
                           move cp-topup-points to ws-earn-rate
                       end-if
                       if cp-points-life-days > 0
                           move cp-points-life-days to ws-life-days
                       end-if
                   end-if
           end-read.
           close campaign-master.

      *> nothing is spent unless the whole amount is live. lots are
      *> spent oldest first, then the conversion entry is posted.
       convert-points.
           perform open-ledger.
           perform sum-live-balance.
           if pts-points = 0 or ws-balance < pts-points
               close loyalty-ledger
               exit paragraph
           end-if.
           move pts-points to ws-to-spend.
           perform start-customer.
           perform until ws-scan-done = "Y" or ws-to-spend = 0
               read loyalty-ledger next record
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       if ly-customer-id not = pts-customer-id
                           move "Y" to ws-scan-done
                       else
                           if ly-entry-type = "E"
                              and ly-remaining > 0
                              and ly-expiry-date > ws-business-date
                               perform spend-from-lot
                           end-if
                       end-if
               end-read
           end-perform.
           move spaces to loyalty-ledger-record.
           move "C" to ly-entry-type.
           move pts-voucher-code to ly-voucher-code.
           move pts-amount to ly-amount.
           move pts-points to ly-points.
           move 0 to ly-remaining.
           move 0 to ly-expiry-date.
           move 0 to ly-expired-points.
           move 0 to ly-expired-date.
           perform write-ledger-entry.
           if ws-written = "Y"
               move "Y" to pts-result
           else
               move "E" to pts-result
           end-if.
           close loyalty-ledger.

       spend-from-lot.
           if ly-remaining > ws-to-spend
               subtract ws-to-spend from ly-remaining
               move 0 to ws-to-spend
           else
               subtract ly-remaining from ws-to-spend
               move 0 to ly-remaining
           end-if.
           rewrite loyalty-ledger-record
               invalid key
                   display "LOYALPTS: LOT REWRITE FAILED FOR "
                           ly-customer-id ", STATUS=" ws-ly-status
           end-rewrite.

       sum-live-balance.
           move 0 to ws-balance.
           perform start-customer.
           perform until ws-scan-done = "Y"
               read loyalty-ledger next record
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       if ly-customer-id not = pts-customer-id
                           move "Y" to ws-scan-done
                       else
                           if ly-entry-type = "E"
                              and ly-expiry-date > ws-business-date
                               add ly-remaining to ws-balance
                           end-if
                       end-if
               end-read
           end-perform.

       start-customer.
           move "N" to ws-scan-done.
           move low-values to ly-key.
           move pts-customer-id to ly-customer-id.
           start loyalty-ledger key is >= ly-key
               invalid key
                   move "Y" to ws-scan-done
           end-start.

       open-ledger.
           open i-o loyalty-ledger.
           if ws-ly-status = "35"
               open output loyalty-ledger
               close loyalty-ledger
               open i-o loyalty-ledger
           end-if.

      *> same-second postings for one customer bump the sequence
      *> until the key is free.
       write-ledger-entry.
           move pts-customer-id to ly-customer-id.
           move ws-business-date to ly-post-date.
           call "getdate" using ws-time-scratch ly-post-time.
           move 0 to ly-post-seq.
           move "N" to ws-written.
           perform until ws-written = "Y" or ly-post-seq > 998
               write loyalty-ledger-record
                   invalid key
                       add 1 to ly-post-seq
                   not invalid key
                       move "Y" to ws-written
               end-write
           end-perform.
           if ws-written = "N"
               display "LOYALPTS: LEDGER WRITE FAILED FOR "
                       pts-customer-id ", STATUS=" ws-ly-status
               move "E" to pts-result
           end-if.
       end program loyalpts.
