               access mode is dynamic
               record key is rm-key
               file status is ws-rate-status.
           select pay-parm-file assign to "PAYROLL-PARMS"
               organization is line sequential
               file status is ws-pp-status.
           select benefit-plans assign to "BENEFIT-PLANS"
               organization is indexed
               access mode is dynamic
               record key is bp-plan-code
               file status is ws-bp-status.

       *> ----------
       data division.
       fd  rate-master.
           COPY "ratemast.cpy".

      *> the payroll deduction rules, read exactly as payroll_register
      *> reads them; only the record types the estimate needs are
      *> mapped here.
       fd  pay-parm-file.
       01  pay-parm-record.
           05 pp-record-type    PIC X(3).
           05 pp-rest           PIC X(40).
           05 pp-period REDEFINES pp-rest.
              10 pp-period-end      PIC 9(8).
              10 pp-periods-year    PIC 9(2).
              10 FILLER             PIC X(30).
           05 pp-deduct REDEFINES pp-rest.
              10 pp-ded-code        PIC X(4).
              10 pp-ded-desc        PIC X(20).
              10 pp-ded-type        PIC X.
              10 pp-ded-amount      PIC 9(5)V99.
              10 FILLER             PIC X(8).
           05 pp-bracket REDEFINES pp-rest.
              10 pp-brk-code        PIC X(4).
              10 pp-brk-effective   PIC 9(8).
              10 pp-brk-threshold   PIC 9(7)V99.
              10 pp-brk-rate        PIC 9(3)V99.
              10 FILLER             PIC X(14).

       fd  benefit-plans.
           COPY "benplan.cpy".

       fd  calc-out-file.
       01  calc-out-record.
           05 out-outnum    PIC -(9)9.9999.
           05 out-status    PIC X(5).
           05 FILLER        PIC X VALUE SPACE.
           05 out-reason    PIC X(30).
       01  calc-out-line    PIC X(80). *> amortization schedule lines

       working-storage section.
       01 num1 PIC S9(5)V99 . *> signed numeric with 5 digits and 2 decimals
       01 ws-effective-rate     PIC 9(4)V9999.
       01 ws-processing-date    PIC 9(8).

      *> gross-to-net estimate work areas
       01 ws-pp-status          PIC XX.
       01 ws-bp-status          PIC XX.
       01 ws-est-loaded         PIC X VALUE "N".
       01 ws-est-parm-ok        PIC X VALUE "N".
       01 ws-est-parm-eof       PIC X.
       01 ws-est-keyed          PIC X VALUE "N". *> Y = at keyboard
       01 ws-est-as-of          PIC 9(8).
       01 ws-est-periods-dflt   PIC 9(2) VALUE 24.
       01 ws-est-periods        PIC 9(2).
       01 ws-est-pay-type       PIC X.
       01 ws-est-salary         PIC S9(7)V99.
       01 ws-est-rate           PIC S9(4)V99.
       01 ws-est-hours          PIC S9(3)V9.
       01 ws-est-ot-hours       PIC S9(3)V9.
       01 ws-est-ot-premium     PIC 9(1)V9 VALUE 1.5.
       01 ws-est-gross          PIC S9(7)V99.
       01 ws-est-ded-this       PIC S9(7)V99.
       01 ws-est-ded-total      PIC S9(7)V99.
       01 ws-est-net            PIC S9(7)V99.
       01 ws-est-excess         PIC S9(7)V99.
       01 ws-est-trim           PIC S9(7)V99.
       01 ws-est-annual-gross   PIC S9(9)V99.
       01 ws-est-annual-tax     PIC S9(9)V99.
       01 ws-est-tier-top       PIC S9(9)V99.
       01 ws-est-tier-taxable   PIC S9(9)V99.
       01 ws-est-ded-count      PIC 9(2) VALUE 0.
       01 ws-est-ded-idx        PIC 9(2).
       01 ws-est-ded-table.
           05 ws-est-ded-entry OCCURS 10 TIMES.
              10 ws-est-ded-code      PIC X(4).
              10 ws-est-ded-desc      PIC X(20).
              10 ws-est-ded-type      PIC X.
              10 ws-est-ded-amount    PIC 9(5)V99.
              10 ws-est-ded-benefit   PIC X.
              10 ws-est-ded-plan-cost PIC S9(5)V99.
              10 ws-est-ded-retire    PIC X.
              10 ws-est-ded-max-defer PIC 9(3)V99.
              10 ws-est-ded-calc      PIC S9(7)V99.
       01 ws-est-brk-count      PIC 9(2) VALUE 0.
       01 ws-est-brk-idx        PIC 9(2).
       01 ws-est-brk-scan       PIC 9(2).
       01 ws-est-brk-eff-use    PIC 9(8).
       01 ws-est-brk-table.
           05 ws-est-brk-entry OCCURS 40 TIMES.
              10 ws-est-brk-code      PIC X(4).
              10 ws-est-brk-effective PIC 9(8).
              10 ws-est-brk-threshold PIC 9(7)V99.
              10 ws-est-brk-rate      PIC 9(3)V99.
       01 ws-est-plan-count     PIC 9(1) VALUE 0.
       01 ws-est-plan-idx       PIC 9(1).
       01 ws-est-plan-found     PIC X.
       01 ws-est-plan-in        PIC X(10).
       01 ws-est-plan-code-in   PIC X(4).
       01 ws-est-plan-pct-in    PIC X(20).
       01 ws-est-plans-done     PIC X.
       01 ws-est-plan-table.
           05 ws-est-plan-entry OCCURS 5 TIMES.
              10 ws-est-plan-code     PIC X(4).
              10 ws-est-plan-pct      PIC 9(3)V99.
       01 ws-est-field-count    PIC 9(2).
       01 ws-est-type-field     PIC X(10).
       01 ws-est-hours-field    PIC X(20).
       01 ws-est-ot-field       PIC X(20).
       01 ws-est-freq-field     PIC X(20).
       01 ws-est-plan-fields.
           05 ws-est-plan-field OCCURS 5 TIMES PIC X(10).

       01 est-ded-line.
           05 filler          PIC X(2) VALUE SPACES.
           05 edl-code        PIC X(4).
           05 filler          PIC X(1) VALUE SPACE.
           05 edl-desc        PIC X(20).
           05 filler          PIC X(1) VALUE SPACE.
           05 edl-amount      PIC -(6)9.99.

       01 est-log-line.
           05 filler          PIC X(4) VALUE "G2N ".
           05 elog-pay-type   PIC X.
           05 filler          PIC X(1) VALUE SPACE.
           05 elog-periods    PIC 9(2).
           05 filler          PIC X(7) VALUE " GROSS ".
           05 elog-gross      PIC -(6)9.99.
           05 filler          PIC X(5) VALUE " DED ".
           05 elog-ded        PIC -(6)9.99.
           05 filler          PIC X(5) VALUE " NET ".
           05 elog-net        PIC -(6)9.99.
           05 filler          PIC X(3) VALUE SPACE.
           05 elog-date       PIC 9(4)/99/99.
           05 filler          PIC X(1) VALUE SPACE.
           05 elog-time       PIC 9(6).

      *> loan and interest work areas
       01 ws-fin-choice         PIC 9(1).
       01 ws-fin-kind           PIC X(5).
       01 ws-fin-ok             PIC X.
       01 ws-fin-principal      PIC S9(7)V99.
       01 ws-fin-rate           PIC 9(2)V9(4). *> annual percent
       01 ws-fin-term           PIC 9(4).      *> payments or periods
       01 ws-fin-freq           PIC 9(2).      *> per year
       01 ws-fin-days           PIC 9(4).
       01 ws-fin-rate-per       PIC 9(1)V9(12).
       01 ws-fin-factor         PIC 9(9)V9(9).
       01 ws-fin-payment        PIC S9(7)V99.
       01 ws-fin-future         PIC S9(9)V99.
       01 ws-fin-interest       PIC S9(9)V99.
       01 ws-fin-balance        PIC S9(7)V99.
       01 ws-fin-int-part       PIC S9(7)V99.
       01 ws-fin-prin-part      PIC S9(7)V99.
       01 ws-fin-pay-this       PIC S9(7)V99.
       01 ws-fin-period         PIC 9(4).
       01 ws-fin-tot-paid       PIC S9(9)V99.
       01 ws-fin-tot-int        PIC S9(9)V99.
       01 ws-fin-tot-prin       PIC S9(9)V99.
       01 ws-fin-out-status     PIC XX.

       01 fin-sched-title.
           05 filler          PIC X(22) VALUE "AMORTIZATION SCHEDULE ".
           05 fst-date        PIC 9(4)/99/99.
       01 fin-sched-terms.
           05 filler          PIC X(10) VALUE "PRINCIPAL ".
           05 fsm-principal   PIC -(7)9.99.
           05 filler          PIC X(7) VALUE "  RATE ".
           05 fsm-rate        PIC Z9.9999.
           05 filler          PIC X(12) VALUE "%  PAYMENTS ".
           05 fsm-term        PIC ZZZ9.
           05 filler          PIC X(10) VALUE "  PER YR  ".
           05 fsm-freq        PIC Z9.
       01 fin-sched-payment.
           05 filler          PIC X(18) VALUE "PERIODIC PAYMENT  ".
           05 fsp-payment     PIC -(7)9.99.
       01 fin-sched-cols.
           05 filler          PIC X(7)  VALUE "PERIOD ".
           05 filler          PIC X(13) VALUE "      PAYMENT".
           05 filler          PIC X(13) VALUE "     INTEREST".
           05 filler          PIC X(13) VALUE "    PRINCIPAL".
           05 filler          PIC X(13) VALUE "      BALANCE".
       01 fin-sched-line.
           05 fsl-period      PIC ZZZ9.
           05 filler          PIC X(3) VALUE SPACES.
           05 fsl-payment     PIC -(9)9.99.
           05 fsl-interest    PIC -(9)9.99.
           05 fsl-principal   PIC -(9)9.99.
           05 fsl-balance     PIC -(9)9.99.
       01 fin-sched-totals.
           05 filler          PIC X(7) VALUE "TOTALS ".
           05 fso-paid        PIC -(9)9.99.
           05 fso-interest    PIC -(9)9.99.
           05 fso-principal   PIC -(9)9.99.

       01 fin-log-line.
           05 flog-kind       PIC X(5).
           05 flog-principal  PIC -(7)9.99.
           05 filler          PIC X(2) VALUE " @".
           05 flog-rate       PIC ZZ9.9999.
           05 filler          PIC X(2) VALUE "% ".
           05 flog-term       PIC ZZZ9.
           05 filler          PIC X(1) VALUE "/".
           05 flog-freq       PIC Z9.
           05 filler          PIC X(3) VALUE " = ".
           05 flog-result     PIC -(7)9.99.
           05 filler          PIC X(1) VALUE SPACE.
           05 flog-interest   PIC -(7)9.99.
           05 filler          PIC X(1) VALUE SPACE.
           05 flog-date       PIC 9(4)/99/99.
           05 filler          PIC X(1) VALUE SPACE.
           05 flog-time       PIC 9(6).

       01 est-out-reason.
           05 filler          PIC X(3) VALUE "GR ".
           05 eor-gross       PIC -(6)9.99.
           05 filler          PIC X(5) VALUE " DED ".
           05 eor-ded         PIC -(6)9.99.

       01 ws-history-count      PIC 9(2) VALUE 0.
       01 ws-history-next       PIC 9(2) VALUE 1.
       01 ws-history-idx        PIC 9(2).
               display "9. SHOW HISTORY".
               display "10. CHAIN MODE ON/OFF (result becomes a)".
               display "11. CLEAR (start a fresh calculation)".
               display "12. GROSS-TO-NET PAY ESTIMATE".
               display "13. LOAN AND INTEREST (FINANCIAL MODE)".
               accept operation.
               if operation = 0
                  close calc-log-file
                  perform clear-result
                  perform select-operation
               end-if
               if operation = 12
                  perform gross-to-net-estimate
                  perform select-operation
               end-if
               if operation = 13
                  perform financial-mode
                  perform select-operation
               end-if
               exit .

           toggle-chain-mode.
               close rate-master.
               exit.

      *> gross-to-net estimate: runs a salary, or an hourly rate and
      *> hours, through the DED and BRK rules on PAYROLL-PARMS the way
      *> payroll_register does - percentage rules on gross, bracket
      *> rules marginally on the annualized gross with the tier set in
      *> force on the business date, flat rules as they stand, and a
      *> benefit rule (a DED code on BENEFIT-PLANS) only for the plans
      *> named, a retirement plan at the deferral percent given. it
      *> estimates a regular period only: garnishments, loans and
      *> arrears belong to a person, not a salary, and are left out.
           gross-to-net-estimate.
               move "Y" to ws-est-keyed.
               perform load-estimate-rules.
               if ws-est-parm-ok = "N"
                  display "PAYROLL-PARMS not available - no estimate."
                  exit paragraph
               end-if
               display "salaried (S) or hourly (H):".
               accept ws-est-pay-type.
               if ws-est-pay-type = "s"
                  move "S" to ws-est-pay-type
               end-if
               if ws-est-pay-type = "h"
                  move "H" to ws-est-pay-type
               end-if
               move 0 to ws-est-salary ws-est-rate ws-est-hours
                         ws-est-ot-hours.
               evaluate ws-est-pay-type
                   when "S"
                       display "annual salary:"
                       accept ws-est-salary
                   when "H"
                       display "hourly rate:"
                       accept ws-est-rate
                       display "regular hours per period:"
                       accept ws-est-hours
                       display "overtime hours per period:"
                       accept ws-est-ot-hours
                   when other
                       display "invalid pay type. no estimate."
                       exit paragraph
               end-evaluate.
               display "pay periods per year (0 = payroll's "
                       ws-est-periods-dflt "):".
               accept ws-est-periods.
               if ws-est-periods = 0
                  move ws-est-periods-dflt to ws-est-periods
               end-if
               if ws-est-periods > 52
                  display "invalid frequency. no estimate."
                  exit paragraph
               end-if
               move 0 to ws-est-plan-count.
               move "N" to ws-est-plans-done.
               perform until ws-est-plans-done = "Y"
                   display "benefit plan code (blank to finish):"
                   move spaces to ws-est-plan-code-in
                   accept ws-est-plan-code-in
                   if ws-est-plan-code-in = spaces
                      move "Y" to ws-est-plans-done
                   else
                      move spaces to ws-est-plan-pct-in
                      perform elect-one-plan
                      if ws-est-plan-count >= 5
                         move "Y" to ws-est-plans-done
                      end-if
                   end-if
               end-perform.
               perform compute-estimate.
               perform show-estimate.
               perform write-estimate-log.
               move ws-est-net to outnum.
               move "Y" to ws-have-result.
               exit.

      *> a plan only counts if a DED rule charges it; a retirement
      *> plan also needs the deferral percent, capped at the plan's
      *> maximum. in batch the percent arrives with the code.
           elect-one-plan.
               move "N" to ws-est-plan-found.
               perform varying ws-est-ded-idx from 1 by 1
                       until ws-est-ded-idx > ws-est-ded-count
                   if ws-est-ded-code (ws-est-ded-idx)
                          = ws-est-plan-code-in
                      and ws-est-ded-benefit (ws-est-ded-idx) = "Y"
                      move "Y" to ws-est-plan-found
                      exit perform
                   end-if
               end-perform.
               if ws-est-plan-found = "N"
                  move spaces to ws-reject-reason
                  string "UNKNOWN PLAN " delimited by size
                         ws-est-plan-code-in delimited by size
                         into ws-reject-reason
                  end-string
                  if ws-est-keyed = "Y"
                     display "no payroll deduction rule for plan "
                             ws-est-plan-code-in " - ignored."
                     move spaces to ws-reject-reason
                  end-if
                  exit paragraph
               end-if
               add 1 to ws-est-plan-count.
               move ws-est-plan-code-in
                   to ws-est-plan-code (ws-est-plan-count).
               move 0 to ws-est-plan-pct (ws-est-plan-count).
               if ws-est-ded-retire (ws-est-ded-idx) not = "Y"
                  exit paragraph
               end-if
               if ws-est-keyed = "Y"
                  display "deferral percent:"
                  accept ws-est-plan-pct-in
               end-if
               move ws-est-plan-pct-in to ws-amount-field.
               move 3 to ws-amt-max-digits.
               perform validate-amount.
               move 5 to ws-amt-max-digits.
               if ws-amount-ok = "N" or ws-amount-value < 0
                  or ws-amount-value > 100
                  move "BAD DEFERRAL PERCENT" to ws-reject-reason
                  subtract 1 from ws-est-plan-count
                  if ws-est-keyed = "Y"
                     display "invalid percent - plan ignored."
                     move spaces to ws-reject-reason
                  end-if
                  exit paragraph
               end-if
               move ws-amount-value
                   to ws-est-plan-pct (ws-est-plan-count).
               if ws-est-ded-max-defer (ws-est-ded-idx) > 0
                  and ws-amount-value
                      > ws-est-ded-max-defer (ws-est-ded-idx)
                  move ws-est-ded-max-defer (ws-est-ded-idx)
                      to ws-est-plan-pct (ws-est-plan-count)
               end-if
               exit.

      *> the rules are read once per run. a DED rule whose code is on
      *> BENEFIT-PLANS is a benefit rule; with no plan master every
      *> rule applies to everyone, as it does in the register.
           load-estimate-rules.
               if ws-est-loaded = "Y"
                  exit paragraph
               end-if
               move "Y" to ws-est-loaded.
               move "N" to ws-est-parm-ok.
               move 0 to ws-est-ded-count ws-est-brk-count.
               call "bizdate" using ws-est-as-of.
               open input pay-parm-file.
               if ws-pp-status <> "00"
                  exit paragraph
               end-if
               move "Y" to ws-est-parm-ok.
               move "N" to ws-est-parm-eof.
               perform until ws-est-parm-eof = "Y"
                   read pay-parm-file
                       at end
                           move "Y" to ws-est-parm-eof
                       not at end
                           perform store-estimate-rule
                   end-read
               end-perform.
               close pay-parm-file.
               open input benefit-plans.
               if ws-bp-status <> "00"
                  exit paragraph
               end-if
               perform varying ws-est-ded-idx from 1 by 1
                       until ws-est-ded-idx > ws-est-ded-count
                   move ws-est-ded-code (ws-est-ded-idx)
                       to bp-plan-code
                   read benefit-plans
                       key is bp-plan-code
                       invalid key
                           continue
                       not invalid key
                           move "Y"
                               to ws-est-ded-benefit (ws-est-ded-idx)
                           move bp-employee-cost
                               to ws-est-ded-plan-cost (ws-est-ded-idx)
                           if bp-retirement-plan
                              move "Y"
                                  to ws-est-ded-retire (ws-est-ded-idx)
                              move bp-max-defer-pct to
                                  ws-est-ded-max-defer (ws-est-ded-idx)
                           end-if
                   end-read
               end-perform.
               close benefit-plans.
               exit.

           store-estimate-rule.
               evaluate pp-record-type
                   when "PER"
                       if pp-periods-year is numeric
                          and pp-periods-year > 0
                          move pp-periods-year to ws-est-periods-dflt
                       end-if
                   when "DED"
                       if pp-ded-code not = "GARN"
                          and ws-est-ded-count < 10
                          add 1 to ws-est-ded-count
                          move ws-est-ded-count to ws-est-ded-idx
                          move pp-ded-code
                              to ws-est-ded-code (ws-est-ded-idx)
                          move pp-ded-desc
                              to ws-est-ded-desc (ws-est-ded-idx)
                          move pp-ded-type
                              to ws-est-ded-type (ws-est-ded-idx)
                          move pp-ded-amount
                              to ws-est-ded-amount (ws-est-ded-idx)
                          move "N"
                              to ws-est-ded-benefit (ws-est-ded-idx)
                          move 0
                              to ws-est-ded-plan-cost (ws-est-ded-idx)
                          move "N"
                              to ws-est-ded-retire (ws-est-ded-idx)
                          move 0
                              to ws-est-ded-max-defer (ws-est-ded-idx)
                       end-if
                   when "BRK"
                       if ws-est-brk-count < 40
                          add 1 to ws-est-brk-count
                          move ws-est-brk-count to ws-est-brk-idx
                          move pp-brk-code
                              to ws-est-brk-code (ws-est-brk-idx)
                          move pp-brk-effective
                              to ws-est-brk-effective (ws-est-brk-idx)
                          move pp-brk-threshold
                              to ws-est-brk-threshold (ws-est-brk-idx)
                          move pp-brk-rate
                              to ws-est-brk-rate (ws-est-brk-idx)
                       end-if
                   when other
                       continue
               end-evaluate.
               exit.

      *> deductions that overrun gross are trimmed from the last rule
      *> backwards, as the register trims them, so net is never
      *> negative and the lines still add up to gross less net.
           compute-estimate.
               if ws-est-pay-type = "H"
                  compute ws-est-gross rounded =
                      (ws-est-rate * ws-est-hours)
                      + (ws-est-rate * ws-est-ot-hours
                         * ws-est-ot-premium)
               else
                  compute ws-est-gross rounded =
                      ws-est-salary / ws-est-periods
               end-if
               move 0 to ws-est-ded-total.
               perform varying ws-est-ded-idx from 1 by 1
                       until ws-est-ded-idx > ws-est-ded-count
                   evaluate true
                       when ws-est-ded-benefit (ws-est-ded-idx) = "Y"
                           perform estimate-benefit-deduction
                       when ws-est-ded-type (ws-est-ded-idx) = "P"
                           compute ws-est-ded-this rounded =
                               ws-est-gross
                               * ws-est-ded-amount (ws-est-ded-idx)
                               / 100
                       when ws-est-ded-type (ws-est-ded-idx) = "B"
                           perform estimate-bracket-deduction
                       when other
                           move ws-est-ded-amount (ws-est-ded-idx)
                               to ws-est-ded-this
                   end-evaluate
                   move ws-est-ded-this
                       to ws-est-ded-calc (ws-est-ded-idx)
                   add ws-est-ded-this to ws-est-ded-total
               end-perform.
               compute ws-est-net = ws-est-gross - ws-est-ded-total.
               if ws-est-net < 0
                  compute ws-est-excess =
                      ws-est-ded-total - ws-est-gross
                  perform varying ws-est-ded-idx
                          from ws-est-ded-count by -1
                          until ws-est-ded-idx < 1
                             or ws-est-excess <= 0
                      if ws-est-ded-calc (ws-est-ded-idx)
                             >= ws-est-excess
                         move ws-est-excess to ws-est-trim
                      else
                         move ws-est-ded-calc (ws-est-ded-idx)
                             to ws-est-trim
                      end-if
                      subtract ws-est-trim
                          from ws-est-ded-calc (ws-est-ded-idx)
                      subtract ws-est-trim from ws-est-excess
                  end-perform
                  move ws-est-gross to ws-est-ded-total
                  move 0 to ws-est-net
               end-if
               exit.

           estimate-benefit-deduction.
               move 0 to ws-est-ded-this.
               perform varying ws-est-plan-idx from 1 by 1
                       until ws-est-plan-idx > ws-est-plan-count
                   if ws-est-plan-code (ws-est-plan-idx)
                          = ws-est-ded-code (ws-est-ded-idx)
                      if ws-est-ded-retire (ws-est-ded-idx) = "Y"
                         compute ws-est-ded-this rounded =
                             ws-est-gross
                             * ws-est-plan-pct (ws-est-plan-idx) / 100
                      else
                         move ws-est-ded-plan-cost (ws-est-ded-idx)
                             to ws-est-ded-this
                      end-if
                      exit perform
                   end-if
               end-perform.
               exit.

      *> the tier set in force is the one with the latest effective
      *> date on or before the business date; each tier taxes only
      *> the slice up to the next threshold in its set.
           estimate-bracket-deduction.
               move 0 to ws-est-ded-this.
               compute ws-est-annual-gross =
                   ws-est-gross * ws-est-periods.
               move 0 to ws-est-brk-eff-use.
               perform varying ws-est-brk-idx from 1 by 1
                       until ws-est-brk-idx > ws-est-brk-count
                   if ws-est-brk-code (ws-est-brk-idx)
                          = ws-est-ded-code (ws-est-ded-idx)
                      and ws-est-brk-effective (ws-est-brk-idx)
                          <= ws-est-as-of
                      and ws-est-brk-effective (ws-est-brk-idx)
                          > ws-est-brk-eff-use
                      move ws-est-brk-effective (ws-est-brk-idx)
                          to ws-est-brk-eff-use
                   end-if
               end-perform.
               if ws-est-brk-eff-use = 0
                  exit paragraph
               end-if
               move 0 to ws-est-annual-tax.
               perform varying ws-est-brk-idx from 1 by 1
                       until ws-est-brk-idx > ws-est-brk-count
                   if ws-est-brk-code (ws-est-brk-idx)
                          = ws-est-ded-code (ws-est-ded-idx)
                      and ws-est-brk-effective (ws-est-brk-idx)
                          = ws-est-brk-eff-use
                      and ws-est-annual-gross
                          > ws-est-brk-threshold (ws-est-brk-idx)
                      perform estimate-one-tier
                   end-if
               end-perform.
               compute ws-est-ded-this rounded =
                   ws-est-annual-tax / ws-est-periods.
               exit.

           estimate-one-tier.
               move ws-est-annual-gross to ws-est-tier-top.
               perform varying ws-est-brk-scan from 1 by 1
                       until ws-est-brk-scan > ws-est-brk-count
                   if ws-est-brk-scan > ws-est-brk-idx
                      and ws-est-brk-code (ws-est-brk-scan)
                          = ws-est-ded-code (ws-est-ded-idx)
                      and ws-est-brk-effective (ws-est-brk-scan)
                          = ws-est-brk-eff-use
                      if ws-est-brk-threshold (ws-est-brk-scan)
                             < ws-est-tier-top
                         move ws-est-brk-threshold (ws-est-brk-scan)
                             to ws-est-tier-top
                      end-if
                      exit perform
                   end-if
               end-perform.
               compute ws-est-tier-taxable =
                   ws-est-tier-top
                   - ws-est-brk-threshold (ws-est-brk-idx).
               if ws-est-tier-taxable > 0
                  compute ws-est-annual-tax rounded =
                      ws-est-annual-tax
                      + (ws-est-tier-taxable
                         * ws-est-brk-rate (ws-est-brk-idx) / 100)
               end-if
               exit.

           show-estimate.
               move spaces to edl-code.
               move "GROSS PER PERIOD" to edl-desc.
               move ws-est-gross to edl-amount.
               display est-ded-line.
               perform varying ws-est-ded-idx from 1 by 1
                       until ws-est-ded-idx > ws-est-ded-count
                   if ws-est-ded-calc (ws-est-ded-idx) not = 0
                      move ws-est-ded-code (ws-est-ded-idx) to edl-code
                      move ws-est-ded-desc (ws-est-ded-idx) to edl-desc
                      move ws-est-ded-calc (ws-est-ded-idx)
                          to edl-amount
                      display est-ded-line
                   end-if
               end-perform.
               move spaces to edl-code.
               move "TOTAL DEDUCTIONS" to edl-desc.
               move ws-est-ded-total to edl-amount.
               display est-ded-line.
               move "NET PER PERIOD" to edl-desc.
               move ws-est-net to edl-amount.
               display est-ded-line.
               exit.

           write-estimate-log.
               call "bizdate" using ws-date.
               call "getdate" using ws-time-scratch ws-time.
               move ws-est-pay-type  to elog-pay-type.
               move ws-est-periods   to elog-periods.
               move ws-est-gross     to elog-gross.
               move ws-est-ded-total to elog-ded.
               move ws-est-net       to elog-net.
               move ws-date          to elog-date.
               move ws-time          to elog-time.
               move est-log-line     to calc-log-record.
               write calc-log-record.
               exit.

      *> a what-if record on CALC-IN:
      *>   NET,amount,S|H,hours,overtime-hours,periods,plan,...
      *> amount is the annual salary (S) or the hourly rate (H);
      *> the hours are per period and left empty for a salary;
      *> periods per year may be left empty for the payroll default;
      *> up to five plans follow, a retirement plan as CODE/PERCENT.
           process-estimate-record.
               move "N" to ws-est-keyed.
               move spaces to ws-reject-reason.
               move spaces to ws-in-op-field ws-in-amt1-field
                              ws-est-type-field ws-est-hours-field
                              ws-est-ot-field ws-est-freq-field
                              ws-est-plan-fields ws-in-extra-field.
               move 0 to ws-est-field-count.
               unstring calc-in-record delimited by ","
                   into ws-in-op-field ws-in-amt1-field
                        ws-est-type-field ws-est-hours-field
                        ws-est-ot-field ws-est-freq-field
                        ws-est-plan-field (1) ws-est-plan-field (2)
                        ws-est-plan-field (3) ws-est-plan-field (4)
                        ws-est-plan-field (5) ws-in-extra-field
                   tallying in ws-est-field-count
               end-unstring.
               perform parse-estimate-record.
               if ws-reject-reason = spaces
                  perform compute-estimate
                  perform write-estimate-log
                  move ws-est-net to out-outnum
                  move "OK" to out-status
                  move ws-est-gross to eor-gross
                  move ws-est-ded-total to eor-ded
                  move est-out-reason to out-reason
               else
                  add 1 to ws-batch-reject-ct
                  move 0 to out-outnum
                  move "ERROR" to out-status
                  move ws-reject-reason to out-reason
               end-if
               write calc-out-record.
               exit.

           parse-estimate-record.
               perform load-estimate-rules.
               if ws-est-parm-ok = "N"
                  move "PAYROLL-PARMS NOT AVAILABLE"
                      to ws-reject-reason
                  exit paragraph
               end-if
               if ws-est-field-count > 11
                  move "TOO MANY FIELDS" to ws-reject-reason
                  exit paragraph
               end-if
               if ws-est-field-count < 3
                  or ws-in-amt1-field = spaces
                  or ws-est-type-field = spaces
                  move "MISSING FIELD" to ws-reject-reason
                  exit paragraph
               end-if
               move 0 to ws-est-salary ws-est-rate ws-est-hours
                         ws-est-ot-hours.
               move ws-in-amt1-field to ws-amount-field.
               evaluate ws-est-type-field
                   when "S"
                       move "S" to ws-est-pay-type
                       move 7 to ws-amt-max-digits
                   when "H"
                       move "H" to ws-est-pay-type
                       move 4 to ws-amt-max-digits
                   when other
                       move "BAD PAY TYPE" to ws-reject-reason
                       exit paragraph
               end-evaluate.
               perform validate-amount.
               move 5 to ws-amt-max-digits.
               if ws-amount-ok = "N" or ws-amount-value < 0
                  move "NON-NUMERIC AMOUNT 1" to ws-reject-reason
                  exit paragraph
               end-if
               if ws-est-pay-type = "S"
                  move ws-amount-value to ws-est-salary
               else
                  move ws-amount-value to ws-est-rate
                  move ws-est-hours-field to ws-amount-field
                  move 3 to ws-amt-max-digits
                  perform validate-amount
                  if ws-amount-ok = "N" or ws-amount-value < 0
                     move 5 to ws-amt-max-digits
                     move "BAD HOURS" to ws-reject-reason
                     exit paragraph
                  end-if
                  move ws-amount-value to ws-est-hours
                  if ws-est-ot-field not = spaces
                     move ws-est-ot-field to ws-amount-field
                     perform validate-amount
                     if ws-amount-ok = "N" or ws-amount-value < 0
                        move 5 to ws-amt-max-digits
                        move "BAD OVERTIME HOURS" to ws-reject-reason
                        exit paragraph
                     end-if
                     move ws-amount-value to ws-est-ot-hours
                  end-if
                  move 5 to ws-amt-max-digits
               end-if
               if ws-est-freq-field = spaces
                  move ws-est-periods-dflt to ws-est-periods
               else
                  move ws-est-freq-field to ws-amount-field
                  move 2 to ws-amt-max-digits
                  perform validate-amount
                  move 5 to ws-amt-max-digits
                  if ws-amount-ok = "N" or ws-amount-value < 1
                     or ws-amount-value > 52
                     move "BAD PAY FREQUENCY" to ws-reject-reason
                     exit paragraph
                  end-if
                  move ws-amount-value to ws-est-periods
               end-if
               move 0 to ws-est-plan-count.
               perform varying ws-est-plan-idx from 1 by 1
                       until ws-est-plan-idx > 5
                          or ws-reject-reason not = spaces
                   if ws-est-plan-field (ws-est-plan-idx) not = spaces
                      move spaces to ws-est-plan-code-in
                                     ws-est-plan-pct-in
                      unstring ws-est-plan-field (ws-est-plan-idx)
                          delimited by "/"
                          into ws-est-plan-code-in ws-est-plan-pct-in
                      end-unstring
                      perform elect-one-plan
                   end-if
               end-perform.
               exit.

      *> financial mode: loan payment with a full amortization
      *> schedule written to CALC-OUT, simple interest (actual days
      *> over a 365-day year) and compound interest / future value.
      *> the rate is always the annual percent; the periodic rate is
      *> that over the payments (or compoundings) per year.
           financial-mode.
               display "financial mode:".
               display "1. LOAN PAYMENT AND AMORTIZATION SCHEDULE".
               display "2. SIMPLE INTEREST".
               display "3. COMPOUND INTEREST / FUTURE VALUE".
               display "0. BACK".
               accept ws-fin-choice.
               evaluate ws-fin-choice
                   when 1
                       perform loan-amortization
                   when 2
                       perform simple-interest
                   when 3
                       perform compound-interest
                   when other
                       continue
               end-evaluate.
               exit.

           get-financial-terms.
               move "Y" to ws-fin-ok.
               display "principal:".
               accept ws-fin-principal.
               display "annual rate percent (e.g. 6.5):".
               accept ws-fin-rate.
               if ws-fin-principal <= 0
                  display "principal must be greater than zero."
                  move "N" to ws-fin-ok
               end-if
               exit.

      *> the periodic payment is the level annuity payment
      *>   p * r * (1 + r) ** n / ((1 + r) ** n - 1)
      *> (principal over n at a zero rate). each period's interest
      *> is rounded to the cent on the opening balance; the last
      *> payment takes whatever balance is left, so the schedule
      *> always ends at zero.
           loan-amortization.
               perform get-financial-terms.
               if ws-fin-ok = "N"
                  exit paragraph
               end-if
               display "number of payments (1-600):".
               accept ws-fin-term.
               display "payments per year (1-52):".
               accept ws-fin-freq.
               if ws-fin-term < 1 or ws-fin-term > 600
                  or ws-fin-freq < 1 or ws-fin-freq > 52
                  display "invalid term or frequency."
                  exit paragraph
               end-if
               compute ws-fin-rate-per rounded =
                   ws-fin-rate / 100 / ws-fin-freq.
               if ws-fin-rate-per = 0
                  compute ws-fin-payment rounded =
                      ws-fin-principal / ws-fin-term
               else
                  compute ws-fin-factor rounded =
                      (1 + ws-fin-rate-per) ** ws-fin-term
                      on size error
                          display "terms too large to compute."
                          exit paragraph
                  end-compute
                  compute ws-fin-payment rounded =
                      ws-fin-principal * ws-fin-rate-per
                      * ws-fin-factor / (ws-fin-factor - 1)
               end-if
               display "periodic payment: " ws-fin-payment.
               perform write-amortization-schedule.
               move "AMRT " to ws-fin-kind.
               move ws-fin-payment to ws-fin-future.
               move ws-fin-tot-int to ws-fin-interest.
               perform write-financial-log.
               move ws-fin-payment to outnum.
               move "Y" to ws-have-result.
               exit.

           write-amortization-schedule.
               open extend calc-out-file.
               if ws-calc-out-status <> "00"
                  open output calc-out-file
               end-if
               call "bizdate" using fst-date.
               write calc-out-line from fin-sched-title.
               move ws-fin-principal to fsm-principal.
               move ws-fin-rate to fsm-rate.
               move ws-fin-term to fsm-term.
               move ws-fin-freq to fsm-freq.
               write calc-out-line from fin-sched-terms.
               move ws-fin-payment to fsp-payment.
               write calc-out-line from fin-sched-payment.
               write calc-out-line from fin-sched-cols.
               move ws-fin-principal to ws-fin-balance.
               move 0 to ws-fin-tot-paid ws-fin-tot-int
                         ws-fin-tot-prin.
               perform varying ws-fin-period from 1 by 1
                       until ws-fin-period > ws-fin-term
                   compute ws-fin-int-part rounded =
                       ws-fin-balance * ws-fin-rate-per
                   if ws-fin-period = ws-fin-term
                      or ws-fin-payment - ws-fin-int-part
                         > ws-fin-balance
                      move ws-fin-balance to ws-fin-prin-part
                   else
                      compute ws-fin-prin-part =
                          ws-fin-payment - ws-fin-int-part
                   end-if
                   compute ws-fin-pay-this =
                       ws-fin-prin-part + ws-fin-int-part
                   subtract ws-fin-prin-part from ws-fin-balance
                   add ws-fin-pay-this to ws-fin-tot-paid
                   add ws-fin-int-part to ws-fin-tot-int
                   add ws-fin-prin-part to ws-fin-tot-prin
                   move ws-fin-period to fsl-period
                   move ws-fin-pay-this to fsl-payment
                   move ws-fin-int-part to fsl-interest
                   move ws-fin-prin-part to fsl-principal
                   move ws-fin-balance to fsl-balance
                   write calc-out-line from fin-sched-line
                   if ws-fin-balance = 0
                      exit perform
                   end-if
               end-perform.
               move ws-fin-tot-paid to fso-paid.
               move ws-fin-tot-int to fso-interest.
               move ws-fin-tot-prin to fso-principal.
               write calc-out-line from fin-sched-totals.
               move spaces to calc-out-line.
               write calc-out-line.
               close calc-out-file.
               display "total paid:     " ws-fin-tot-paid.
               display "total interest: " ws-fin-tot-int.
               display "schedule written to CALC-OUT.".
               exit.

           simple-interest.
               perform get-financial-terms.
               if ws-fin-ok = "N"
                  exit paragraph
               end-if
               display "term in days:".
               accept ws-fin-days.
               compute ws-fin-interest rounded =
                   ws-fin-principal * ws-fin-rate / 100
                   * ws-fin-days / 365.
               compute ws-fin-future =
                   ws-fin-principal + ws-fin-interest.
               display "interest:     " ws-fin-interest.
               display "amount due:   " ws-fin-future.
               move "SINT " to ws-fin-kind.
               move ws-fin-days to ws-fin-term.
               move 0 to ws-fin-freq.
               perform write-financial-log.
               move ws-fin-interest to outnum.
               move "Y" to ws-have-result.
               exit.

           compound-interest.
               perform get-financial-terms.
               if ws-fin-ok = "N"
                  exit paragraph
               end-if
               display "compounding periods per year (1-52):".
               accept ws-fin-freq.
               display "number of compounding periods:".
               accept ws-fin-term.
               if ws-fin-freq < 1 or ws-fin-freq > 52
                  display "invalid frequency."
                  exit paragraph
               end-if
               compute ws-fin-rate-per rounded =
                   ws-fin-rate / 100 / ws-fin-freq.
               compute ws-fin-factor rounded =
                   (1 + ws-fin-rate-per) ** ws-fin-term
                   on size error
                       display "terms too large to compute."
                       exit paragraph
               end-compute.
               compute ws-fin-future rounded =
                   ws-fin-principal * ws-fin-factor
                   on size error
                       display "future value overflows."
                       exit paragraph
               end-compute.
               compute ws-fin-interest =
                   ws-fin-future - ws-fin-principal.
               display "future value: " ws-fin-future.
               display "interest:     " ws-fin-interest.
               move "CINT " to ws-fin-kind.
               perform write-financial-log.
               move ws-fin-future to outnum.
               move "Y" to ws-have-result.
               exit.

           write-financial-log.
               call "bizdate" using ws-date.
               call "getdate" using ws-time-scratch ws-time.
               move ws-fin-kind      to flog-kind.
               move ws-fin-principal to flog-principal.
               move ws-fin-rate      to flog-rate.
               move ws-fin-term      to flog-term.
               move ws-fin-freq      to flog-freq.
               move ws-fin-future    to flog-result.
               move ws-fin-interest  to flog-interest.
               move ws-date          to flog-date.
               move ws-time          to flog-time.
               move fin-log-line     to calc-log-record.
               write calc-log-record.
               exit.

           set-precision.
               display "decimal places (0-4):".
               accept ws-decimals.
               exit.

           process-batch-record.
               if calc-in-record (1:4) = "NET,"
                  perform process-estimate-record
                  exit paragraph
               end-if
               move spaces to ws-reject-reason.
               perform parse-batch-record.
               move spaces to calc-out-record.
