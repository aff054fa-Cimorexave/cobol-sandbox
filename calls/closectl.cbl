       identification division.
       program-id. closectl.

      *> shared accounting-period close check. every program that
      *> posts into a month finance may already have closed and
      *> reported - salary changes, timesheet corrections, voucher
      *> activity, the ledger feeds - asks here first, so a closed
      *> month is closed the same way everywhere. the closed months
      *> are read into a table on the first call and served from
      *> there for the rest of the run.
      *>   period-close-check (perclose.cpy)
      *>     pck-subsystem  - IN  "PAY", "VCH" or "GL "
      *>     pck-date       - IN  the date the posting carries
      *>     pck-result     - OUT "Y" open, "N" closed
      *>     pck-open-date  - OUT pck-date when open, else the first
      *>                          day of the next open month
      *> with no ACCT-PERIODS file every month is open, as before
      *> periods were kept.

       environment division.
       input-output section.
       file-control.
           select acct-periods assign to "ACCT-PERIODS"
               organization is indexed
               access mode is sequential
               record key is ap-key
               file status is ws-ap-status.

       data division.
       file section.
       fd  acct-periods.
           COPY "acctper.cpy".

       working-storage section.
       01  ws-ap-status         pic xx.
       01  ws-loaded            pic x value "N".
       01  ws-eof               pic x.
       01  ws-closed-count      pic 9(4) value 0.
       01  ws-closed-max        pic 9(4) value 1000.
       01  ws-closed-idx        pic 9(4).
       01  ws-found             pic x.
       01  ws-tries             pic 9(2).
       01  ws-want-key.
           05 ws-want-subsystem pic x(3).
           05 ws-want-period    pic 9(6).
           05 filler redefines ws-want-period.
              10 ws-want-year   pic 9(4).
              10 ws-want-month  pic 9(2).
       01  ws-date-split.
           05 ws-date-yyyymm    pic 9(6).
           05 ws-date-dd        pic 9(2).
       01  ws-closed-table.
           05 ws-closed-key occurs 1000 times pic x(9).

       linkage section.
           COPY "perclose.cpy".

       procedure division using period-close-check.
           if ws-loaded = "N"
               perform load-periods
           end-if.
           move pck-date to ws-date-split.
           move pck-subsystem to ws-want-subsystem.
           move ws-date-yyyymm to ws-want-period.
           perform find-period.
           if ws-found = "N"
               move "Y" to pck-result
               move pck-date to pck-open-date
               goback
           end-if.
           move "N" to pck-result.
      *> a closed month redirects to the first later month still
      *> open; two years of closed months in a row is not credible,
      *> so the search stops there.
           move 0 to ws-tries.
           perform until ws-found = "N" or ws-tries > 24
               add 1 to ws-tries
               if ws-want-month = 12
                   move 1 to ws-want-month
                   add 1 to ws-want-year
               else
                   add 1 to ws-want-month
               end-if
               perform find-period
           end-perform.
           move ws-want-period to ws-date-yyyymm.
           move 1 to ws-date-dd.
           move ws-date-split to pck-open-date.
           goback.

       find-period.
           move "N" to ws-found.
           perform varying ws-closed-idx from 1 by 1
                   until ws-closed-idx > ws-closed-count
                      or ws-found = "Y"
               if ws-closed-key (ws-closed-idx) = ws-want-key
                   move "Y" to ws-found
               end-if
           end-perform.

       load-periods.
           move "Y" to ws-loaded.
           open input acct-periods.
           if ws-ap-status not = "00"
               exit paragraph
           end-if.
           move "N" to ws-eof.
           perform until ws-eof = "Y"
               read acct-periods next record
                   at end
                       move "Y" to ws-eof
                   not at end
                       if ap-closed
                           perform keep-closed-period
                       end-if
               end-read
           end-perform.
           close acct-periods.

       keep-closed-period.
           if ws-closed-count < ws-closed-max
               add 1 to ws-closed-count
               move ap-key to ws-closed-key (ws-closed-count)
           else
               display "CLOSECTL: PERIOD TABLE FULL - " ap-key
                       " NOT LOADED"
           end-if.
