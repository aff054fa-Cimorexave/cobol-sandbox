       identification division.
       program-id. periodctl.

      *> pay-period posting control. each payroll step that posts a
      *> period to a file that must never see it twice (PAY-YTD,
      *> BANK-PAYMENTS, the GL) asks here before it posts and records
      *> the period here once it has ended cleanly, so a step that is
      *> run a second time for the same period refuses instead of
      *> posting again. an abended or failed run records nothing and
      *> stays rerunnable.
      *>   period-function - "CHK " has this step posted this period?
      *>                     "DONE" record the period as posted
      *>   period-step     - caller's program name
      *>   period-end      - the pay period end date (yyyymmdd)
      *>   period-result   - "Y" = not yet posted / recorded;
      *>                     "N" = already posted (or not recorded)
      *>   period-detail   - when it was posted, on "N"
      *> the postings live on the PERIOD-CONTROL file, one line per
      *> step and period, so an operator can inspect (and, after a
      *> deliberate reversal, remove) an entry.

       environment division.
       input-output section.
       file-control.
           select period-file assign to "PERIOD-CONTROL"
               organization is line sequential
               file status is ws-pc-status.

       data division.
       file section.
       fd  period-file.
       01  period-record.
           05 pr-step           pic x(15).
           05 filler            pic x value space.
           05 pr-period-end     pic 9(8).
           05 filler            pic x value space.
           05 pr-date           pic 9(8).
           05 filler            pic x value space.
           05 pr-time           pic 9(6).

       working-storage section.
       01  ws-pc-status         pic xx.
       01  ws-pc-eof            pic 9 value 0.
       01  ws-posted            pic x.
       01  ws-posted-date       pic 9(8).
       01  ws-posted-time       pic 9(6).

       linkage section.
       01  period-function      pic x(4).
       01  period-step          pic x(15).
       01  period-end           pic 9(8).
       01  period-result        pic x(1).
       01  period-detail        pic x(40).

       procedure division using period-function period-step
               period-end period-result period-detail.
           move "Y" to period-result.
           move spaces to period-detail.
           perform find-posting.
           evaluate period-function
               when "CHK "
                   if ws-posted = "Y"
                       move "N" to period-result
                       perform describe-posting
                   end-if
               when "DONE"
                   if ws-posted = "N"
                       perform append-posting
                   end-if
               when other
                   display "PERIODCTL: UNKNOWN FUNCTION "
                           period-function
                   move "N" to period-result
           end-evaluate.
           goback.

       find-posting.
           move "N" to ws-posted.
           move 0 to ws-pc-eof.
           open input period-file.
           if ws-pc-status not = "00"
               exit paragraph
           end-if.
           perform until ws-pc-eof = 1
               read period-file
                   at end
                       move 1 to ws-pc-eof
                   not at end
                       if pr-step = period-step
                               and pr-period-end = period-end
                           move "Y" to ws-posted
                           move pr-date to ws-posted-date
                           move pr-time to ws-posted-time
                           move 1 to ws-pc-eof
                       end-if
               end-read
           end-perform.
           close period-file.

       append-posting.
           open extend period-file.
           if ws-pc-status not = "00"
               open output period-file
           end-if.
           if ws-pc-status not = "00"
               display "PERIODCTL: CANNOT OPEN PERIOD-CONTROL, STATUS="
                       ws-pc-status
               move "N" to period-result
               exit paragraph
           end-if.
           move spaces to period-record.
           move period-step to pr-step.
           move period-end to pr-period-end.
           call "getdate" using pr-date pr-time.
           write period-record.
           close period-file.

       describe-posting.
           string "POSTED " delimited by size
                  ws-posted-date delimited by size
                  " " delimited by size
                  ws-posted-time delimited by size
                  into period-detail
           end-string.
       end program periodctl.
