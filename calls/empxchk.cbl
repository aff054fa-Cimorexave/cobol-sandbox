       identification division.
       program-id. empxchk.

      *> employee extract control check. a report that reads one of
      *> the nightly extract work files instead of EMPLOYEE-MASTER
      *> calls this before it opens the file, and compares the count
      *> it reads against the count returned when it is done.
      *>   extract-file   - "DEPT", "HIRE" or "ID  " (which file)
      *>   extract-count  - records the extract wrote to that file
      *>   extract-result - "Y" = balanced extract, safe to read;
      *>                    "N" = missing, pending or out of balance
      *>   extract-detail - the extract's run stamp, or why refused
      *> a pending control record means the extract abended (or is
      *> still running): the work files are incomplete.

       environment division.
       input-output section.
       file-control.
           select extract-ctl-file assign to "EMPEXT-CTL"
               organization is line sequential
               file status is ws-xc-status.

       data division.
       file section.
       fd  extract-ctl-file.
           copy "empxctl.cpy".

       working-storage section.
       01  ws-xc-status         pic xx.

       linkage section.
       01  extract-file         pic x(4).
       01  extract-count        pic 9(7).
       01  extract-result       pic x(1).
       01  extract-detail       pic x(40).

       procedure division using extract-file extract-count
               extract-result extract-detail.
           move "N" to extract-result.
           move 0 to extract-count.
           move spaces to extract-detail.
           open input extract-ctl-file.
           if ws-xc-status not = "00"
               move "EXTRACT CONTROL NOT AVAILABLE"
                   to extract-detail
               goback
           end-if.
           read extract-ctl-file
               at end
                   move "EXTRACT CONTROL EMPTY" to extract-detail
           end-read.
           close extract-ctl-file.
           if extract-detail not = spaces
               goback
           end-if.
           evaluate true
               when xc-pending
                   move "EXTRACT INCOMPLETE - RERUN EMPEXTR"
                       to extract-detail
                   goback
               when xc-out-of-balance
                   move "EXTRACT OUT OF BALANCE WITH MASTER"
                       to extract-detail
                   goback
               when not xc-balanced
                   move "EXTRACT CONTROL UNREADABLE" to extract-detail
                   goback
           end-evaluate.
           evaluate extract-file
               when "DEPT"
                   move xc-dept-count to extract-count
               when "HIRE"
                   move xc-hire-count to extract-count
               when "ID  "
                   move xc-id-count to extract-count
               when other
                   display "EMPXCHK: UNKNOWN EXTRACT FILE "
                           extract-file
                   move "UNKNOWN EXTRACT FILE" to extract-detail
                   goback
           end-evaluate.
           move "Y" to extract-result.
           string "EXTRACT OF " delimited by size
                  xc-business-date delimited by size
                  " RUN " delimited by size
                  xc-run-date delimited by size
                  " " delimited by size
                  xc-run-time delimited by size
                  into extract-detail
           end-string.
           goback.
       end program empxchk.
