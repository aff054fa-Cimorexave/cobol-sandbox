       identification division.
       program-id. costsplit.

      *> shared split-department cost allocation. spreads one
      *> employee's cost amount over the departments on their
      *> COST-ALLOC entries (costalloc.cpy) so every cost report
      *> charges shared staff the same way. the parameter area is
      *> costsplt.cpy:
      *>   "SPLT" - split cs-amount for cs-employee-id; an employee
      *>            with no entries (or when the file is not on
      *>            hand) is charged in full to cs-home-dept
      *>   "CLOS" - close COST-ALLOC at the end of the caller's run
      *> the file is opened on the first call and the last
      *> employee's entries are kept, so a caller splitting several
      *> amounts for one employee reads the file once.

       environment division.
       input-output section.
       file-control.
           select cost-alloc-file assign to "COST-ALLOC"
               organization is indexed
               access mode is dynamic
               record key is ca-key
               file status is ws-ca-status.

       data division.
       file section.
       fd  cost-alloc-file.
           COPY "costalloc.cpy".

       working-storage section.
       01  ws-ca-status         pic xx.
       01  ws-file-state        pic x value "C".
       01  ws-scan-done         pic x.
       01  ws-cached-emp        pic 9(7) value 0.
       01  ws-alloc-count       pic 9(1) value 0.
       01  ws-alloc-total       pic 9(4)v99 value 0.
       01  ws-alloc-idx         pic 9(1).
       01  ws-alloc-table.
           05 ws-alloc-entry occurs 5 times.
              10 ws-alloc-dept  pic x(4).
              10 ws-alloc-pct   pic 9(3)v99.
       01  ws-shared-so-far     pic s9(9)v99.

       linkage section.
           COPY "costsplt.cpy".

       procedure division using cost-split-area.
           if cs-function = "CLOS"
               if ws-file-state = "O"
                   close cost-alloc-file
               end-if
               move "C" to ws-file-state
               move 0 to ws-cached-emp
               goback
           end-if.
           if ws-file-state = "C"
               open input cost-alloc-file
               if ws-ca-status = "00"
                   move "O" to ws-file-state
               else
                   move "U" to ws-file-state
               end-if
           end-if.
           if cs-employee-id not = ws-cached-emp
               perform load-employee-split
           end-if.
           if ws-alloc-count = 0 or ws-alloc-total not = 100
               if ws-alloc-count = 0
                   move "H" to cs-result
               else
                   move "B" to cs-result
               end-if
               move 1 to cs-split-count
               move cs-home-dept to cs-dept (1)
               move 100 to cs-percent (1)
               move cs-amount to cs-share (1)
               goback
           end-if.
           move "A" to cs-result.
           move ws-alloc-count to cs-split-count.
           move 0 to ws-shared-so-far.
           perform varying ws-alloc-idx from 1 by 1
                   until ws-alloc-idx > ws-alloc-count
               move ws-alloc-dept (ws-alloc-idx)
                   to cs-dept (ws-alloc-idx)
               move ws-alloc-pct (ws-alloc-idx)
                   to cs-percent (ws-alloc-idx)
               if ws-alloc-idx = ws-alloc-count
                   compute cs-share (ws-alloc-idx) =
                       cs-amount - ws-shared-so-far
               else
                   compute cs-share (ws-alloc-idx) rounded =
                       cs-amount * ws-alloc-pct (ws-alloc-idx) / 100
                   add cs-share (ws-alloc-idx) to ws-shared-so-far
               end-if
           end-perform.
           goback.

       load-employee-split.
           move cs-employee-id to ws-cached-emp.
           move 0 to ws-alloc-count.
           move 0 to ws-alloc-total.
           if ws-file-state not = "O"
               exit paragraph
           end-if.
           move cs-employee-id to ca-employee-id.
           move low-values to ca-dept-code.
           move "N" to ws-scan-done.
           start cost-alloc-file key is >= ca-key
               invalid key
                   move "Y" to ws-scan-done
           end-start.
           perform until ws-scan-done = "Y"
               read cost-alloc-file next record
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       if ca-employee-id not = cs-employee-id
                           move "Y" to ws-scan-done
                       else
                           if ws-alloc-count < 5
                               add 1 to ws-alloc-count
                               move ca-dept-code
                                   to ws-alloc-dept (ws-alloc-count)
                               move ca-percent
                                   to ws-alloc-pct (ws-alloc-count)
                           end-if
                           add ca-percent to ws-alloc-total
                       end-if
               end-read
           end-perform.
       end program costsplit.
