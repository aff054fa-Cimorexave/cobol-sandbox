       identification division.
       program-id. apprauth.

      *> shared approval-authority check. ts_approve and
      *> approval_queue ask here before the signed-on operator signs
      *> off an item assigned to a named approver, so an approver on
      *> leave can hand the work to a colleague through an approval
      *> delegation (apprdlg.cpy) instead of leaving it to stall.
      *>   approval-auth-check (apprauth.cpy)
      *>     aac-function  - "CHK " may the operator sign off for
      *>                     the assigned approver on aac-date?
      *>                     "LOG " record a decision made under a
      *>                     delegation on DELEGATED-APPROVALS
      *>     aac-result    - "Y" own item / not assigned to an
      *>                     active approver, "D" under delegation,
      *>                     "N" not allowed (aac-detail says why)
      *> the delegate's standing is checked again at the time of use:
      *> a delegate since deactivated, locked or moved to a lesser
      *> role cannot act on a delegation entered before. an approver
      *> no longer on OPERATOR-CREDS, or not active there (deactivated,
      *> locked or suspended), leaves the item unassigned, open to any
      *> operator the caller's own role rules allow, as before
      *> approvers were assigned.

       environment division.
       input-output section.
       file-control.
           select delegation-file assign to "APPROVAL-DELEGATION"
               organization is indexed
               access mode is dynamic
               record key is ad-key
               file status is ws-ad-status.
           select operator-creds-file assign to "OPERATOR-CREDS"
               organization is indexed
               access mode is dynamic
               record key is cred-operator-id
               file status is ws-creds-status.
           select delegated-log-file assign to "DELEGATED-APPROVALS"
               organization is line sequential
               file status is ws-da-status.

       data division.
       file section.
       fd  delegation-file.
           COPY "apprdlg.cpy".

       fd  operator-creds-file.
           COPY "opercred.cpy".

       fd  delegated-log-file.
           COPY "dlgappr.cpy".

       working-storage section.
       01  ws-ad-status         pic xx.
       01  ws-creds-status      pic xx.
       01  ws-da-status         pic xx.
       01  ws-scan-done         pic x.
       01  ws-found             pic x.
       01  ws-approver-role     pic x.
       01  ws-approver-active   pic x.
       01  ws-operator-role     pic x.
       01  ws-operator-active   pic x.
       01  ws-time-scratch      pic 9(8).

       linkage section.
           COPY "apprauth.cpy".

       procedure division using approval-auth-check.
           evaluate aac-function
               when "CHK "
                   perform check-authority
               when "LOG "
                   perform log-delegated-decision
               when other
                   display "APPRAUTH: UNKNOWN FUNCTION " aac-function
                   move "N" to aac-result
           end-evaluate.
           goback.

       check-authority.
           move "Y" to aac-result.
           move spaces to aac-detail.
           if aac-approver-id = spaces
                   or aac-approver-id = aac-operator-id
               exit paragraph
           end-if.
           perform read-operator-standing.
           if ws-approver-active not = "Y"
               move "ASSIGNED APPROVER NO LONGER ACTIVE"
                   to aac-detail
               exit paragraph
           end-if.
           perform find-delegation.
           if ws-found not = "Y"
               move "N" to aac-result
               string "ASSIGNED TO " delimited by size
                      aac-approver-id delimited by space
                      " - NO DELEGATION TO YOU" delimited by size
                      into aac-detail
               end-string
               exit paragraph
           end-if.
      *> equal or higher role: the same role, or admin over any.
           if ws-operator-active not = "Y"
               move "N" to aac-result
               move "DELEGATE IS NOT AN ACTIVE OPERATOR"
                   to aac-detail
               exit paragraph
           end-if.
           if ws-operator-role not = ws-approver-role
                   and ws-operator-role not = "A"
               move "N" to aac-result
               move "DELEGATE ROLE BELOW THE APPROVER'S"
                   to aac-detail
               exit paragraph
           end-if.
           move "D" to aac-result.
           string "DELEGATED BY " delimited by size
                  aac-approver-id delimited by space
                  " FROM " delimited by size
                  ad-start-date delimited by size
                  into aac-detail
           end-string.

       read-operator-standing.
           move "N" to ws-approver-active.
           move "N" to ws-operator-active.
           move space to ws-approver-role ws-operator-role.
           open input operator-creds-file.
           if ws-creds-status not = "00"
      *> with no credentials to check against, the assignment holds.
               move "Y" to ws-approver-active
               exit paragraph
           end-if.
           move aac-approver-id to cred-operator-id.
           read operator-creds-file
               key is cred-operator-id
               invalid key
                   continue
               not invalid key
                   if cred-status = "A"
                       move "Y" to ws-approver-active
                       move cred-role to ws-approver-role
                   end-if
           end-read.
           move aac-operator-id to cred-operator-id.
           read operator-creds-file
               key is cred-operator-id
               invalid key
                   continue
               not invalid key
                   if cred-status = "A"
                       move "Y" to ws-operator-active
                       move cred-role to ws-operator-role
                   end-if
           end-read.
           close operator-creds-file.

      *> an active delegation from the approver to this operator
      *> whose date range takes in the decision date. the status is
      *> not trusted alone: a lapsed end date is refused even before
      *> the nightly expiry has marked it.
       find-delegation.
           move "N" to ws-found.
           open input delegation-file.
           if ws-ad-status not = "00"
               exit paragraph
           end-if.
           move aac-approver-id to ad-delegator-id.
           move 0 to ad-start-date.
           move "N" to ws-scan-done.
           start delegation-file key is >= ad-key
               invalid key
                   move "Y" to ws-scan-done
           end-start.
           perform until ws-scan-done = "Y" or ws-found = "Y"
               read delegation-file next record
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       if ad-delegator-id not = aac-approver-id
                           move "Y" to ws-scan-done
                       else
                           if ad-active
                                   and ad-delegate-id = aac-operator-id
                                   and ad-start-date <= aac-date
                                   and ad-end-date >= aac-date
                               move "Y" to ws-found
                           end-if
                       end-if
               end-read
           end-perform.
           close delegation-file.

       log-delegated-decision.
           move "Y" to aac-result.
           move spaces to aac-detail.
           open extend delegated-log-file.
           if ws-da-status not = "00"
               open output delegated-log-file
           end-if.
           if ws-da-status not = "00"
               move "N" to aac-result
               move "DELEGATED-APPROVALS NOT AVAILABLE" to aac-detail
               exit paragraph
           end-if.
           move spaces to delegated-approval-record.
           move aac-date to da-date.
           call "getdate" using ws-time-scratch da-time.
           move aac-program to da-program.
           move aac-item to da-item.
           move aac-decision to da-decision.
           move aac-operator-id to da-delegate-id.
           move aac-approver-id to da-approver-id.
           write delegated-approval-record.
           close delegated-log-file.
       end program apprauth.
