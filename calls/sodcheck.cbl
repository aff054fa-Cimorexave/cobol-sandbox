       identification division.
       program-id. sodcheck.

      *> shared segregation-of-duties check. var-levels, bank_maint,
      *> benefit_maint, ts_approve and approval_queue ask here before
      *> the signed-on operator changes or signs off anything for an
      *> employee, so nobody can raise their own pay, redirect their
      *> own bank deposits, approve their own timesheet - or do any
      *> of it for the manager who approves theirs.
      *>   sod-check (sodcheck.cpy)
      *>     sod-result  - "Y" allowed, "N" refused (sod-detail says
      *>                   why; the attempt is on SOD-EXCEPTIONS)
      *> the operator's own record is CRED-EMPLOYEE-ID; their manager
      *> is DM-MANAGER-ID of the department that record is in. an
      *> operator not linked to an employee (or with no credentials
      *> on file) is not stopped here - sod_report lists unlinked
      *> operators so the gap is closed in cred_admin. the link and
      *> manager are looked up once per operator and kept for the
      *> rest of the run.

       environment division.
       input-output section.
       file-control.
           select operator-creds-file assign to "OPERATOR-CREDS"
               organization is indexed
               access mode is dynamic
               record key is cred-operator-id
               file status is ws-creds-status.
           select employee-master assign to "EMPLOYEE-MASTER"
               organization is indexed
               access mode is dynamic
               record key is employee-id
               file status is ws-emp-status.
           select dept-master assign to "DEPT-MASTER"
               organization is indexed
               access mode is dynamic
               record key is dm-dept-code
               file status is ws-dm-status.
           select sod-exception-file assign to "SOD-EXCEPTIONS"
               organization is line sequential
               file status is ws-sx-status.

       data division.
       file section.
       fd  operator-creds-file.
           COPY "opercred.cpy".

       fd  employee-master.
           COPY "employee.cpy".

       fd  dept-master.
           COPY "deptmast.cpy".

       fd  sod-exception-file.
           COPY "sodexcp.cpy".

       working-storage section.
       01  ws-creds-status      pic xx.
       01  ws-emp-status        pic xx.
       01  ws-dm-status         pic xx.
       01  ws-sx-status         pic xx.
       01  ws-cached-operator   pic x(8) value spaces.
       01  ws-own-employee-id   pic 9(7) value 0.
       01  ws-own-manager-id    pic 9(7) value 0.
       01  ws-reason            pic x(8).
       01  ws-time-scratch      pic 9(8).

       linkage section.
           COPY "sodcheck.cpy".

       procedure division using sod-check.
           move "Y" to sod-result.
           move spaces to sod-detail.
           if sod-operator-id not = ws-cached-operator
               perform load-operator-link
           end-if.
           if ws-own-employee-id = 0
               goback
           end-if.
           if sod-employee-id = ws-own-employee-id
               move "N" to sod-result
               move "SELF" to ws-reason
               move "EMPLOYEE IS YOUR OWN RECORD" to sod-detail
               perform log-exception
               goback
           end-if.
           if ws-own-manager-id not = 0
                   and sod-employee-id = ws-own-manager-id
               move "N" to sod-result
               move "MANAGER" to ws-reason
               move "EMPLOYEE IS YOUR OWN MANAGER" to sod-detail
               perform log-exception
           end-if.
           goback.

      *> a manager of their own department has no manager here: the
      *> own-record test already covers them.
       load-operator-link.
           move sod-operator-id to ws-cached-operator.
           move 0 to ws-own-employee-id ws-own-manager-id.
           open input operator-creds-file.
           if ws-creds-status not = "00"
               exit paragraph
           end-if.
           move sod-operator-id to cred-operator-id.
           read operator-creds-file
               key is cred-operator-id
               invalid key
                   continue
               not invalid key
                   if cred-employee-id is numeric
                       move cred-employee-id to ws-own-employee-id
                   end-if
           end-read.
           close operator-creds-file.
           if ws-own-employee-id = 0
               exit paragraph
           end-if.
           open input employee-master.
           if ws-emp-status not = "00"
               exit paragraph
           end-if.
           move ws-own-employee-id to employee-id.
           read employee-master
               key is employee-id
               invalid key
                   move spaces to department-code
           end-read.
           close employee-master.
           if department-code = spaces
               exit paragraph
           end-if.
           open input dept-master.
           if ws-dm-status not = "00"
               exit paragraph
           end-if.
           move department-code to dm-dept-code.
           read dept-master
               key is dm-dept-code
               invalid key
                   continue
               not invalid key
                   if dm-manager-id not = ws-own-employee-id
                       move dm-manager-id to ws-own-manager-id
                   end-if
           end-read.
           close dept-master.

       log-exception.
           open extend sod-exception-file.
           if ws-sx-status not = "00"
               open output sod-exception-file
           end-if.
           if ws-sx-status not = "00"
               display "SODCHECK: SOD-EXCEPTIONS NOT AVAILABLE, STATUS="
                       ws-sx-status
               exit paragraph
           end-if.
           move spaces to sod-exception-record.
           call "bizdate" using sx-date.
           call "getdate" using ws-time-scratch sx-time.
           move sod-operator-id to sx-operator-id.
           move ws-own-employee-id to sx-own-employee-id.
           move sod-program to sx-program.
           move sod-action to sx-action.
           move sod-employee-id to sx-target-id.
           move ws-reason to sx-reason.
           write sod-exception-record.
           close sod-exception-file.
       end program sodcheck.
