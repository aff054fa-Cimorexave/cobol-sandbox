       identification division.
       program-id. trncheck.

      *> shared training-compliance check. for one employee, finds
      *> the required courses (COURSE-MASTER, course.cpy) with no
      *> completion on TRAINING (training.cpy), the certifications
      *> already expired and the ones expiring inside the caller's
      *> alert window, so the compliance report and the department
      *> roster judge compliance the same way. parameter area is
      *> trnchk.cpy:
      *>   "CHEK" - check tc-employee-id as of tc-as-of-date
      *>   "CLOS" - close the files at the end of the caller's run
      *> the active courses are loaded once, on the first call. when
      *> COURSE-MASTER is not on hand nothing is required; when
      *> TRAINING is not on hand nobody holds anything.

       environment division.
       input-output section.
       file-control.
           select course-master assign to "COURSE-MASTER"
               organization is indexed
               access mode is sequential
               record key is cm-course-code
               file status is ws-cm-status.
           select training-file assign to "TRAINING"
               organization is indexed
               access mode is dynamic
               record key is tr-key
               file status is ws-tr-status.

       data division.
       file section.
       fd  course-master.
           COPY "course.cpy".

       fd  training-file.
           COPY "training.cpy".

       working-storage section.
       01  ws-cm-status         pic xx.
       01  ws-tr-status         pic xx.
       01  ws-loaded            pic x value "N".
       01  ws-training-open     pic x value "N".
       01  ws-scan-done         pic x.
       01  ws-as-of-date        pic 9(8).
       01  ws-limit-date        pic 9(8).
       01  ws-date-function     pic x(4).
       01  ws-date-days         pic s9(7).
       01  ws-date-result       pic x.
       01  ws-required          pic x.
       01  ws-req-idx           pic 9(1).
       01  ws-crs-idx           pic 9(2).
       01  ws-crs-count         pic 9(2) value 0.
       01  ws-course-table.
           05 ws-crs-entry occurs 50 times.
              10 ws-crs-code        pic x(6).
              10 ws-crs-name        pic x(30).
              10 ws-crs-req occurs 8 times.
                 15 ws-crs-req-kind pic x.
                 15 ws-crs-req-code pic x(4).
       01  ws-new-condition     pic x(8).
       01  ws-new-expiry        pic 9(8).

       linkage section.
           COPY "trnchk.cpy".

       procedure division using training-check-area.
           if tc-function = "CLOS"
               if ws-training-open = "Y"
                   close training-file
               end-if
               move "N" to ws-training-open
               move "N" to ws-loaded
               goback
           end-if.
           if ws-loaded = "N"
               perform load-courses
           end-if.
           move "Y" to tc-compliant.
           move 0 to tc-exc-count.
           move tc-as-of-date to ws-as-of-date.
           if ws-as-of-date = 0
               call "bizdate" using ws-as-of-date
           end-if.
           move "ADDD" to ws-date-function.
           move tc-alert-days to ws-date-days.
           call "dateserv" using ws-date-function ws-as-of-date
               ws-limit-date ws-date-days ws-date-result.
           if ws-date-result not = "Y"
               move ws-as-of-date to ws-limit-date
           end-if.
           perform check-held-certificates.
           perform check-required-courses.
           goback.

       load-courses.
           move "Y" to ws-loaded.
           move 0 to ws-crs-count.
           open input training-file.
           if ws-tr-status = "00"
               move "Y" to ws-training-open
           end-if.
           open input course-master.
           if ws-cm-status not = "00"
               exit paragraph
           end-if.
           move "N" to ws-scan-done.
           perform until ws-scan-done = "Y"
               read course-master next record
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       if cm-active and ws-crs-count < 50
                           add 1 to ws-crs-count
                           move cm-course-code
                               to ws-crs-code (ws-crs-count)
                           move cm-course-name
                               to ws-crs-name (ws-crs-count)
                           perform varying ws-req-idx from 1 by 1
                                   until ws-req-idx > 8
                               move cm-req-kind (ws-req-idx)
                                   to ws-crs-req-kind
                                      (ws-crs-count ws-req-idx)
                               move cm-req-code (ws-req-idx)
                                   to ws-crs-req-code
                                      (ws-crs-count ws-req-idx)
                           end-perform
                       end-if
               end-read
           end-perform.
           close course-master.

      *> every certificate the employee holds that has lapsed or
      *> lapses inside the window, required or not.
       check-held-certificates.
           if ws-training-open not = "Y"
               exit paragraph
           end-if.
           move tc-employee-id to tr-employee-id.
           move low-values to tr-course-code.
           move "N" to ws-scan-done.
           start training-file key is >= tr-key
               invalid key
                   move "Y" to ws-scan-done
           end-start.
           perform until ws-scan-done = "Y"
               read training-file next record
                   at end
                       move "Y" to ws-scan-done
                   not at end
                       if tr-employee-id not = tc-employee-id
                           move "Y" to ws-scan-done
                       else
                           perform judge-one-certificate
                       end-if
               end-read
           end-perform.

       judge-one-certificate.
           if tr-expiry-date = 0
               exit paragraph
           end-if.
           if tr-expiry-date < ws-as-of-date
               move "EXPIRED" to ws-new-condition
           else
               if tr-expiry-date <= ws-limit-date
                   move "EXPIRING" to ws-new-condition
               else
                   exit paragraph
               end-if
           end-if.
           perform find-course.
           if ws-new-condition = "EXPIRED" and ws-required = "Y"
               move "N" to tc-compliant
           end-if.
           move tr-expiry-date to ws-new-expiry.
           perform add-exception.

      *> each active course this employee must hold, looked up on
      *> TRAINING by key.
       check-required-courses.
           perform varying ws-crs-idx from 1 by 1
                   until ws-crs-idx > ws-crs-count
               perform test-required
               if ws-required = "Y"
                   perform look-for-completion
               end-if
           end-perform.

       look-for-completion.
           if ws-training-open = "Y"
               move tc-employee-id to tr-employee-id
               move ws-crs-code (ws-crs-idx) to tr-course-code
               read training-file
                   key is tr-key
                   invalid key
                       continue
                   not invalid key
                       exit paragraph
               end-read
           end-if.
           move "N" to tc-compliant.
           move "MISSING" to ws-new-condition.
           move ws-crs-code (ws-crs-idx) to tr-course-code.
           move 0 to ws-new-expiry.
           perform add-exception.

       find-course.
           move "N" to ws-required.
           perform varying ws-crs-idx from 1 by 1
                   until ws-crs-idx > ws-crs-count
               if ws-crs-code (ws-crs-idx) = tr-course-code
                   perform test-required
                   exit perform
               end-if
           end-perform.

       test-required.
           move "N" to ws-required.
           perform varying ws-req-idx from 1 by 1
                   until ws-req-idx > 8
               evaluate ws-crs-req-kind (ws-crs-idx ws-req-idx)
                   when "A"
                       move "Y" to ws-required
                   when "D"
                       if ws-crs-req-code (ws-crs-idx ws-req-idx)
                          = tc-dept
                           move "Y" to ws-required
                       end-if
                   when "G"
                       if ws-crs-req-code (ws-crs-idx ws-req-idx)
                          (1:2) = tc-grade
                           move "Y" to ws-required
                       end-if
               end-evaluate
           end-perform.

      *> the table holds 20 exceptions; past that the employee is
      *> plainly out of compliance and the rest are not listed.
       add-exception.
           if tc-exc-count >= 20
               exit paragraph
           end-if.
           add 1 to tc-exc-count.
           move tr-course-code to tc-course (tc-exc-count).
           move spaces to tc-course-name (tc-exc-count).
           if ws-crs-idx > 0 and ws-crs-idx <= ws-crs-count
               move ws-crs-name (ws-crs-idx)
                   to tc-course-name (tc-exc-count)
           end-if.
           move ws-new-condition to tc-condition (tc-exc-count).
           move ws-new-expiry to tc-expiry-date (tc-exc-count).
           move ws-required to tc-required (tc-exc-count).
       end program trncheck.
