       identification division.
       program-id. intfreg.

      *> interface file registry. every program that takes in an
      *> outside file (the branch transaction files, POS-TENDER,
      *> BANK-RETURNS, the HR acknowledgments) or cuts one to go out
      *> (BANK-PAYMENTS, GL-POSTING, HR-INTERFACE, ESCHEAT-REMIT)
      *> reports the file here by record count, hash total and a
      *> content fingerprint. a file identical to one already
      *> processed or sent is a duplicate: the caller rejects it, or
      *> does not release it. the same discipline as periodctl - a
      *> file is only registered once the caller has ended cleanly,
      *> so a failed run stays rerunnable; a duplicate is logged at
      *> once so the daily interface log shows it arrived.
      *>   interface-check (intfchk.cpy) - see the copybook for the
      *>   functions. the registry lines are intfreg.cpy.
      *> the fingerprint runs over every byte of every record in
      *> order, each byte weighted by all that came before it (the
      *> voucher check-digit arithmetic, carried modulo a large
      *> prime), so a reordered or one-byte-different file does not
      *> match.

       environment division.
       input-output section.
       file-control.
           select registry-file assign to "INTERFACE-REGISTRY"
               organization is line sequential
               file status is ws-ir-status.

       data division.
       file section.
       fd  registry-file.
           COPY "intfreg.cpy".

       working-storage section.
       01  ws-ir-status         pic xx.
       01  ws-ir-eof            pic 9 value 0.
       01  ws-business-date     pic 9(8) value 0.
       01  ws-byte-idx          pic 9(3).
       01  ws-step              pic 9(11).
       01  ws-modulus           pic 9(10) value 999999937.
       01  ws-found             pic x.
       01  ws-found-date        pic 9(8).
       01  ws-found-program     pic x(15).
       01  ws-new-status        pic x.
       01  ws-pend-max          pic 9(2) value 20.
       01  ws-pend-count        pic 9(2) value 0.
       01  ws-pend-idx          pic 9(2).
       01  ws-pend-table.
           05 ws-pend-entry occurs 20 times.
              10 ws-pend-interface  pic x(16).
              10 ws-pend-direction  pic x.
              10 ws-pend-count-n    pic 9(7).
              10 ws-pend-hash       pic s9(13)v99.
              10 ws-pend-print      pic 9(10).
              10 ws-pend-result     pic x.

       linkage section.
           COPY "intfchk.cpy".

       procedure division using interface-check.
           if ws-business-date = 0
               call "bizdate" using ws-business-date
           end-if.
           evaluate ifc-function
               when "INIT"
                   move 0 to ifc-record-count
                   move 0 to ifc-hash-total
                   move 0 to ifc-fingerprint
                   move "Y" to ifc-result
                   move spaces to ifc-detail
               when "ADD "
                   perform add-record
               when "CHK "
                   perform check-file
               when "DONE"
                   perform register-file
               when other
                   display "INTFREG: UNKNOWN FUNCTION " ifc-function
                   move "N" to ifc-result
           end-evaluate.
           goback.

       add-record.
           add 1 to ifc-record-count.
           add ifc-amount to ifc-hash-total.
           if ifc-record-length > 200 or ifc-record-length = 0
               move 200 to ifc-record-length
           end-if.
           perform varying ws-byte-idx from 1 by 1
                   until ws-byte-idx > ifc-record-length
               compute ws-step = ifc-fingerprint * 31
                   + function ord (ifc-record (ws-byte-idx:1))
               compute ifc-fingerprint =
                   function mod (ws-step, ws-modulus)
           end-perform.

       check-file.
           move "Y" to ifc-result.
           move spaces to ifc-detail.
           move "N" to ws-found.
           if ifc-record-count > 0
               perform find-identical
           end-if.
           if ws-found = "Y"
               move "N" to ifc-result
               string "SAME AS FILE OF " delimited by size
                      ws-found-date delimited by size
                      " (" delimited by size
                      ws-found-program delimited by space
                      ")" delimited by size
                      into ifc-detail
               end-string
               move "D" to ws-new-status
               perform append-entry
           end-if.
           perform hold-pending.

      *> only a file that was actually taken in or sent counts; an
      *> earlier duplicate line is a record of a rejection, not of
      *> a file.
       find-identical.
           move 0 to ws-ir-eof.
           open input registry-file.
           if ws-ir-status not = "00"
               exit paragraph
           end-if.
           perform until ws-ir-eof = 1
               read registry-file
                   at end
                       move 1 to ws-ir-eof
                   not at end
                       if ir-interface = ifc-interface
                          and ir-direction = ifc-direction
                          and (ir-processed or ir-sent)
                          and ir-record-count = ifc-record-count
                          and ir-hash-total = ifc-hash-total
                          and ir-fingerprint = ifc-fingerprint
                           move "Y" to ws-found
                           move ir-business-date to ws-found-date
                           move ir-program to ws-found-program
                           move 1 to ws-ir-eof
                       end-if
               end-read
           end-perform.
           close registry-file.

       hold-pending.
           perform varying ws-pend-idx from 1 by 1
                   until ws-pend-idx > ws-pend-count
               if ws-pend-interface (ws-pend-idx) = ifc-interface
                   exit perform
               end-if
           end-perform.
           if ws-pend-idx > ws-pend-count
               if ws-pend-count >= ws-pend-max
                   display "INTFREG: TOO MANY FILES IN ONE RUN - "
                           ifc-interface " WILL NOT BE REGISTERED"
                   exit paragraph
               end-if
               add 1 to ws-pend-count
               move ws-pend-count to ws-pend-idx
           end-if.
           move ifc-interface to ws-pend-interface (ws-pend-idx).
           move ifc-direction to ws-pend-direction (ws-pend-idx).
           move ifc-record-count to ws-pend-count-n (ws-pend-idx).
           move ifc-hash-total to ws-pend-hash (ws-pend-idx).
           move ifc-fingerprint to ws-pend-print (ws-pend-idx).
           move ifc-result to ws-pend-result (ws-pend-idx).

       register-file.
           move "N" to ifc-result.
           perform varying ws-pend-idx from 1 by 1
                   until ws-pend-idx > ws-pend-count
               if ws-pend-interface (ws-pend-idx) = ifc-interface
                   exit perform
               end-if
           end-perform.
           if ws-pend-idx > ws-pend-count
               display "INTFREG: " ifc-interface
                       " WAS NOT CHECKED - NOT REGISTERED"
               exit paragraph
           end-if.
           if ws-pend-result (ws-pend-idx) not = "Y"
               exit paragraph
           end-if.
           move ws-pend-direction (ws-pend-idx) to ifc-direction.
           move ws-pend-count-n (ws-pend-idx) to ifc-record-count.
           move ws-pend-hash (ws-pend-idx) to ifc-hash-total.
           move ws-pend-print (ws-pend-idx) to ifc-fingerprint.
           if ifc-direction = "O"
               move "S" to ws-new-status
           else
               move "P" to ws-new-status
           end-if.
           perform append-entry.
      *> registered once only, however often the caller says done.
           move "R" to ws-pend-result (ws-pend-idx).
           move "Y" to ifc-result.

       append-entry.
           open extend registry-file.
           if ws-ir-status not = "00"
               open output registry-file
           end-if.
           if ws-ir-status not = "00"
               display "INTFREG: CANNOT OPEN INTERFACE-REGISTRY, "
                       "STATUS=" ws-ir-status
               exit paragraph
           end-if.
           move spaces to interface-registry-record.
           move ifc-interface to ir-interface.
           move ifc-direction to ir-direction.
           move ws-new-status to ir-status.
           move ws-business-date to ir-business-date.
           move ifc-record-count to ir-record-count.
           move ifc-hash-total to ir-hash-total.
           move ifc-fingerprint to ir-fingerprint.
           move ifc-program to ir-program.
           call "getdate" using ir-date ir-time.
           write interface-registry-record.
           close registry-file.
       end program intfreg.
