       identification division.
       program-id. contactck.

      *> shared contact-suppression rule. every program that puts a
      *> letter, statement or invoice in front of a customer or an
      *> applicant asks here first, so a do-not-contact flag, a
      *> "no letters" preference or a returned-mail address stops
      *> the document the same way everywhere. the caller lists a
      *> refused party on its own not-sent report with the reason
      *> returned.
      *>   cc-contact-pref - IN  "M"/space mail, "E" email, "N" none
      *>   cc-no-contact   - IN  "Y" do not contact
      *>   cc-addr-status  - IN  "U" address undeliverable
      *>   cc-email        - IN  email address on file
      *>   cc-result       - OUT "M" send by mail, "E" send by email,
      *>                         "N" do not send
      *>   cc-reason       - OUT why not, when cc-result is "N"
      *> an email preference with no address on file falls back to
      *> the mail rules; an email party is still reachable when the
      *> postal address has come back.

       data division.
       linkage section.
       01  cc-contact-pref      pic x.
       01  cc-no-contact        pic x.
       01  cc-addr-status       pic x.
       01  cc-email             pic x(40).
       01  cc-result            pic x.
       01  cc-reason            pic x(20).

       procedure division using cc-contact-pref cc-no-contact
               cc-addr-status cc-email cc-result cc-reason.
           move spaces to cc-reason.
           if cc-no-contact = "Y"
               move "N" to cc-result
               move "DO NOT CONTACT" to cc-reason
               goback
           end-if.
           if cc-contact-pref = "N"
               move "N" to cc-result
               move "NO CONTACT WANTED" to cc-reason
               goback
           end-if.
           if cc-contact-pref = "E" and cc-email not = spaces
               move "E" to cc-result
               goback
           end-if.
           if cc-addr-status = "U"
               move "N" to cc-result
               move "ADDRESS UNDELIVERABLE" to cc-reason
               goback
           end-if.
           move "M" to cc-result.
           goback.
