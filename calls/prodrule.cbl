       identification division.
       program-id. prodrule.

      *> shared voucher product rules service. issuance, top-up,
      *> expiry, dormancy and the expiry letters all ask here for
      *> the terms a voucher was sold under, so a product's rules
      *> (prodmast.cpy) and the standard terms for a voucher with no
      *> product are only coded once. the catalog is small and a
      *> sweep asks once per voucher, so the whole product master
      *> is read into a table on the first call and served from
      *> there for the rest of the run.
      *>   product-rules (prodrule.cpy)
      *>     prd-product-code - IN  the voucher's product code
      *>     prd-result       - OUT "Y" product found, "S" standard
      *>                            terms (code spaces), "N" not on
      *>                            the product master (standard
      *>                            terms returned)
      *>     prd-rules        - OUT the terms to apply
      *> standard terms: VOUCHER-EXPIRY-MTHS (24), VOUCHER-DORMANT-
      *> MTHS (12) and VOUCHER-DORMANCY-FEE (2.00), any amount,
      *> reloadable.

       environment division.
       input-output section.
       file-control.
           select product-master assign to "PRODUCT-MASTER"
               organization is indexed
               access mode is sequential
               record key is pm-product-code
               file status is ws-pm-status.

       data division.
       file section.
       fd  product-master.
           COPY "prodmast.cpy".

       working-storage section.
       01  ws-pm-status         pic xx.
       01  ws-loaded            pic x value "N".
       01  ws-eof               pic x.
       01  ws-prod-count        pic 9(3) value 0.
       01  ws-prod-max          pic 9(3) value 100.
       01  ws-prod-idx          pic 9(3).
       01  ws-parm-name         pic x(20).
       01  ws-parm-asof         pic 9(8) value 0.
       01  ws-parm-value        pic s9(9)v99.
       01  ws-parm-found        pic x.
       01  ws-std-rules.
           05 ws-std-description   pic x(30)
              value "STANDARD VOUCHER".
           05 ws-std-status        pic x value "A".
           05 ws-std-denom-count   pic 9(2) value 0.
           05 ws-std-denomination  pic 9(3)v99 occurs 10 times.
           05 ws-std-validity      pic 9(3) value 24.
           05 ws-std-dormant       pic 9(3) value 12.
           05 ws-std-fee           pic 9(2)v99 value 2.00.
           05 ws-std-reloadable    pic x value "Y".
       01  ws-prod-table.
           05 ws-prod-entry occurs 100 times.
              10 ws-prod-code      pic x(4).
              10 ws-prod-rules     pic x(94).

       linkage section.
           COPY "prodrule.cpy".

       procedure division using product-rules.
           if ws-loaded = "N"
               perform load-catalog
           end-if.
           move ws-std-rules to prd-rules.
           if prd-product-code = spaces
               move "S" to prd-result
               goback
           end-if.
           move "N" to prd-result.
           perform varying ws-prod-idx from 1 by 1
                   until ws-prod-idx > ws-prod-count
                      or prd-result = "Y"
               if ws-prod-code (ws-prod-idx) = prd-product-code
                   move ws-prod-rules (ws-prod-idx) to prd-rules
                   move "Y" to prd-result
               end-if
           end-perform.
           goback.

       load-catalog.
           perform load-standard-terms.
           move "Y" to ws-loaded.
           open input product-master.
           if ws-pm-status not = "00"
               exit paragraph
           end-if.
           move "N" to ws-eof.
           perform until ws-eof = "Y"
               read product-master next record
                   at end
                       move "Y" to ws-eof
                   not at end
                       if ws-prod-count < ws-prod-max
                           add 1 to ws-prod-count
                           move pm-product-code
                               to ws-prod-code (ws-prod-count)
                           move pm-rules
                               to ws-prod-rules (ws-prod-count)
                       else
                           display "PRODRULE: PRODUCT TABLE FULL - "
                                   pm-product-code " NOT LOADED"
                       end-if
               end-read
           end-perform.
           close product-master.

       load-standard-terms.
           perform varying ws-prod-idx from 1 by 1
                   until ws-prod-idx > 10
               move 0 to ws-std-denomination (ws-prod-idx)
           end-perform.
           move "VOUCHER-EXPIRY-MTHS" to ws-parm-name.
           move ws-std-validity to ws-parm-value.
           call "sysparm" using ws-parm-name ws-parm-asof
               ws-parm-value ws-parm-found.
           if ws-parm-found = "Y" and ws-parm-value > 0
              and ws-parm-value < 1000
               move ws-parm-value to ws-std-validity
           end-if.
           move "VOUCHER-DORMANT-MTHS" to ws-parm-name.
           move ws-std-dormant to ws-parm-value.
           call "sysparm" using ws-parm-name ws-parm-asof
               ws-parm-value ws-parm-found.
           if ws-parm-found = "Y" and ws-parm-value > 0
              and ws-parm-value < 1000
               move ws-parm-value to ws-std-dormant
           end-if.
           move "VOUCHER-DORMANCY-FEE" to ws-parm-name.
           move ws-std-fee to ws-parm-value.
           call "sysparm" using ws-parm-name ws-parm-asof
               ws-parm-value ws-parm-found.
           if ws-parm-found = "Y" and ws-parm-value >= 0
              and ws-parm-value < 100
               move ws-parm-value to ws-std-fee
           end-if.
