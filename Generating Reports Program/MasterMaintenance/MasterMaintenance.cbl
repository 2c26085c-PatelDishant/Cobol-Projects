      * applied or rejected -- to the audit trail with the operator
      * id, the business date, and the full before and after record
      * images. Run on demand, like Maintenance; the keyed
      * transaction file is cleared once applied. Loss prevention
      * places and releases gift card holds through the same file,
      * so a frozen card has the same who-and-when trail. HR keeps
      * the employee class table that sets the staff purchase
      * discount and annual cap here as well, and the tax exemption
      * certificates customers present are recorded against their
      * customer master records. Credit opens the house charge
      * accounts of commercial customers here, sets and changes
      * their limits, holds and releases them, and closes them once
      * they are paid off. Purchasing keeps the vendor master here,
      * and every SKU on the catalog names the vendor it is bought
      * from -- the vendor its defective returns are shipped back to.

       environment division.
       input-output section.
               record key is la-invoice-number
               file status is ws-layaway-agreement-status.

           select optional gift-card-master assign to
               "../../../data/gift-card-master.dat"
               organization is indexed
               access mode is random
               record key is gc-card-number
               file status is ws-gift-card-status.

      * Customers are signed up by the stores outside this utility;
      * only the exemption certificate on an existing record is
      * kept here.
           select optional customer-master assign to
               "../../../data/customer-master.dat"
               organization is indexed
               access mode is random
               record key is cm-customer-number
               file status is ws-customer-master-status.

           select optional house-account-master assign to
               "../../../data/house-account.dat"
               organization is indexed
               access mode is random
               record key is ha-account-number
               file status is ws-house-account-status.

           select optional vendor-master assign to
               "../../../data/vendor-master.dat"
               organization is indexed
               access mode is random
               record key is vm-vendor-code
               file status is ws-vendor-master-status.

           select optional employee-class-file assign to
               "../../../data/employee-class.dat"
               organization is indexed
               access mode is random
               record key is ec-class-code
               file status is ws-employee-class-status.

      * Read-only scan at start-up: which stores still carry open
      * layaway plans, so deactivating one of them can be refused.
           select optional layaway-master assign to

           copy "../Copybooks/layaway-agreement.cpy".

       fd gift-card-master
           data record is gift-card-master-record.

           copy "../Copybooks/gift-card-master.cpy".

       fd customer-master
           data record is customer-master-record.

           copy "../Copybooks/customer-master.cpy".

       fd house-account-master
           data record is house-account-record.

           copy "../Copybooks/house-account.cpy".

       fd vendor-master
           data record is vendor-master-record.

           copy "../Copybooks/vendor-master.cpy".

       fd employee-class-file
           data record is employee-class-record.

           copy "../Copybooks/employee-class.cpy".

       fd layaway-master
           data record is layaway-master-record.

       01 ws-tax-rate-status                          pic xx value "00".
       01 ws-layaway-agreement-status                 pic xx value "00".
       01 ws-layaway-master-status                    pic xx value "00".
       01 ws-gift-card-status                         pic xx value "00".
       01 ws-employee-class-status                    pic xx value "00".
       01 ws-customer-master-status                   pic xx value "00".
       01 ws-house-account-status                     pic xx value "00".
       01 ws-vendor-master-status                     pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-lay-eof                                 pic x value 'N'.
           05 ws-open-lay-flag            pic x occurs 99 times.
       01 ws-store-sub                                     pic 99.

      * The customer record is longer than the audit image, and the
      * certificate sits at its end -- a CX row's before and after
      * images carry the customer number and the certificate alone.
       01 ws-exemption-image.
           05 xi-customer-number                          pic 9(6).
           05 xi-cert-number                             pic x(15).
           05 xi-exempt-type                                 pic x.
           05 xi-exempt-expiry                            pic 9(8).

      * The house account's before and after images: the figures
      * credit actually maintains, and the balance they were judged
      * against.
       01 ws-house-account-image.
           05 hi-account-number                           pic 9(6).
           05 hi-credit-limit                          pic 9(7)v99.
           05 hi-balance                              pic s9(7)v99.
           05 hi-status                                      pic x.
           05 hi-hold-reason                                 pic x.

       procedure division.

           perform 025-read-business-date.
                 employee-master
                 product-catalog
                 tax-rate
                 layaway-agreement
                 gift-card-master
                 employee-class-file
                 customer-master
                 house-account-master
                 vendor-master.

      * Every keyed transaction has been applied or rejected and is
      * on the audit trail -- clear the queue so a second run before
               open output layaway-agreement
               close layaway-agreement
               open i-o layaway-agreement
           end-if

           open i-o gift-card-master
           if ws-gift-card-status = "35"
               open output gift-card-master
               close gift-card-master
               open i-o gift-card-master
           end-if

           open i-o employee-class-file
           if ws-employee-class-status = "35"
               open output employee-class-file
               close employee-class-file
               open i-o employee-class-file
           end-if

           open i-o customer-master
           if ws-customer-master-status = "35"
               open output customer-master
               close customer-master
               open i-o customer-master
           end-if

           open i-o house-account-master
           if ws-house-account-status = "35"
               open output house-account-master
               close house-account-master
               open i-o house-account-master
           end-if

           open i-o vendor-master
           if ws-vendor-master-status = "35"
               open output vendor-master
               close vendor-master
               open i-o vendor-master
           end-if.

      * One pass over the layaway master flagging every store that
                   perform 500-maintain-tax-rate
               when "LA"
                   perform 600-maintain-agreement
               when "GC"
                   perform 700-maintain-gift-card
               when "EC"
                   perform 800-maintain-employee-class
               when "CX"
                   perform 850-maintain-exemption
               when "HA"
                   perform 880-maintain-house-account
               when "VM"
                   perform 897-maintain-vendor
               when other
                   move "UNKNOWN FILE CODE" to ws-reject-reason
           end-evaluate
                       move mt-em-store to em-store-number
                       move mt-em-comm-rate to em-commission-rate
                       move 'A' to em-status
                       move mt-em-class to em-employee-class
                       write employee-master-record
                       move employee-master-record to ma-after-image
                       move 'Y' to ws-sw-applied
                       if mt-em-status not = space
                           move mt-em-status to em-status
                       end-if
                       if mt-em-class not = space
                           move mt-em-class to em-employee-class
                       end-if
                       rewrite employee-master-record
                       move employee-master-record to ma-after-image
                       move 'Y' to ws-sw-applied
      * old price into the prior-price field with today's effective
      * date unless the transaction keys its own effective dating,
      * so the in-flight edit in Edits keeps verifying yesterday's
      * records. Inactivating discontinues the SKU. A warranty plan
      * SKU is set up with its term in months; a change keyed with
      * no term leaves the term alone. The vendor keyed on an add or
      * change must be on the vendor master and active; a change
      * keyed with no vendor leaves the vendor alone.
       400-maintain-catalog.

           move mt-key to pc-sku-code
                   if ws-sw-on-file = 'Y'
                       move "KEY ALREADY ON FILE" to ws-reject-reason
                   else
                       perform 410-check-vendor
                   end-if
                   if ws-sw-on-file = 'N'
                           and ws-reject-reason = spaces
                       move mt-key to pc-sku-code
                       move mt-pc-description to pc-description
                       move mt-pc-unit-price to pc-unit-price
                       move mt-pc-department to pc-department
                       move mt-pc-unit-cost to pc-unit-cost
                       move 'A' to pc-status
                       if mt-pc-warranty-months is numeric
                           move mt-pc-warranty-months
                               to pc-warranty-months
                       else
                           move 0 to pc-warranty-months
                       end-if
                       move mt-pc-vendor-code to pc-vendor-code
                       write product-catalog-record
                       move product-catalog-record to ma-after-image
                       move 'Y' to ws-sw-applied
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       perform 410-check-vendor
                   end-if
                   if ws-sw-on-file = 'Y'
                           and ws-reject-reason = spaces
                       if mt-pc-effective-date is numeric
                               and mt-pc-effective-date > 0
                           move mt-pc-prior-price
                       if mt-pc-status not = space
                           move mt-pc-status to pc-status
                       end-if
                       if mt-pc-warranty-months is numeric
                           move mt-pc-warranty-months
                               to pc-warranty-months
                       end-if
                       if mt-pc-vendor-code not = spaces
                           move mt-pc-vendor-code to pc-vendor-code
                       end-if
                       rewrite product-catalog-record
                       move product-catalog-record to ma-after-image
                       move 'Y' to ws-sw-applied
                   move "UNKNOWN ACTION" to ws-reject-reason
           end-evaluate.

      * The vendor a catalog add or change names, checked against
      * the vendor master. A SKU may be set up before purchasing has
      * a vendor for it, so no vendor at all is let through -- its
      * defective returns stay in the damaged bucket until one is
      * keyed.
       410-check-vendor.

           if mt-pc-vendor-code not = spaces
               move mt-pc-vendor-code to vm-vendor-code
               read vendor-master
                   invalid key
                       move "VENDOR NOT ON FILE" to ws-reject-reason
                   not invalid key
                       if not vm-status-active
                           move "VENDOR NOT ACTIVE" to ws-reject-reason
                       end-if
               end-read
           end-if.

      * Tax rate control file: key is the store number. There is no
      * status byte to inactivate -- a store that stops charging a
      * jurisdiction's rate gets a change, not an inactivate.
                   move "ACTION INVALID FOR FILE" to ws-reject-reason
           end-evaluate.

      * Gift card: key is the card number, carried in the fields.
      * Cards are created and drawn down only by the feed; the one
      * thing kept here is the loss-prevention hold. A hold freezes
      * an active card (Edits refuses it as a tender and for a
      * reload); a release puts a held card back to active. The
      * balance is never touched.
       700-maintain-gift-card.

           move mt-gc-card-number to gc-card-number

           read gift-card-master
               invalid key
                   move 'N' to ws-sw-on-file
               not invalid key
                   move 'Y' to ws-sw-on-file
                   move gift-card-master-record to ma-before-image
           end-read

           evaluate mt-action
               when 'H'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       if not gc-status-active
                           move "CARD NOT ACTIVE" to ws-reject-reason
                       else
                           move 'H' to gc-status
                           rewrite gift-card-master-record
                           move gift-card-master-record
                               to ma-after-image
                           move 'Y' to ws-sw-applied
                       end-if
                   end-if
               when 'R'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       if not gc-status-held
                           move "CARD NOT ON HOLD" to ws-reject-reason
                       else
                           move 'A' to gc-status
                           rewrite gift-card-master-record
                           move gift-card-master-record
                               to ma-after-image
                           move 'Y' to ws-sw-applied
                       end-if
                   end-if
               when other
                   move "ACTION INVALID FOR FILE" to ws-reject-reason
           end-evaluate.

      * Employee class: key is the class code. Like the tax rate
      * file there is no status byte -- a class that stops getting
      * the discount is changed to a zero percent, not inactivated,
      * so the employees still assigned to it resolve.
       800-maintain-employee-class.

           move mt-key(1:1) to ec-class-code

           read employee-class-file
               invalid key
                   move 'N' to ws-sw-on-file
               not invalid key
                   move 'Y' to ws-sw-on-file
                   move employee-class-record to ma-before-image
           end-read

           evaluate mt-action
               when 'A'
                   if ws-sw-on-file = 'Y'
                       move "KEY ALREADY ON FILE" to ws-reject-reason
                   else
                       move mt-key(1:1) to ec-class-code
                       move mt-ec-description to ec-description
                       move mt-ec-discount-pct to ec-discount-pct
                       move mt-ec-annual-cap to ec-annual-cap
                       write employee-class-record
                       move employee-class-record to ma-after-image
                       move 'Y' to ws-sw-applied
                   end-if
               when 'C'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       move mt-ec-description to ec-description
                       move mt-ec-discount-pct to ec-discount-pct
                       move mt-ec-annual-cap to ec-annual-cap
                       rewrite employee-class-record
                       move employee-class-record to ma-after-image
                       move 'Y' to ws-sw-applied
                   end-if
               when other
                   move "ACTION INVALID FOR FILE" to ws-reject-reason
           end-evaluate.

      * Customer tax exemption certificate: key is the customer
      * number, and the customer has to be on the master already.
      * An add records a certificate on a customer who has none, a
      * change renews or corrects it, and an inactivate takes it off
      * -- the customer is charged full tax again from then on. The
      * certificate type has to say which tax it covers.
       850-maintain-exemption.

           move 0 to cm-customer-number
           if mt-key(1:6) is numeric
               move mt-key(1:6) to cm-customer-number
           end-if

           read customer-master
               invalid key
                   move 'N' to ws-sw-on-file
               not invalid key
                   move 'Y' to ws-sw-on-file
                   perform 870-exemption-image
                   move ws-exemption-image to ma-before-image
           end-read

           evaluate mt-action
               when 'A'
               when 'C'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       if mt-action = 'A'
                               and cm-exempt-type not = space
                           move "CERTIFICATE ALREADY ON FILE"
                               to ws-reject-reason
                       else
                           if mt-action = 'C'
                                   and cm-exempt-type = space
                               move "NO CERTIFICATE ON FILE"
                                   to ws-reject-reason
                           else
                               perform 860-apply-certificate
                           end-if
                       end-if
                   end-if
               when 'I'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       if cm-exempt-type = space
                           move "NO CERTIFICATE ON FILE"
                               to ws-reject-reason
                       else
                           move spaces to cm-exempt-cert-number
                           move space to cm-exempt-type
                           move 0 to cm-exempt-expiry
                           rewrite customer-master-record
                           perform 870-exemption-image
                           move ws-exemption-image to ma-after-image
                           move 'Y' to ws-sw-applied
                       end-if
                   end-if
               when other
                   move "UNKNOWN ACTION" to ws-reject-reason
           end-evaluate.

       860-apply-certificate.

           if mt-cx-cert-number = spaces
               move "CERTIFICATE NUMBER MISSING" to ws-reject-reason
           else
               if mt-cx-type not = 'G' and mt-cx-type not = 'P'
                       and mt-cx-type not = 'B'
                   move "EXEMPTION TYPE NOT G/P/B" to ws-reject-reason
               else
                   if mt-cx-expiry is not numeric
                           or mt-cx-expiry = 0
                       move "EXPIRY DATE MISSING" to ws-reject-reason
                   else
                       move mt-cx-cert-number to cm-exempt-cert-number
                       move mt-cx-type to cm-exempt-type
                       move mt-cx-expiry to cm-exempt-expiry
                       rewrite customer-master-record
                       perform 870-exemption-image
                       move ws-exemption-image to ma-after-image
                       move 'Y' to ws-sw-applied
                   end-if
               end-if
           end-if.

       870-exemption-image.

           move cm-customer-number to xi-customer-number
           move cm-exempt-cert-number to xi-cert-number
           move cm-exempt-type to xi-exempt-type
           move cm-exempt-expiry to xi-exempt-expiry.

      * House charge account: key is the account number, which is
      * the customer number of the account holder -- an account is
      * opened only for a customer on the master and active, with a
      * credit limit. A change sets a new limit. A hold stops new
      * charges until credit releases it (a release also lifts a
      * hold the month-end run placed); an inactivate closes an
      * account that owes nothing and is owed nothing.
       880-maintain-house-account.

           move 0 to ha-account-number
           if mt-key(1:6) is numeric
               move mt-key(1:6) to ha-account-number
           end-if

           read house-account-master
               invalid key
                   move 'N' to ws-sw-on-file
               not invalid key
                   move 'Y' to ws-sw-on-file
                   perform 895-house-account-image
                   move ws-house-account-image to ma-before-image
           end-read

           evaluate mt-action
               when 'A'
                   if ws-sw-on-file = 'Y'
                       move "KEY ALREADY ON FILE" to ws-reject-reason
                   else
                       perform 885-open-house-account
                   end-if
               when 'C'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       if mt-ha-credit-limit is not numeric
                               or mt-ha-credit-limit = 0
                           move "CREDIT LIMIT MISSING"
                               to ws-reject-reason
                       else
                           move mt-ha-credit-limit to ha-credit-limit
                           perform 890-rewrite-house-account
                       end-if
                   end-if
               when 'H'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       if not ha-status-active
                           move "ACCOUNT NOT ACTIVE" to ws-reject-reason
                       else
                           move 'H' to ha-status
                           move 'M' to ha-hold-reason
                           perform 890-rewrite-house-account
                       end-if
                   end-if
               when 'R'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       if not ha-status-hold
                           move "ACCOUNT NOT ON HOLD"
                               to ws-reject-reason
                       else
                           move 'A' to ha-status
                           move space to ha-hold-reason
                           perform 890-rewrite-house-account
                       end-if
                   end-if
               when 'I'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       if ha-balance not = 0
                           move "ACCOUNT BALANCE NOT ZERO"
                               to ws-reject-reason
                       else
                           move 'C' to ha-status
                           move space to ha-hold-reason
                           perform 890-rewrite-house-account
                       end-if
                   end-if
               when other
                   move "UNKNOWN ACTION" to ws-reject-reason
           end-evaluate.

       885-open-house-account.

           move ha-account-number to cm-customer-number
           read customer-master
               invalid key
                   move "CUSTOMER NOT ON MASTER" to ws-reject-reason
               not invalid key
                   if not cm-status-active
                       move "CUSTOMER NOT ACTIVE" to ws-reject-reason
                   else
                       if mt-ha-credit-limit is not numeric
                               or mt-ha-credit-limit = 0
                           move "CREDIT LIMIT MISSING"
                               to ws-reject-reason
                       else
                           move mt-ha-credit-limit to ha-credit-limit
                           move 0 to ha-balance
                           move 'A' to ha-status
                           move space to ha-hold-reason
                           move ws-run-date to ha-open-date
                           move 0 to ha-last-charge-date
                           move 0 to ha-last-payment-date
                           move 0 to ha-statement-date
                           move 0 to ha-statement-balance
                           move 0 to ha-posted-date
                           move 0 to ha-posted-seq
                           move 0 to ha-ret-posted-date
                           move 0 to ha-ret-posted-seq
                           write house-account-record
                           perform 895-house-account-image
                           move ws-house-account-image to ma-after-image
                           move 'Y' to ws-sw-applied
                       end-if
                   end-if
           end-read.

       890-rewrite-house-account.

           rewrite house-account-record
           perform 895-house-account-image
           move ws-house-account-image to ma-after-image
           move 'Y' to ws-sw-applied.

       895-house-account-image.

           move ha-account-number to hi-account-number
           move ha-credit-limit to hi-credit-limit
           move ha-balance to hi-balance
           move ha-status to hi-status
           move ha-hold-reason to hi-hold-reason.

      * Vendor master: key is the vendor code. The credit days are
      * the vendor's terms for crediting a return-to-vendor
      * authorization; none keyed on an add defaults to 30. An
      * inactivated vendor stays on file so its old authorizations
      * still resolve to a name, but no SKU can be set up against it
      * and its damaged stock is held back from the weekly
      * return-to-vendor run.
       897-maintain-vendor.

           move mt-key(1:6) to vm-vendor-code

           read vendor-master
               invalid key
                   move 'N' to ws-sw-on-file
               not invalid key
                   move 'Y' to ws-sw-on-file
                   move vendor-master-record to ma-before-image
           end-read

           evaluate mt-action
               when 'A'
                   if ws-sw-on-file = 'Y'
                       move "KEY ALREADY ON FILE" to ws-reject-reason
                   else
                       if mt-key(1:6) = spaces
                           move "VENDOR CODE MISSING"
                               to ws-reject-reason
                       else
                           move mt-key(1:6) to vm-vendor-code
                           move mt-vm-vendor-name to vm-vendor-name
                           move mt-vm-phone to vm-phone
                           if mt-vm-credit-days is numeric
                                   and mt-vm-credit-days > 0
                               move mt-vm-credit-days to vm-credit-days
                           else
                               move 30 to vm-credit-days
                           end-if
                           move 'A' to vm-status
                           write vendor-master-record
                           move vendor-master-record to ma-after-image
                           move 'Y' to ws-sw-applied
                       end-if
                   end-if
               when 'C'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       if mt-vm-vendor-name not = spaces
                           move mt-vm-vendor-name to vm-vendor-name
                       end-if
                       if mt-vm-phone not = spaces
                           move mt-vm-phone to vm-phone
                       end-if
                       if mt-vm-credit-days is numeric
                               and mt-vm-credit-days > 0
                           move mt-vm-credit-days to vm-credit-days
                       end-if
                       if mt-vm-status not = space
                           move mt-vm-status to vm-status
                       end-if
                       rewrite vendor-master-record
                       move vendor-master-record to ma-after-image
                       move 'Y' to ws-sw-applied
                   end-if
               when 'I'
                   if ws-sw-on-file = 'N'
                       move "KEY NOT ON FILE" to ws-reject-reason
                   else
                       move 'I' to vm-status
                       rewrite vendor-master-record
                       move vendor-master-record to ma-after-image
                       move 'Y' to ws-sw-applied
                   end-if
               when other
                   move "UNKNOWN ACTION" to ws-reject-reason
           end-evaluate.

      * One audit row per transaction, applied or not -- the trail
      * has to show the attempts as well as the changes.
       900-write-audit-row.
           move mt-operator-id to ma-operator-id
           move mt-file-code to ma-file-code
           move mt-action to ma-action
      * A card number overruns the key column by one; the before
      * and after images carry it whole.
           if mt-file-code = "GC"
               move mt-gc-card-number to ma-key
           else
               move mt-key to ma-key
           end-if
           if ws-sw-applied = 'Y'
               move "APPLIED" to ma-result
               move spaces to ma-reject-reason
