       identification division.
       program-id. ReturnToVendor.
       author. Dishant Patel.
       date-written. 2026-10-15.

      * Weekly return-to-vendor run. A customer return keyed
      * defective is held by InventoryControl in the item's damaged
      * bucket, off the sellable on-hand; this run ships it back.
      * Every store's damaged stock is pulled off the inventory
      * master and batched onto one return-to-vendor authorization
      * per vendor -- the vendor the catalog names for the SKU --
      * valued at the catalog unit cost, each store and SKU a line
      * on the authorization. Stock whose SKU has no vendor, or
      * whose vendor is not on the vendor master or no longer
      * active, is left in the damaged bucket and listed for
      * purchasing to sort out.
      * The vendor's credit is tracked through to receipt: the
      * credit memos accounts payable keys onto vendor-credit.dat
      * are applied against their authorizations first, and the
      * file is cleared. The report ends with the aging of every
      * authorization not yet credited in full, bucketed 0-30,
      * 31-60, 61-90, and over 90 days from the authorization, an
      * authorization older than the vendor's credit terms flagged.
      * Run on demand once a week.

       environment division.
       input-output section.
       file-control.

      * select optional: a week with no credits received has no
      * file.
           select optional vendor-credit-file assign to
               "../../../data/vendor-credit.dat"
               organization is line sequential.

      * The damaged buckets are emptied as they are pulled, so the
      * master is walked front to back i-o.
           select optional inventory-master assign to
               "../../../data/inventory-master.dat"
               organization is indexed
               access mode is sequential
               record key is im-record-key
               file status is ws-inventory-status.

           select product-catalog assign to
               "../../../data/product-catalog.dat"
               organization is indexed
               access mode is random
               record key is pc-sku-code
               file status is ws-product-catalog-status.

      * select optional: a system with no vendors set up yet holds
      * all of its damaged stock back.
           select optional vendor-master assign to
               "../../../data/vendor-master.dat"
               organization is indexed
               access mode is random
               record key is vm-vendor-code
               file status is ws-vendor-master-status.

      * select optional: the line and authorization masters are
      * this program's own output -- the first run creates them.
           select optional rtv-line-file assign to
               "../../../data/rtv-line.dat"
               organization is indexed
               access mode is random
               record key is rv-line-key
               file status is ws-rtv-line-status.

      * Second reader over the line master, for the authorization
      * pass: the pull writes lines in inventory order, the
      * authorizations read them back in vendor order -- the same
      * two-reader arrangement InventoryControl uses for its stock
      * status. The random file is closed before this one opens.
           select optional rtv-line-scan assign to
               "../../../data/rtv-line.dat"
               organization is indexed
               access mode is sequential
               record key is rs-line-key
               file status is ws-rtv-scan-status.

           select optional rtv-authorization-master assign to
               "../../../data/rtv-authorization.dat"
               organization is indexed
               access mode is random
               record key is ra-auth-key
               file status is ws-rtv-auth-status.

      * Second reader over the authorization master for the aging,
      * for the same reason as the line master above.
           select optional rtv-authorization-scan assign to
               "../../../data/rtv-authorization.dat"
               organization is indexed
               access mode is sequential
               record key is ax-auth-key
               file status is ws-rtv-auth-scan-status.

           select output-file assign to
               "../../../data/return-to-vendor.out"
               organization is line sequential.

      * select optional: the business-date control file is set by the
      * batch job stream; a standalone/developer run may not have one,
      * and falls back to the machine clock.
           select optional business-date-file assign to
               "../../../data/business-date.dat"
               organization is line sequential.

      * Every run appends a start and an end record to the shared
      * run log; the end-of-stream summary turns the night's records
      * into the operator's one-page account of the batch.
           select optional run-log-file assign to
               "../../../data/run-log.dat"
               organization is line sequential.

       data division.
       file section.

       fd vendor-credit-file
           data record is vendor-credit-record.

           copy "../Copybooks/vendor-credit.cpy".

       fd inventory-master
           data record is inventory-master-record.

           copy "../Copybooks/inventory-master.cpy".

       fd product-catalog
           data record is product-catalog-record.

           copy "../Copybooks/product-catalog.cpy".

       fd vendor-master
           data record is vendor-master-record.

           copy "../Copybooks/vendor-master.cpy".

       fd rtv-line-file
           data record is rtv-line-record.

           copy "../Copybooks/rtv-line.cpy".

      * Same layout as rtv-line.cpy, under its own names because the
      * random file's FD already owns the copybook record in this
      * program.
       fd rtv-line-scan
           data record is rtv-line-scan-record.

       01 rtv-line-scan-record.
           05 rs-line-key.
               10 rs-vendor-code                    pic x(6).
               10 rs-auth-date                      pic 9(8).
               10 rs-store-number                   pic 99.
               10 rs-sku-code                       pic x(15).
           05 rs-quantity                           pic 9(5).
           05 rs-unit-cost                          pic 9(5)v99.
           05 rs-extended-cost                      pic 9(7)v99.

       fd rtv-authorization-master
           data record is rtv-authorization-record.

           copy "../Copybooks/rtv-authorization.cpy".

      * Same layout as rtv-authorization.cpy, under its own names.
       fd rtv-authorization-scan
           data record is rtv-authorization-scan-record.

       01 rtv-authorization-scan-record.
           05 ax-auth-key.
               10 ax-vendor-code                    pic x(6).
               10 ax-auth-date                      pic 9(8).
           05 ax-line-count                         pic 9(5).
           05 ax-units                              pic 9(7).
           05 ax-auth-amount                        pic 9(7)v99.
           05 ax-credit-amount                      pic 9(7)v99.
           05 ax-credit-count                       pic 9(3).
           05 ax-last-credit-date                   pic 9(8).
           05 ax-last-memo                          pic x(10).
           05 ax-posted-date                        pic 9(8).
           05 ax-posted-seq                         pic 9(7).
           05 ax-status                             pic x.

       fd output-file
           data record is output-line.

       01 output-line                                       pic x(132).

       fd business-date-file
           data record is business-date-record.

           copy "../Copybooks/business-date.cpy".

       fd run-log-file
           data record is run-log-record.

           copy "../Copybooks/run-log.cpy".

       working-storage section.

       01 ws-inventory-status                         pic xx value "00".
       01 ws-product-catalog-status                   pic xx value "00".
       01 ws-vendor-master-status                     pic xx value "00".
       01 ws-rtv-line-status                          pic xx value "00".
       01 ws-rtv-scan-status                          pic xx value "00".
       01 ws-rtv-auth-status                          pic xx value "00".
       01 ws-rtv-auth-scan-status                     pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.
       01 ws-sw-vendor-ok                               pic x value 'N'.
       01 ws-sw-on-file                                 pic x value 'N'.

       01 ws-run-date                                      pic 9(8).
       01 ws-run-date-int                             pic 9(7) comp.
       01 ws-auth-date-int                            pic 9(7) comp.
       01 ws-age-days                                comp-3 pic s9(7).

      * Ordinal of the credit within tonight's credit file -- with
      * the business date, what a rerun of the same file is
      * recognized by on the authorization.
       01 ws-credit-seq                             pic 9(7) value 0.

      * Why a credit was not taken, or why damaged stock was held
      * back -- printed on the line.
       01 ws-result                                   pic x(24).

       01 ws-outstanding                          pic s9(7)v99 value 0.
       01 ws-pull-qty                                pic 9(5) value 0.

      * The vendor whose authorization is being built, and its
      * running totals.
       01 ws-auth-vendor                          pic x(6) value spaces.
       01 ws-auth-lines                             pic 9(5) value 0.
       01 ws-auth-units                             pic 9(7) value 0.
       01 ws-auth-amount                         pic 9(7)v99 value 0.

       01 ws-bucket                                         pic 9.
       01 ws-bucket-totals.
           05 ws-tot-bucket-count         pic 9(5) occurs 4 times.
           05 ws-tot-bucket-amt      pic 9(10)v99 occurs 4 times.

       01 ws-count-credits-read                     pic 9(5) value 0.
       01 ws-count-credits-applied                  pic 9(5) value 0.
       01 ws-count-credits-rejected                 pic 9(5) value 0.
       01 ws-count-credits-already                  pic 9(5) value 0.
       01 ws-amount-credited                    pic 9(9)v99 value 0.
       01 ws-count-items-read                       pic 9(7) value 0.
       01 ws-count-lines-pulled                     pic 9(5) value 0.
       01 ws-count-units-pulled                     pic 9(7) value 0.
       01 ws-count-held-back                        pic 9(5) value 0.
       01 ws-count-auths                            pic 9(5) value 0.
       01 ws-amount-authorized                  pic 9(9)v99 value 0.
       01 ws-count-outstanding                      pic 9(5) value 0.
       01 ws-count-past-terms                       pic 9(5) value 0.
       01 ws-amount-outstanding                pic 9(10)v99 value 0.

      * Report layout.
       01 ws-title-line.
           05 filler         pic x(36) value
               "RETURN TO VENDOR AUTHORIZATIONS".
           05 filler                              pic x(6) value spaces.
           05 filler                        pic x(9) value "RUN DATE ".
           05 wtl-run-date                                 pic 9(8).

       01 ws-credit-title.
           05 filler         pic x(40) value
               "VENDOR CREDITS RECEIVED".

       01 ws-credit-head.
           05 filler                pic x(8) value "VENDOR".
           05 filler                pic x(11) value "AUTH DATE".
           05 filler                pic x(12) value "CREDIT MEMO".
           05 filler                pic x(11) value "MEMO DATE".
           05 filler                pic x(14) value "        AMOUNT".
           05 filler                pic x(4) value spaces.
           05 filler                pic x(24) value "RESULT".

       01 ws-credit-line.
           05 wcl-vendor                                  pic x(6).
           05 filler                              pic x(2) value spaces.
           05 wcl-auth-date                               pic 9(8).
           05 filler                              pic x(3) value spaces.
           05 wcl-memo                                   pic x(10).
           05 filler                              pic x(2) value spaces.
           05 wcl-credit-date                             pic 9(8).
           05 filler                              pic x(3) value spaces.
           05 wcl-amount                           pic zzz,zzz,zz9.99.
           05 filler                              pic x(4) value spaces.
           05 wcl-result                                 pic x(24).

       01 ws-credit-summary-line.
           05 filler          pic x(17) value "CREDITS APPLIED: ".
           05 wcs-applied                                pic zzzz9.
           05 filler          pic x(13) value "   REJECTED: ".
           05 wcs-rejected                               pic zzzz9.
           05 filler          pic x(20) value "   ALREADY APPLIED: ".
           05 wcs-already                                pic zzzz9.
           05 filler          pic x(19) value "   AMOUNT CREDITED:".
           05 wcs-amount                           pic zzz,zzz,zz9.99.

       01 ws-auth-title.
           05 filler         pic x(40) value
               "AUTHORIZATIONS RAISED THIS RUN".

       01 ws-vendor-line.
           05 filler                        pic x(7) value "VENDOR ".
           05 wvl-vendor                                  pic x(6).
           05 filler                              pic x(2) value spaces.
           05 wvl-name                                   pic x(25).
           05 filler                              pic x(2) value spaces.
           05 filler                   pic x(15) value "AUTHORIZATION ".
           05 wvl-auth-vendor                             pic x(6).
           05 filler                              pic x value "-".
           05 wvl-auth-date                               pic 9(8).

       01 ws-auth-head.
           05 filler                pic x(4) value spaces.
           05 filler                pic x(8) value "STORE".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(9) value " QUANTITY".
           05 filler                pic x(12) value "   UNIT COST".
           05 filler                pic x(17) value "   EXTENDED COST".

       01 ws-auth-line.
           05 filler                              pic x(4) value spaces.
           05 wal-store                                    pic z9.
           05 filler                              pic x(6) value spaces.
           05 wal-sku                                     pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wal-quantity                               pic zzzz9.
           05 filler                              pic x(4) value spaces.
           05 wal-unit-cost                             pic zz,zz9.99.
           05 filler                              pic x(3) value spaces.
           05 wal-extended                         pic zzz,zzz,zz9.99.

       01 ws-auth-total-line.
           05 filler                              pic x(4) value spaces.
           05 filler          pic x(20) value "AUTHORIZATION TOTAL".
           05 filler                              pic x(4) value spaces.
           05 wat-lines                                  pic zzzz9.
           05 filler                        pic x(6) value " LINES".
           05 wat-units                                pic zzzzzz9.
           05 filler                        pic x(6) value " UNITS".
           05 filler                              pic x(3) value spaces.
           05 wat-amount                           pic zzz,zzz,zz9.99.

       01 ws-auth-summary-line.
           05 filler          pic x(16) value "AUTHORIZATIONS: ".
           05 was-auths                                  pic zzzz9.
           05 filler          pic x(10) value "   LINES: ".
           05 was-lines                                  pic zzzz9.
           05 filler          pic x(10) value "   UNITS: ".
           05 was-units                                pic zzzzzz9.
           05 filler          pic x(11) value "   AMOUNT: ".
           05 was-amount                           pic zzz,zzz,zz9.99.

       01 ws-held-title.
           05 filler         pic x(40) value
               "DAMAGED STOCK HELD BACK".

       01 ws-held-head.
           05 filler                pic x(8) value "STORE".
           05 filler                pic x(17) value "SKU".
           05 filler                pic x(8) value "VENDOR".
           05 filler                pic x(9) value "  DAMAGED".
           05 filler                pic x(3) value spaces.
           05 filler                pic x(24) value "REASON".

       01 ws-held-line.
           05 whl-store                                    pic z9.
           05 filler                              pic x(6) value spaces.
           05 whl-sku                                     pic x(15).
           05 filler                              pic x(2) value spaces.
           05 whl-vendor                                  pic x(6).
           05 filler                              pic x(2) value spaces.
           05 whl-damaged                                pic zzzz9.
           05 filler                              pic x(7) value spaces.
           05 whl-reason                                 pic x(24).

       01 ws-held-summary-line.
           05 filler          pic x(26) value "ITEMS HELD BACK:".
           05 whs-count                                  pic zzzz9.

       01 ws-aging-title.
           05 filler         pic x(40) value
               "OUTSTANDING VENDOR CREDITS AGING".

       01 ws-aging-head.
           05 filler                pic x(8) value "VENDOR".
           05 filler                pic x(22) value "NAME".
           05 filler                pic x(10) value "AUTH DATE".
           05 filler                pic x(16) value "       0-30 DAYS".
           05 filler                pic x(16) value "      31-60 DAYS".
           05 filler                pic x(16) value "      61-90 DAYS".
           05 filler                pic x(16) value "    OVER 90 DAYS".
           05 filler                pic x(7) value "   AGE".
           05 filler                pic x(10) value "  TERMS".

       01 ws-aging-line.
           05 wgl-vendor                                  pic x(6).
           05 filler                              pic x(2) value spaces.
           05 wgl-name                                   pic x(20).
           05 filler                              pic x(2) value spaces.
           05 wgl-auth-date                               pic 9(8).
           05 filler                              pic x(2) value spaces.
           05 wgl-bucket-amt          pic zzz,zzz,zz9.99 occurs 4 times.
           05 filler                              pic x(2) value spaces.
           05 wgl-age                                     pic zzzz9.
           05 filler                              pic x(2) value spaces.
           05 wgl-terms                                   pic zz9.
           05 filler                              pic x(2) value spaces.
           05 wgl-flag                                   pic x(12).

       01 ws-aging-total-line.
           05 filler          pic x(40) value "BUCKET TOTALS".
           05 wgt-amt                 pic zzz,zzz,zz9.99 occurs 4 times.

       01 ws-aging-count-line.
           05 filler          pic x(40) value
               "AUTHORIZATIONS PER BUCKET".
           05 wgc-bucket occurs 4 times.
               10 filler                         pic x(11) value spaces.
               10 wgc-count                                  pic zzzz9.

       01 ws-aging-grand-line.
           05 filler          pic x(26) value
               "TOTAL OUTSTANDING:        ".
           05 wgg-amount                          pic zzz,zzz,zz9.99.
           05 filler          pic x(22) value
               "   PAST VENDOR TERMS: ".
           05 wgg-past-terms                             pic zzzz9.

       procedure division.

           perform 025-read-business-date.
           compute ws-run-date-int =
               function integer-of-date(ws-run-date).

           perform 900-write-run-log-start.

           open input product-catalog, vendor-master
           open output output-file.

           perform 030-open-masters.

           move ws-run-date to wtl-run-date
           write output-line from ws-title-line.

           perform 100-apply-credits.

           perform 200-pull-damaged-stock.

           close rtv-line-file.

           perform 300-raise-authorizations.

           close rtv-authorization-master.

           perform 400-age-credits.

           close product-catalog
                 vendor-master
                 output-file.

           display "Credits applied            : "
               ws-count-credits-applied.
           display "Credits rejected           : "
               ws-count-credits-rejected.
           display "Damaged lines pulled       : "
               ws-count-lines-pulled.
           display "Items held back            : " ws-count-held-back.
           display "Authorizations raised      : " ws-count-auths.
           display "Authorizations outstanding : " ws-count-outstanding.

           move 0 to return-code.
           perform 910-write-run-log-end.
           goback.

      * The batch sets the business date once per cycle; every
      * program in the stream reads it at start-up. A run outside
      * the batch falls back to the machine clock.
       025-read-business-date.

           open input business-date-file

           read business-date-file
               at end
                   move function current-date(1:8) to ws-run-date
               not at end
                   if bd-business-date is numeric
                           and bd-business-date > 0
                       move bd-business-date to ws-run-date
                   else
                       move function current-date(1:8) to ws-run-date
                   end-if
           end-read

           close business-date-file.

      * Open the line and authorization masters i-o, creating either
      * that doesn't exist yet.
       030-open-masters.

           open i-o rtv-line-file
           if ws-rtv-line-status = "35"
               open output rtv-line-file
               close rtv-line-file
               open i-o rtv-line-file
           end-if

           open i-o rtv-authorization-master
           if ws-rtv-auth-status = "35"
               open output rtv-authorization-master
               close rtv-authorization-master
               open i-o rtv-authorization-master
           end-if.

      * Apply the week's credit memos, each against the
      * authorization it quotes, then clear the file -- every memo
      * is either applied or printed as rejected for accounts
      * payable to re-key.
       100-apply-credits.

           write output-line from ws-credit-title
               after advancing 2 lines
           write output-line from ws-credit-head
               after advancing 2 lines

           open input vendor-credit-file

           move 'N' to ws-sw-eof
           read vendor-credit-file at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-count-credits-read
               add 1 to ws-credit-seq
               perform 110-apply-credit
               read vendor-credit-file at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close vendor-credit-file

           open output vendor-credit-file
           close vendor-credit-file

           move ws-count-credits-applied to wcs-applied
           move ws-count-credits-rejected to wcs-rejected
           move ws-count-credits-already to wcs-already
           move ws-amount-credited to wcs-amount
           write output-line from ws-credit-summary-line
               after advancing 2 lines.

      * One credit memo. A credit for more than is still owed on the
      * authorization is refused rather than taken in part -- the
      * vendor has credited the wrong authorization or the wrong
      * amount, and either way it is for accounts payable to take up
      * with them. A credit this same file already posted, on an
      * earlier run of the same business date, is passed over.
       110-apply-credit.

           move 'N' to ws-sw-on-file
           move vc-vendor-code to ra-vendor-code
           move 0 to ra-auth-date
           if vc-auth-date is numeric
               move vc-auth-date to ra-auth-date
           end-if

           read rtv-authorization-master
               invalid key
                   move "NO SUCH AUTHORIZATION" to ws-result
               not invalid key
                   move 'Y' to ws-sw-on-file
           end-read

           if ws-sw-on-file = 'Y'
               compute ws-outstanding =
                   ra-auth-amount - ra-credit-amount
               evaluate true
                   when ra-posted-date > ws-run-date
                       or (ra-posted-date = ws-run-date
                           and ra-posted-seq >= ws-credit-seq)
                       move "ALREADY APPLIED" to ws-result
                   when vc-credit-amount is not numeric
                       or vc-credit-amount = 0
                       move "CREDIT AMOUNT MISSING" to ws-result
                   when vc-credit-amount > ws-outstanding
                       move "EXCEEDS AMOUNT OWED" to ws-result
                   when other
                       add vc-credit-amount to ra-credit-amount
                       add 1 to ra-credit-count
                       move vc-credit-date to ra-last-credit-date
                       move vc-credit-memo to ra-last-memo
                       move ws-run-date to ra-posted-date
                       move ws-credit-seq to ra-posted-seq
                       if ra-credit-amount >= ra-auth-amount
                           move 'C' to ra-status
                       else
                           move 'P' to ra-status
                       end-if
                       rewrite rtv-authorization-record
                       move "APPLIED" to ws-result
               end-evaluate
           end-if

           evaluate ws-result
               when "APPLIED"
                   add 1 to ws-count-credits-applied
                   add vc-credit-amount to ws-amount-credited
               when "ALREADY APPLIED"
                   add 1 to ws-count-credits-already
               when other
                   add 1 to ws-count-credits-rejected
           end-evaluate

           move vc-vendor-code to wcl-vendor
           move vc-auth-date to wcl-auth-date
           move vc-credit-memo to wcl-memo
           move vc-credit-date to wcl-credit-date
           if vc-credit-amount is numeric
               move vc-credit-amount to wcl-amount
           else
               move 0 to wcl-amount
           end-if
           move ws-result to wcl-result
           write output-line from ws-credit-line
               after advancing 1 lines.

      * Walk the inventory master and pull every item's damaged
      * stock onto its vendor's authorization for this run.
       200-pull-damaged-stock.

           write output-line from ws-held-title
               after advancing 3 lines
           write output-line from ws-held-head
               after advancing 2 lines

           open i-o inventory-master
           if ws-inventory-status = "35"
               open output inventory-master
               close inventory-master
               open i-o inventory-master
           end-if

           move 'N' to ws-sw-eof
           read inventory-master at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               add 1 to ws-count-items-read
               if im-damaged is numeric
                       and im-damaged > 0
                   perform 210-pull-item
               end-if
               read inventory-master at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close inventory-master

           move ws-count-held-back to whs-count
           write output-line from ws-held-summary-line
               after advancing 2 lines.

      * The SKU's vendor has to be on the vendor master and active
      * for its stock to go back; anything else stays in the damaged
      * bucket for the next run and is listed.
       210-pull-item.

           move 'N' to ws-sw-vendor-ok
           move spaces to ws-result
           move spaces to vm-vendor-code

           move im-sku-code to pc-sku-code
           read product-catalog
               invalid key
                   move "SKU NOT ON CATALOG" to ws-result
               not invalid key
                   if pc-vendor-code = spaces
                       move "NO VENDOR ON CATALOG" to ws-result
                   else
                       move pc-vendor-code to vm-vendor-code
                       read vendor-master
                           invalid key
                               move "VENDOR NOT ON FILE" to ws-result
                           not invalid key
                               if vm-status-active
                                   move 'Y' to ws-sw-vendor-ok
                               else
                                   move "VENDOR NOT ACTIVE"
                                       to ws-result
                               end-if
                       end-read
                   end-if
           end-read

           if ws-sw-vendor-ok = 'Y'
               perform 220-write-rtv-line
           else
               add 1 to ws-count-held-back
               move im-store-number to whl-store
               move im-sku-code to whl-sku
               move vm-vendor-code to whl-vendor
               move im-damaged to whl-damaged
               move ws-result to whl-reason
               write output-line from ws-held-line
                   after advancing 1 lines
           end-if.

      * One line per store and SKU on the vendor's authorization for
      * this run. The line is written before the bucket is emptied;
      * a line already there from an earlier run the same day takes
      * the units added to the bucket since.
       220-write-rtv-line.

           move im-damaged to ws-pull-qty

           move pc-vendor-code to rv-vendor-code
           move ws-run-date to rv-auth-date
           move im-store-number to rv-store-number
           move im-sku-code to rv-sku-code
           move ws-pull-qty to rv-quantity
           move pc-unit-cost to rv-unit-cost
           compute rv-extended-cost = rv-quantity * rv-unit-cost

           write rtv-line-record
               invalid key
                   read rtv-line-file
                       invalid key
                           continue
                       not invalid key
                           add ws-pull-qty to rv-quantity
                           compute rv-extended-cost =
                               rv-quantity * rv-unit-cost
                           rewrite rtv-line-record
                   end-read
           end-write

           move 0 to im-damaged
           rewrite inventory-master-record

           add 1 to ws-count-lines-pulled
           add ws-pull-qty to ws-count-units-pulled.

      * Read the lines back in vendor order and total this run's
      * lines into one authorization per vendor, printing each.
       300-raise-authorizations.

           write output-line from ws-auth-title
               after advancing 3 lines

           move spaces to ws-auth-vendor

           open input rtv-line-scan

           move 'N' to ws-sw-eof
           read rtv-line-scan at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               if rs-auth-date = ws-run-date
                   if rs-vendor-code not = ws-auth-vendor
                       if ws-auth-vendor not = spaces
                           perform 320-write-authorization
                       end-if
                       perform 310-start-authorization
                   end-if
                   add 1 to ws-auth-lines
                   add rs-quantity to ws-auth-units
                   add rs-extended-cost to ws-auth-amount
                   move rs-store-number to wal-store
                   move rs-sku-code to wal-sku
                   move rs-quantity to wal-quantity
                   move rs-unit-cost to wal-unit-cost
                   move rs-extended-cost to wal-extended
                   write output-line from ws-auth-line
                       after advancing 1 lines
               end-if
               read rtv-line-scan at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           if ws-auth-vendor not = spaces
               perform 320-write-authorization
           end-if

           close rtv-line-scan

           move ws-count-auths to was-auths
           move ws-count-lines-pulled to was-lines
           move ws-count-units-pulled to was-units
           move ws-amount-authorized to was-amount
           write output-line from ws-auth-summary-line
               after advancing 2 lines.

       310-start-authorization.

           move rs-vendor-code to ws-auth-vendor
           move 0 to ws-auth-lines
           move 0 to ws-auth-units
           move 0 to ws-auth-amount

           move rs-vendor-code to vm-vendor-code
           read vendor-master
               invalid key
                   move "(NOT ON VENDOR MASTER)" to vm-vendor-name
               not invalid key
                   continue
           end-read

           move rs-vendor-code to wvl-vendor
           move vm-vendor-name to wvl-name
           move rs-vendor-code to wvl-auth-vendor
           move ws-run-date to wvl-auth-date
           write output-line from ws-vendor-line
               after advancing 2 lines
           write output-line from ws-auth-head
               after advancing 1 lines.

      * The vendor's authorization for this run: written new, or
      * rewritten with the full run's lines by a rerun of the same
      * day, the credits it has taken left as they are.
       320-write-authorization.

           move ws-auth-vendor to ra-vendor-code
           move ws-run-date to ra-auth-date

           read rtv-authorization-master
               invalid key
                   move ws-auth-vendor to ra-vendor-code
                   move ws-run-date to ra-auth-date
                   move ws-auth-lines to ra-line-count
                   move ws-auth-units to ra-units
                   move ws-auth-amount to ra-auth-amount
                   move 0 to ra-credit-amount
                   move 0 to ra-credit-count
                   move 0 to ra-last-credit-date
                   move spaces to ra-last-memo
                   move 0 to ra-posted-date
                   move 0 to ra-posted-seq
                   move 'O' to ra-status
                   write rtv-authorization-record
               not invalid key
                   move ws-auth-lines to ra-line-count
                   move ws-auth-units to ra-units
                   move ws-auth-amount to ra-auth-amount
                   evaluate true
                       when ra-credit-amount >= ra-auth-amount
                           move 'C' to ra-status
                       when ra-credit-amount > 0
                           move 'P' to ra-status
                       when other
                           move 'O' to ra-status
                   end-evaluate
                   rewrite rtv-authorization-record
           end-read

           add 1 to ws-count-auths
           add ws-auth-amount to ws-amount-authorized

           move ws-auth-lines to wat-lines
           move ws-auth-units to wat-units
           move ws-auth-amount to wat-amount
           write output-line from ws-auth-total-line
               after advancing 1 lines.

      * Every authorization not yet credited in full, aged from the
      * authorization date.
       400-age-credits.

           perform varying ws-bucket from 1 by 1 until ws-bucket > 4
               move 0 to ws-tot-bucket-count(ws-bucket)
               move 0 to ws-tot-bucket-amt(ws-bucket)
           end-perform

           write output-line from ws-aging-title
               after advancing 3 lines
           write output-line from ws-aging-head
               after advancing 2 lines

           open input rtv-authorization-scan

           move 'N' to ws-sw-eof
           read rtv-authorization-scan at end move 'Y' to ws-sw-eof.

           perform until ws-sw-eof = 'Y'
               compute ws-outstanding =
                   ax-auth-amount - ax-credit-amount
               if ws-outstanding > 0
                   perform 410-age-authorization
               end-if
               read rtv-authorization-scan
                   at end move 'Y' to ws-sw-eof
               end-read
           end-perform

           close rtv-authorization-scan

           perform varying ws-bucket from 1 by 1 until ws-bucket > 4
               move ws-tot-bucket-amt(ws-bucket) to wgt-amt(ws-bucket)
               move ws-tot-bucket-count(ws-bucket)
                   to wgc-count(ws-bucket)
           end-perform

           write output-line from ws-aging-total-line
               after advancing 2 lines
           write output-line from ws-aging-count-line
               after advancing 1 lines

           move ws-amount-outstanding to wgg-amount
           move ws-count-past-terms to wgg-past-terms
           write output-line from ws-aging-grand-line
               after advancing 2 lines.

      * Bucket one outstanding authorization by its age and flag it
      * when the vendor's credit terms have run out.
       410-age-authorization.

           move spaces to wgl-flag
           move 0 to vm-credit-days

           move ax-vendor-code to vm-vendor-code
           read vendor-master
               invalid key
                   move "(NOT ON VENDOR MASTER)" to vm-vendor-name
               not invalid key
                   continue
           end-read

           compute ws-auth-date-int =
               function integer-of-date(ax-auth-date)
           compute ws-age-days = ws-run-date-int - ws-auth-date-int

           evaluate true
               when ws-age-days <= 30
                   move 1 to ws-bucket
               when ws-age-days <= 60
                   move 2 to ws-bucket
               when ws-age-days <= 90
                   move 3 to ws-bucket
               when other
                   move 4 to ws-bucket
           end-evaluate

           if vm-credit-days > 0 and ws-age-days > vm-credit-days
               move "PAST TERMS" to wgl-flag
               add 1 to ws-count-past-terms
           end-if

           add 1 to ws-count-outstanding
           add ws-outstanding to ws-amount-outstanding
           add 1 to ws-tot-bucket-count(ws-bucket)
           add ws-outstanding to ws-tot-bucket-amt(ws-bucket)

           move ax-vendor-code to wgl-vendor
           move vm-vendor-name to wgl-name
           move ax-auth-date to wgl-auth-date
           move 0 to wgl-bucket-amt(1)
           move 0 to wgl-bucket-amt(2)
           move 0 to wgl-bucket-amt(3)
           move 0 to wgl-bucket-amt(4)
           move ws-outstanding to wgl-bucket-amt(ws-bucket)
           move ws-age-days to wgl-age
           move vm-credit-days to wgl-terms
           write output-line from ws-aging-line
               after advancing 1 lines.

       900-write-run-log-start.

           open extend run-log-file
           move spaces to run-log-record
           move "RETURNTOVENDOR" to rl-program-name
           move ws-run-date to rl-business-date
           move 'S' to rl-phase
           move function current-date(1:14) to rl-timestamp
           move 0 to rl-records-read
           move 0 to rl-records-written
           move 0 to rl-return-code
           write run-log-record
           close run-log-file.

       910-write-run-log-end.

           open extend run-log-file
           move spaces to run-log-record
           move "RETURNTOVENDOR" to rl-program-name
           move ws-run-date to rl-business-date
           move 'E' to rl-phase
           move function current-date(1:14) to rl-timestamp
           compute rl-records-read =
               ws-count-items-read + ws-count-credits-read
           compute rl-records-written =
               ws-count-lines-pulled + ws-count-auths
           move return-code to rl-return-code
           write run-log-record
           close run-log-file.

       end program ReturnToVendor.
