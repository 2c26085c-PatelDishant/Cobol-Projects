      * this is the per-store breakdown the accountant has been
      * rebuilding from raw register data every month; the feed
      * itself (tax-remittance.dat) is the machine-readable side the
      * month-end filing loads. The night's sales charged under a
      * customer's tax exemption certificate follow, by store and
      * certificate, with the GST and PST each certificate relieved
      * -- the figures the authority asks for when it audits an
      * exemption.

       environment division.
       input-output section.
               record key is sm-store-number
               file status is ws-store-master-status.

      * select optional: a night with no exempt sales, or a posting
      * run that has not written the file yet, prints the section
      * empty.
           select optional exempt-sales-file assign to
               "../../../data/exempt-sales.dat"
               organization is line sequential.

           select output-file assign to
               "../../../data/tax-remittance.out"
               organization is line sequential.

           copy "../Copybooks/store-master.cpy".

       fd exempt-sales-file
           data record is exempt-sale-record.

           copy "../Copybooks/exempt-sale.cpy".

       fd output-file
           data record is output-line.

       01 ws-total-pst-refunded                 pic 9(12)v99 value 0.
       01 ws-total-pst-net                     pic s9(12)v99 value 0.

      * Exempt sales for the night, loaded off the exempt sales file
      * and sorted into store and certificate order.
       01 exempt-table.
           05 exempt-entry occurs 2000 times.
               10 xt-store-number                          pic 99.
               10 xt-cert-number                        pic x(15).
               10 xt-exempt-type                            pic x.
               10 xt-customer-number                    pic 9(6).
               10 xt-invoice-number                     pic x(9).
               10 xt-sale-amount                     pic 9(7)v99.
               10 xt-gst-exempt                      pic 9(7)v99.
               10 xt-pst-exempt                      pic 9(7)v99.
       01 ws-exempt-count                          pic 9(4) value 0.
       01 ws-xt-sub                                       pic 9(4).
       01 ws-sw-exempt-eof                              pic x value 'N'.

      * Selection sort work fields (store, certificate, invoice), same
      * shape as the case sort in Chargebacks.
       01 ws-sort-i                                        pic 9(4).
       01 ws-sort-j                                        pic 9(4).
       01 ws-sort-best                                     pic 9(4).
       01 ws-swap-entry                                   pic x(60).

       01 ws-prev-store                                  pic 99 value 0.
       01 ws-prev-cert                           pic x(15) value spaces.
       01 ws-cert-sale                          pic 9(9)v99 value 0.
       01 ws-cert-gst                           pic 9(9)v99 value 0.
       01 ws-cert-pst                           pic 9(9)v99 value 0.
       01 ws-xstore-sale                        pic 9(9)v99 value 0.
       01 ws-xstore-gst                         pic 9(9)v99 value 0.
       01 ws-xstore-pst                         pic 9(9)v99 value 0.
       01 ws-xgrand-sale                        pic 9(9)v99 value 0.
       01 ws-xgrand-gst                         pic 9(9)v99 value 0.
       01 ws-xgrand-pst                         pic 9(9)v99 value 0.

       01 ws-title-line.
           05 filler         pic x(28) value
               "SALES TAX REMITTANCE REPORT".
           05 filler          pic x(13) value "TOTAL OWING: ".
           05 wsu-net                           pic +(4),+(3),++9.99.

       01 ws-exempt-title.
           05 filler         pic x(37) value
               "EXEMPT SALES BY STORE AND CERTIFICATE".

       01 ws-exempt-head.
           05 filler                pic x(7) value "STORE".
           05 filler                pic x(17) value "CERTIFICATE".
           05 filler                pic x(6) value "TYPE".
           05 filler                pic x(10) value "CUSTOMER".
           05 filler                pic x(11) value "INVOICE".
           05 filler                pic x(15) value "    SALE AMOUNT".
           05 filler                pic x(15) value "     GST EXEMPT".
           05 filler                pic x(15) value "     PST EXEMPT".

       01 ws-exempt-line.
           05 wxl-store-num                                pic z9.
           05 filler                              pic x(5) value spaces.
           05 wxl-cert-number                             pic x(15).
           05 filler                              pic x(2) value spaces.
           05 wxl-type                                     pic x(4).
           05 filler                              pic x(2) value spaces.
           05 wxl-customer                                 pic 9(6).
           05 filler                              pic x(4) value spaces.
           05 wxl-invoice                                  pic x(9).
           05 filler                              pic x(2) value spaces.
           05 wxl-sale                              pic $$$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wxl-gst                                pic $$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wxl-pst                                pic $$$,$$$,$$9.99.

       01 ws-exempt-total-line.
           05 filler                              pic x(7) value spaces.
           05 wxt-label                                   pic x(42).
           05 filler                              pic x(2) value spaces.
           05 wxt-sale                              pic $$$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wxt-gst                                pic $$$,$$$,$$9.99.
           05 filler                              pic x(1) value spaces.
           05 wxt-pst                                pic $$$,$$$,$$9.99.

       01 ws-exempt-none-line.
           05 filler         pic x(30) value
               "NO TAX EXEMPT SALES TONIGHT".

       procedure division.

           perform 025-read-business-date.

           perform 500-output-summary.

           perform 600-load-exempt-sales.
           perform 650-sort-exempt-sales.
           perform 700-print-exempt-sales.

           close remit-file
                 store-master
                 output-file.
           write output-line from ws-component-total-line
               after advancing 1 lines.

      * The night's exempt sales into the table. The file is the
      * posting run's own, one row per sale; a night with more than
      * the table holds stops the run rather than print a partial
      * listing the filing would trust.
       600-load-exempt-sales.

           open input exempt-sales-file
           read exempt-sales-file at end move 'Y' to ws-sw-exempt-eof.

           perform until ws-sw-exempt-eof = 'Y'
               if ws-exempt-count >= 2000
                   display "*** EXEMPT SALES TABLE FULL -- RUN"
                       " STOPPED ***"
                   close exempt-sales-file
                   move 12 to return-code
                   perform 910-write-run-log-end
                   goback
               end-if
               add 1 to ws-exempt-count
               move xs-store-number to xt-store-number(ws-exempt-count)
               move xs-cert-number to xt-cert-number(ws-exempt-count)
               move xs-exempt-type to xt-exempt-type(ws-exempt-count)
               move xs-customer-number
                   to xt-customer-number(ws-exempt-count)
               move xs-invoice-number
                   to xt-invoice-number(ws-exempt-count)
               move xs-sale-amount to xt-sale-amount(ws-exempt-count)
               move xs-gst-exempt to xt-gst-exempt(ws-exempt-count)
               move xs-pst-exempt to xt-pst-exempt(ws-exempt-count)
               read exempt-sales-file
                   at end move 'Y' to ws-sw-exempt-eof
               end-read
           end-perform

           close exempt-sales-file.

       650-sort-exempt-sales.

           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-exempt-count
               move ws-sort-i to ws-sort-best
               perform varying ws-sort-j from ws-sort-i by 1
                       until ws-sort-j > ws-exempt-count
                   if xt-store-number(ws-sort-j) <
                           xt-store-number(ws-sort-best)
                       or (xt-store-number(ws-sort-j) =
                               xt-store-number(ws-sort-best)
                           and xt-cert-number(ws-sort-j) <
                               xt-cert-number(ws-sort-best))
                       or (xt-store-number(ws-sort-j) =
                               xt-store-number(ws-sort-best)
                           and xt-cert-number(ws-sort-j) =
                               xt-cert-number(ws-sort-best)
                           and xt-invoice-number(ws-sort-j) <
                               xt-invoice-number(ws-sort-best))
                       move ws-sort-j to ws-sort-best
                   end-if
               end-perform
               if ws-sort-best not = ws-sort-i
                   move exempt-entry(ws-sort-i) to ws-swap-entry
                   move exempt-entry(ws-sort-best)
                       to exempt-entry(ws-sort-i)
                   move ws-swap-entry to exempt-entry(ws-sort-best)
               end-if
           end-perform.

      * One line per exempt sale, a subtotal when the certificate
      * changes and a total when the store does, and the night's
      * grand total under the lot.
       700-print-exempt-sales.

           write output-line from ws-exempt-title
               after advancing 3 lines

           if ws-exempt-count = 0
               write output-line from ws-exempt-none-line
                   after advancing 2 lines
           else
               write output-line from ws-exempt-head
                   after advancing 2 lines
               perform varying ws-xt-sub from 1 by 1
                       until ws-xt-sub > ws-exempt-count
                   if ws-xt-sub > 1
                       if xt-store-number(ws-xt-sub) not = ws-prev-store
                           perform 720-certificate-total
                           perform 730-store-total
                       else
                           if xt-cert-number(ws-xt-sub)
                                   not = ws-prev-cert
                               perform 720-certificate-total
                           end-if
                       end-if
                   end-if
                   perform 710-print-exempt-line
               end-perform
               perform 720-certificate-total
               perform 730-store-total

               move "TOTAL EXEMPT SALES" to wxt-label
               move ws-xgrand-sale to wxt-sale
               move ws-xgrand-gst to wxt-gst
               move ws-xgrand-pst to wxt-pst
               write output-line from ws-exempt-total-line
                   after advancing 2 lines
           end-if.

       710-print-exempt-line.

           move xt-store-number(ws-xt-sub) to ws-prev-store
           move xt-cert-number(ws-xt-sub) to ws-prev-cert

           move xt-store-number(ws-xt-sub) to wxl-store-num
           move xt-cert-number(ws-xt-sub) to wxl-cert-number
           evaluate xt-exempt-type(ws-xt-sub)
               when 'G'
                   move "GST" to wxl-type
               when 'P'
                   move "PST" to wxl-type
               when other
                   move "BOTH" to wxl-type
           end-evaluate
           move xt-customer-number(ws-xt-sub) to wxl-customer
           move xt-invoice-number(ws-xt-sub) to wxl-invoice
           move xt-sale-amount(ws-xt-sub) to wxl-sale
           move xt-gst-exempt(ws-xt-sub) to wxl-gst
           move xt-pst-exempt(ws-xt-sub) to wxl-pst
           write output-line from ws-exempt-line
               after advancing 1 lines

           add xt-sale-amount(ws-xt-sub) to ws-cert-sale
           add xt-gst-exempt(ws-xt-sub) to ws-cert-gst
           add xt-pst-exempt(ws-xt-sub) to ws-cert-pst.

       720-certificate-total.

           move spaces to wxt-label
           string "CERTIFICATE " delimited by size
                  ws-prev-cert delimited by space
                  " TOTAL" delimited by size
               into wxt-label
           end-string
           move ws-cert-sale to wxt-sale
           move ws-cert-gst to wxt-gst
           move ws-cert-pst to wxt-pst
           write output-line from ws-exempt-total-line
               after advancing 1 lines

           add ws-cert-sale to ws-xstore-sale
           add ws-cert-gst to ws-xstore-gst
           add ws-cert-pst to ws-xstore-pst
           move 0 to ws-cert-sale
           move 0 to ws-cert-gst
           move 0 to ws-cert-pst.

       730-store-total.

           move spaces to wxt-label
           move ws-prev-store to wdl-store-num
           string "STORE " delimited by size
                  wdl-store-num delimited by size
                  " EXEMPT SALES TOTAL" delimited by size
               into wxt-label
           end-string
           move ws-xstore-sale to wxt-sale
           move ws-xstore-gst to wxt-gst
           move ws-xstore-pst to wxt-pst
           write output-line from ws-exempt-total-line
               after advancing 1 lines
           write output-line from spaces

           add ws-xstore-sale to ws-xgrand-sale
           add ws-xstore-gst to ws-xgrand-gst
           add ws-xstore-pst to ws-xgrand-pst
           move 0 to ws-xstore-sale
           move 0 to ws-xstore-gst
           move 0 to ws-xstore-pst.

       end program TaxRemittance.
