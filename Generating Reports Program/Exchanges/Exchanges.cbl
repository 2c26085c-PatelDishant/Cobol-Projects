           05 price-override-flag                              pic x.
           05 cashier-id                                      pic x(4).
           05 customer-number                              pic 9(6).
           05 related-store-number                         pic 99.
           05 filler                                       pic x(22).

       fd output-file
           data record is output-line.
                       transaction-amount - sh-amount
                   compute ws-tax-delta rounded =
                       ws-difference * ws-percentage-tax
      * A sale made under a certificate exempting both taxes charged
      * none, so the replacement is settled untaxed as well.
                   if sh-exempt-type = 'B'
                       move 0 to ws-tax-delta
                   end-if
                   add ws-difference to ws-net-difference
                   add ws-tax-delta to ws-net-tax-delta
                   move sh-amount to output-orig-amount
