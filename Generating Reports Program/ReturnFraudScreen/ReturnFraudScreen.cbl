           05 price-override-flag                              pic x.
           05 cashier-id                                      pic x(4).
           05 customer-number                              pic 9(6).
           05 related-store-number                         pic 99.
           05 filler                                       pic x(22).

       fd returns-activity
           data record is returns-activity-record.

           read cust-report at end move 'Y' to ws-sw-rpt-eof.

      * Customer zero is the bucket CustomerErasure folds an erased
      * customer's returns into -- history with nobody behind it.
           perform until ws-sw-rpt-eof = 'Y'
               if rv-customer-number not = 0
                       and (rv-total-returns >= ws-cust-return-limit
                           or rv-nr-returns >= ws-cust-nr-limit)
                   add 1 to ws-count-cust-flagged
                   move rv-customer-number to wcl-customer
                   move rv-total-returns to wcl-returns
