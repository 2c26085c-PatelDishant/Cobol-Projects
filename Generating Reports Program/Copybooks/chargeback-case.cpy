      * Record layout for the chargeback case master
      * (chargeback-case.dat), keyed by the processor's case number.
      * Chargebacks opens a case off the processor's notice, matched
      * back to the sale on sales-history.dat and invoice-detail.dat,
      * and moves it through represented to won or lost as the
      * processor's later events arrive. A decided case stays on
      * file as the record of the dispute.
       01  chargeback-case-record.
           05  cc-case-number                   pic x(12).
           05  cc-invoice-number                pic x(9).
           05  cc-store-number                  pic 99.
           05  cc-tender-code                   pic xx.
           05  cc-amount                        pic 9(7)v99.
           05  cc-reason-code                   pic x(4).
      * What the sale on file says: the cashier who rang it, its
      * date and amount, and the first SKU on the invoice.
           05  cc-cashier-id                    pic x(4).
           05  cc-sale-date                     pic 9(8).
           05  cc-sale-amount                   pic 9(7)v99.
           05  cc-sku-code                      pic x(15).
           05  cc-match-result                  pic x.
               88  cc-match-ok                  value 'M'.
               88  cc-match-no-sale             value 'N'.
               88  cc-match-wrong-store         value 'S'.
               88  cc-match-over-amount         value 'A'.
               88  cc-match-no-detail           value 'D'.
           05  cc-open-date                     pic 9(8).
           05  cc-represent-date                pic 9(8).
           05  cc-decision-date                 pic 9(8).
      * Business date and processor-file ordinal of the last event
      * applied, so a rerun of the same night's file cannot apply
      * the same event twice.
           05  cc-posted-date                   pic 9(8).
           05  cc-posted-seq                    pic 9(7).
           05  cc-status                        pic x.
               88  cc-status-open               value 'O'.
               88  cc-status-represented        value 'P'.
               88  cc-status-won                value 'W'.
               88  cc-status-lost               value 'L'.
