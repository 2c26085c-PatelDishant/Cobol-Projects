      * Record layout for the card processor's chargeback file
      * (chargeback.dat), received nightly alongside the bank file.
      * One line per case event: the notice that opens a dispute,
      * the acknowledgement that the merchant's representment was
      * filed, and the final decision in the merchant's favour (won)
      * or the cardholder's (lost). The processor's case number ties
      * the events for one dispute together.
       01  chargeback-item-record.
           05  ci-case-number                   pic x(12).
           05  ci-action                        pic x.
               88  ci-action-notice             value 'C'.
               88  ci-action-represented        value 'R'.
               88  ci-action-won                value 'W'.
               88  ci-action-lost               value 'L'.
           05  ci-event-date                    pic 9(8).
           05  ci-store-number                  pic 99.
           05  ci-invoice-number                pic x(9).
           05  ci-tender-code                   pic xx.
           05  ci-amount                        pic 9(7)v99.
           05  ci-reason-code                   pic x(4).
