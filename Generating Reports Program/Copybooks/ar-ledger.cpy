      * Record layout for the accounts receivable ledger
      * (ar-ledger.dat): one entry per charge, payment, or return
      * credit posted to a house charge account, keyed by account,
      * business date, the posting program, and the record's ordinal
      * in that program's feed -- so a rerun rewriting an entry
      * already on file finds it there and leaves it alone. The
      * month-end statement run reads an account's entries in key
      * order for the statement and applies its payments and credits
      * to the oldest charges for the aging.
       01  ar-ledger-record.
           05  al-ledger-key.
               10  al-account-number            pic 9(6).
               10  al-post-date                 pic 9(8).
      * S the sale/layaway posting run, R the returns run.
               10  al-source                    pic x.
               10  al-feed-seq                  pic 9(7).
           05  al-entry-type                    pic x.
               88  al-entry-charge              value 'C'.
               88  al-entry-payment             value 'P'.
               88  al-entry-return              value 'R'.
           05  al-store-number                  pic 99.
           05  al-invoice-number                pic x(9).
           05  al-transaction-date              pic 9(8).
      * The amount the balance moved by, tax included, and the tax
      * within it.
           05  al-amount                        pic 9(7)v99.
           05  al-tax-amount                    pic 9(6)v99.
