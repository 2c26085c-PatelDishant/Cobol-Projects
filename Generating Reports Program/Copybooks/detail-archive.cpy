      * Record layout for the invoice detail archive generations
      * (invoice-detail-archive-YYYYMMDD.dat): the line items of the
      * invoices HistoryArchive moved to the sales history archive
      * of the same date, moved off invoice-detail.dat with them so
      * the two files age together and a restore puts back both.
       01  detail-archive-record.
           05  da-invoice-number                pic x(9).
           05  da-line-number                   pic 9(3).
           05  da-sku-code                      pic x(15).
           05  da-quantity                      pic 9(3).
           05  da-unit-amount                   pic 9(5)v99.
