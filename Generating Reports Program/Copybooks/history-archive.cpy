      * Record layout for the sales history archive generations
      * (sales-history-archive-YYYYMMDD.dat), one line sequential
      * file per HistoryArchive run, named for the business date of
      * the run. Each record is a sales history record moved off the
      * live file as it aged past the retention cutoff, carried
      * whole so ArchiveInquiry can find it and put it back.
       01  archive-record.
           05  ar-invoice-number                pic x(9).
           05  ar-store-number                  pic 99.
           05  ar-amount                        pic 9(7)v99.
           05  ar-sale-date                     pic 9(8).
           05  ar-tender-code                   pic xx.
           05  ar-cashier-id                    pic x(4).
           05  ar-exempt-type                   pic x.
