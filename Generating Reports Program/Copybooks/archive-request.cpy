      * Record layout for the archive inquiry request file
      * (archive-request.dat): one request per line, keyed by the
      * operator for ArchiveInquiry and cleared once the run has
      * answered it.
      *
      *   aq-request-type: I inquiry -- every archived invoice that
      *                      meets all the criteria keyed
      *                    R restore -- put the one invoice keyed
      *                      back on the live sales history, with
      *                      its detail lines
      *
      * Criteria left blank (or zero) are not applied: the invoice
      * number, the store, the sale date range (from and to,
      * inclusive), and the amount range (low and high, inclusive
      * -- key both the same for an exact amount). An inquiry must
      * key at least one. A restore must key the invoice number,
      * and who asked for it and why, which go on the restore log.
       01  archive-request-record.
           05  aq-request-type                  pic x.
               88  aq-inquiry                   value 'I'.
               88  aq-restore                   value 'R'.
           05  aq-invoice-number                pic x(9).
           05  aq-store-number                  pic xx.
           05  aq-from-date                     pic 9(8).
           05  aq-to-date                       pic 9(8).
           05  aq-amount-low                    pic 9(7)v99.
           05  aq-amount-high                   pic 9(7)v99.
           05  aq-requested-by                  pic x(20).
           05  aq-reason                        pic x(40).
