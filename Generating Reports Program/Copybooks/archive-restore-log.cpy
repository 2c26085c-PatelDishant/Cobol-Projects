      * Record layout for the archive restore log
      * (archive-restore-log.dat), appended by ArchiveInquiry: one
      * record per restore requested, carried out or refused, with
      * who asked for it and why, so every invoice put back on the
      * live sales history can be accounted for.
       01  archive-restore-log-record.
           05  al-business-date                 pic 9(8).
           05  al-timestamp                     pic x(14).
           05  al-invoice-number                pic x(9).
           05  al-requested-by                  pic x(20).
           05  al-reason                        pic x(40).
      * The archive generation the invoice was restored from, and
      * the detail lines put back with it.
           05  al-archive-date                  pic 9(8).
           05  al-lines-restored                pic 9(3).
           05  al-result                        pic x(24).
