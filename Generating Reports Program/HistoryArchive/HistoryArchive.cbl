      * cutoff are copied to a dated archive file and deleted from
      * the live file; the purge report shows records and dollars
      * kept versus archived so the night's movement can be proved
      * against the before-and-after totals. An archived invoice's
      * detail lines go with it, off invoice-detail.dat onto a
      * detail archive of the same date, so ArchiveInquiry can find
      * both and put both back. An invoice ArchiveInquiry restored
      * is left on the live file for a hold period from its restore.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-archive-file-status.

      * The detail lines of the invoices archived, in a dated file
      * of their own alongside.
           select detail-archive-file assign to ws-detail-file-name
               organization is line sequential
               file status is ws-detail-file-status.

      * select optional: a system that has never sold through the
      * line-item posting has no detail file.
           select optional invoice-detail assign to
               "../../../data/invoice-detail.dat"
               organization is indexed
               access mode is random
               record key is id-detail-key
               file status is ws-invoice-detail-status.

           select report-file assign to
               "../../../data/sales-history-purge.out"
               organization is line sequential.
       fd archive-file
           data record is archive-record.

           copy "../Copybooks/history-archive.cpy".

       fd detail-archive-file
           data record is detail-archive-record.

           copy "../Copybooks/detail-archive.cpy".

       fd invoice-detail
           data record is invoice-detail-record.

           copy "../Copybooks/invoice-detail.cpy".

       fd report-file
           data record is report-line.

       01 ws-sales-history-status                     pic xx value "00".
       01 ws-archive-file-status                      pic xx value "00".
       01 ws-detail-file-status                       pic xx value "00".
       01 ws-invoice-detail-status                    pic xx value "00".

       01 ws-sw-eof                                     pic x value 'N'.

       01 ws-archive-file-name                            pic x(64).
       01 ws-detail-file-name                             pic x(64).

      * Anything older than this many days comes off the live file.
      * The returns window is 30 days; thirteen months of history
      * question can still be answered without going to the archive.
       77 ws-retention-days                          pic 9(3) value 400.

      * An invoice put back on the live file by ArchiveInquiry stays
      * there this many days from its restore, whatever its age --
      * long enough for the late return or the audit question it
      * was restored for.
       77 ws-restore-hold-days                       pic 9(3) value 90.
       01 ws-restore-cutoff-int                          pic 9(7) comp.
       01 ws-restored-int                                pic 9(7) comp.
       01 ws-sw-restore-hold                            pic x value 'N'.
       01 ws-line-number                                 pic 9(3).
       01 ws-sw-line-eof                                pic x value 'N'.

       01 ws-run-date                                      pic 9(8).
       01 ws-run-date-int                                pic 9(7) comp.
       01 ws-cutoff-int                                  pic 9(7) comp.
       01 ws-count-archived                          pic 9(7) value 0.
       01 ws-amount-kept                        pic 9(12)v99 value 0.
       01 ws-amount-archived                    pic 9(12)v99 value 0.
       01 ws-count-lines-archived                    pic 9(7) value 0.
       01 ws-count-restore-held                      pic 9(7) value 0.

       01 ws-title-line.
           05 filler          pic x(34) value
           05 wcl-days                                       pic zz9.
           05 filler                        pic x(5) value " DAYS".

       01 ws-other-count-line.
           05 woc-label                                   pic x(20).
           05 woc-count                                  pic zzzzzz9.

       01 ws-count-line.
           05 wcn-label                                   pic x(20).
           05 wcn-count                                  pic zzzzzz9.
               function integer-of-date(ws-run-date).
           compute ws-cutoff-int =
               ws-run-date-int - ws-retention-days.
           compute ws-restore-cutoff-int =
               ws-run-date-int - ws-restore-hold-days.

           move spaces to ws-archive-file-name.
           string "../../../data/sales-history-archive-"
               ".dat" delimited by size
               into ws-archive-file-name.

           move spaces to ws-detail-file-name.
           string "../../../data/invoice-detail-archive-"
                   delimited by size
               ws-run-date delimited by size
               ".dat" delimited by size
               into ws-detail-file-name.

           perform 900-write-run-log-start.

           open i-o sales-history.
               open output archive-file
           end-if.

           open extend detail-archive-file
           if ws-detail-file-status = "35"
               open output detail-archive-file
           end-if.

           open i-o invoice-detail
           if ws-invoice-detail-status = "35"
               open output invoice-detail
               close invoice-detail
               open i-o invoice-detail
           end-if.

           open output report-file.

           read sales-history at end move 'Y' to ws-sw-eof.

           close sales-history
                 archive-file
                 detail-archive-file
                 invoice-detail
                 report-file.

           move 0 to return-code.
      * sale date (written before the date was carried) is kept --
      * it cannot be proved old, and deleting a record a return
      * might still match is the one mistake this utility must not
      * make. An invoice restored from the archive inside the hold
      * period is kept too.
       100-judge-record.

           add 1 to ws-count-read
               move ws-run-date-int to ws-sale-date-int
           end-if

           move 'N' to ws-sw-restore-hold
           if sh-restored-date is numeric and sh-restored-date > 0
               compute ws-restored-int =
                   function integer-of-date(sh-restored-date)
               if ws-restored-int >= ws-restore-cutoff-int
                   move 'Y' to ws-sw-restore-hold
               end-if
           end-if

           if ws-sale-date-int < ws-cutoff-int
                   and ws-sw-restore-hold = 'Y'
               add 1 to ws-count-restore-held
           end-if

           if ws-sale-date-int < ws-cutoff-int
                   and ws-sw-restore-hold = 'N'
               move sh-invoice-number to ar-invoice-number
               move sh-store-number to ar-store-number
               move sh-amount to ar-amount
               move sh-sale-date to ar-sale-date
               move sh-tender-code to ar-tender-code
               move sh-cashier-id to ar-cashier-id
               move sh-exempt-type to ar-exempt-type
               write archive-record
               add 1 to ws-count-archived
               add sh-amount to ws-amount-archived
               perform 110-archive-detail-lines
               delete sales-history
           else
               add 1 to ws-count-kept

           read sales-history at end move 'Y' to ws-sw-eof.

      * Move the archived invoice's detail lines to the detail
      * archive, line 001 up until a line number isn't on file.
       110-archive-detail-lines.

           move 'N' to ws-sw-line-eof
           move 1 to ws-line-number

           perform until ws-sw-line-eof = 'Y'
               move sh-invoice-number to id-invoice-number
               move ws-line-number to id-line-number
               read invoice-detail
                   invalid key
                       move 'Y' to ws-sw-line-eof
                   not invalid key
                       move id-invoice-number to da-invoice-number
                       move id-line-number to da-line-number
                       move id-sku-code to da-sku-code
                       move id-quantity to da-quantity
                       move id-unit-amount to da-unit-amount
                       write detail-archive-record
                       delete invoice-detail
                       add 1 to ws-count-lines-archived
                       if ws-line-number = 999
                           move 'Y' to ws-sw-line-eof
                       else
                           add 1 to ws-line-number
                       end-if
               end-read
           end-perform.


       900-write-run-log-start.

           move ws-count-archived to wcn-count
           move ws-amount-archived to wcn-amount
           write report-line from ws-count-line
               after advancing 1 lines

           move "DETAIL LINES MOVED: " to woc-label
           move ws-count-lines-archived to woc-count
           write report-line from ws-other-count-line
               after advancing 1 lines

           move "HELD AFTER RESTORE: " to woc-label
           move ws-count-restore-held to woc-count
           write report-line from ws-other-count-line
               after advancing 1 lines.

       end program HistoryArchive.
