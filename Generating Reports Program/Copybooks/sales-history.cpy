      * be matched back to the original transaction. sh-sale-date is
      * the run date the sale was posted; the archive utility uses it
      * to decide when a record is old enough to move off the live
      * file. The tender and cashier were added later so a card
      * processor's chargeback can be traced back to the tender it
      * was taken in and the cashier who rang it; a record written
      * before they were carried has spaces there. The exemption is
      * the tax certificate the sale was charged under (G GST, P
      * PST, B both, space none), so a return refunds only the tax
      * the sale actually collected.
       01  sales-history-record.
           05  sh-invoice-number                pic x(9).
           05  sh-store-number                  pic 99.
           05  sh-amount                        pic 9(7)v99.
           05  sh-sale-date                     pic 9(8).
           05  sh-tender-code                   pic xx.
           05  sh-cashier-id                    pic x(4).
           05  sh-exempt-type                   pic x.
      * The business date an archived invoice was put back on the
      * live file by ArchiveInquiry, zero for an invoice never
      * archived. The archive leaves a restored invoice alone for a
      * hold period from this date, however old its sale date, so
      * the late return or audit it was restored for can be worked.
           05  sh-restored-date                 pic 9(8).
