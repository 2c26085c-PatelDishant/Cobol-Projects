      * The purchase history fields are accumulated by
      * SalesAndLayawayProcessing as sales post: lifetime count and
      * dollars, and the loyalty points balance earned on sale
      * dollars the stores redeem against. A redemption at the
      * register draws the balance down. The last activity date is
      * the business date of the customer's last sale or
      * redemption; MonthEndClose expires the points of a customer
      * inactive longer than the run-control allowance.
      * A customer erased at their own request keeps the record --
      * the purchase history is the company's -- but the name and
      * phone are overwritten and the status set to erased, which
      * the register refuses the same as an inactive customer.
      * A customer exempt from sales tax whatever they buy (a status
      * card holder, a reseller, an institution) has the exemption
      * certificate on file: its number, which tax it covers, and
      * the date it runs out. A sale to the customer is charged only
      * the component the certificate does not cover; a sale after
      * the expiry date fails edit until the certificate is renewed.
      * The certificate is recorded through MasterMaintenance (file
      * code CX); a customer with no certificate has spaces here.
       01  customer-master-record.
           05  cm-customer-number               pic 9(6).
           05  cm-name                          pic x(20).
           05  cm-status                        pic x.
               88  cm-status-active             value 'A'.
               88  cm-status-inactive           value 'I'.
               88  cm-status-erased             value 'E'.
           05  cm-exempt-cert-number            pic x(15).
           05  cm-exempt-type                   pic x.
               88  cm-exempt-gst                value 'G'.
               88  cm-exempt-pst                value 'P'.
               88  cm-exempt-both               value 'B'.
           05  cm-exempt-expiry                 pic 9(8).
      * Added after the exemption fields, so a record written before
      * it carries spaces here until the customer's next sale or
      * redemption sets it.
           05  cm-last-activity-date            pic 9(8).
