      * Record layout for the exempt sales file (exempt-sales.dat):
      * one row per sale SalesAndLayawayProcessing charged under a
      * customer's tax exemption certificate -- the certificate, the
      * components it covered, and the GST and PST the sale would
      * otherwise have been charged. Rebuilt every posting run;
      * TaxRemittance lists it by store and certificate, and the
      * nightly batch keeps each night's file under its business
      * date for the tax authority's audit.
       01  exempt-sale-record.
           05  xs-sale-date                     pic 9(8).
           05  xs-store-number                  pic 99.
           05  xs-cert-number                   pic x(15).
           05  xs-exempt-type                   pic x.
           05  xs-customer-number               pic 9(6).
           05  xs-invoice-number                pic x(9).
           05  xs-sale-amount                   pic 9(7)v99.
           05  xs-gst-exempt                    pic 9(7)v99.
           05  xs-pst-exempt                    pic 9(7)v99.
