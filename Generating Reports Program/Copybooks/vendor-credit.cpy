      * Record layout for the vendor credit file (vendor-credit.dat):
      * one credit memo per line, keyed by accounts payable as the
      * vendors' credits arrive, quoting the authorization it is
      * issued against (vendor and authorization date). Applied and
      * cleared by the weekly ReturnToVendor run.
       01  vendor-credit-record.
           05  vc-vendor-code                   pic x(6).
           05  vc-auth-date                     pic 9(8).
           05  vc-credit-memo                   pic x(10).
           05  vc-credit-date                   pic 9(8).
           05  vc-credit-amount                 pic 9(7)v99.
