      * Record layout for the return-to-vendor authorization master
      * (rtv-authorization.dat), keyed by vendor and the business
      * date of the ReturnToVendor run that raised it -- one
      * authorization per vendor per run, the vendor code and date
      * together being the authorization number quoted to the
      * vendor. The amount is the damaged stock shipped back, valued
      * at the catalog unit cost. Credit memos the vendor issues
      * against it are applied by the same program as accounts
      * payable keys them, until the authorization is credited in
      * full.
       01  rtv-authorization-record.
           05  ra-auth-key.
               10  ra-vendor-code               pic x(6).
               10  ra-auth-date                 pic 9(8).
           05  ra-line-count                    pic 9(5).
           05  ra-units                         pic 9(7).
           05  ra-auth-amount                   pic 9(7)v99.
           05  ra-credit-amount                 pic 9(7)v99.
           05  ra-credit-count                  pic 9(3).
           05  ra-last-credit-date              pic 9(8).
           05  ra-last-memo                     pic x(10).
      * Business date and credit-file ordinal of the last credit
      * applied, so a rerun of the same credit file cannot take a
      * credit twice.
           05  ra-posted-date                   pic 9(8).
           05  ra-posted-seq                    pic 9(7).
           05  ra-status                        pic x.
               88  ra-status-open               value 'O'.
               88  ra-status-partial            value 'P'.
               88  ra-status-credited           value 'C'.
