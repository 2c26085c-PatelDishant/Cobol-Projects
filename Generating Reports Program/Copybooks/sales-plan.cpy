      * Record layout for the sales plan (sales-plan.dat) finance
      * loads ahead of each period: one row per store per week, the
      * week named by its ending date -- a Saturday, the same Sunday
      * through Saturday weeks TrendReport buckets its trend by --
      * and the net sales dollars (sales less returns) planned for
      * the store that week. Finance replaces the file whole; a row
      * keyed twice for one store and week is resolved by keeping
      * the later row. SalesPlanReport compares each store's actual
      * sales off the daily GL feed against it.
       01  sales-plan-record.
           05  sp-store-number                  pic 99.
           05  sp-week-ending-date              pic 9(8).
           05  sp-plan-amount                   pic 9(10)v99.
