      * Record layout for the inventory adjustment register
      * (inventory-adjust.dat): one row per store and department
      * each time InventoryCount posts a count, appended and never
      * rewritten. The shrink amount is the book stock the count
      * did not find, valued at unit cost -- positive is a loss, a
      * negative amount is stock found over book. MonthEndClose
      * journals the rows dated inside the period it closes.
       01  inventory-adjust-record.
           05  ia-adjust-date                   pic 9(8).
           05  ia-store-number                  pic 99.
           05  ia-department                    pic x(4).
           05  ia-shrink-units                  pic s9(7)
                                                sign leading separate.
           05  ia-shrink-amount                 pic s9(9)v99
                                                sign leading separate.
