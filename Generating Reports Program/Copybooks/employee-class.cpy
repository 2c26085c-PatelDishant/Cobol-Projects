      * Record layout for the employee class table
      * (employee-class.dat), keyed by class code -- the code HR
      * sets on each employee master record. The class sets the
      * staff purchase discount, as a percentage off the catalog
      * price the customer would have paid (15.00 = 15%), and the
      * most an employee in the class may buy at the discount in a
      * calendar year, in dollars actually paid. A cap of zero means
      * the class has no annual limit. Maintained through
      * MasterMaintenance (file code EC).
       01  employee-class-record.
           05  ec-class-code                    pic x.
           05  ec-description                   pic x(20).
           05  ec-discount-pct                  pic 99v99.
           05  ec-annual-cap                    pic 9(7)v99.
