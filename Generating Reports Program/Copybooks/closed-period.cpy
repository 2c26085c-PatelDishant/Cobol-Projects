      * register, so a late rerun cannot change a month accounting
      * has already reported. The gift card liability balance at
      * close is carried so the next close can journal the month's
      * movement as the change against this baseline; the loyalty
      * points liability at close is carried the same way. A row
      * written before the points were carried reads blank there,
      * which the close treats as no baseline.
       01  closed-period-record.
           05  cl-period                        pic 9(6).
           05  cl-closed-date                   pic 9(8).
           05  cl-gc-balance                    pic 9(12)v99.
           05  cl-points-balance                pic 9(12)v99.
