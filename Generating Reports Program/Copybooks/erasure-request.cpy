      * Record layout for the customer erasure request file
      * (erasure-request.dat): one line per customer who has asked
      * to be forgotten, keyed in by the privacy desk with the
      * request's reference and the date it was received. The file
      * is cleared once CustomerErasure has acted on it -- a refused
      * request is keyed again once whatever blocked it is settled.
       01  erasure-request-record.
           05  eq-customer-number               pic 9(6).
           05  eq-request-id                    pic x(12).
           05  eq-received-date                 pic 9(8).
