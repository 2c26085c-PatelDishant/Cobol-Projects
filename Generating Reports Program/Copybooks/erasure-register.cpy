      * Record layout for the customer erasure register
      * (erasure-register.dat): one row appended per request
      * CustomerErasure acted on, erased or refused, with the run
      * date and the reason for a refusal -- the standing record
      * that a request was honoured, kept after the certificate
      * report itself has been overwritten by a later run. The
      * register carries the customer number only; the name and
      * phone it replaces are exactly what was erased.
       01  erasure-register-record.
           05  eg-run-date                      pic 9(8).
           05  eg-request-id                    pic x(12).
           05  eg-customer-number               pic 9(6).
           05  eg-received-date                 pic 9(8).
           05  eg-result                        pic x(8).
           05  eg-files-touched                 pic 9(3).
           05  eg-records-touched               pic 9(7).
           05  eg-refusal-reason                pic x(40).
