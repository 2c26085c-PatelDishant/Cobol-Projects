      * against the bank deposit / processor settlement file treasury
      * receives, and reports over/short by store and tender. This is
      * the reconciliation the office manager has been doing on paper
      * from the register tapes. Card chargebacks the store lost
      * tonight come off the expected figure (Chargebacks sets them
      * on the feed) and are shown in their own column, so the
      * money the processor kept is not reported as a short deposit.

       environment division.
       input-output section.
       01 ws-count-out-of-balance                  pic 9(5) value 0.
       01 ws-total-expected                   pic s9(12)v99 value 0.
       01 ws-total-deposited                   pic 9(12)v99 value 0.
       01 ws-total-chargeback                  pic 9(12)v99 value 0.

       01 ws-title-line.
           05 filler         pic x(30) value
       01 ws-detail-head.
           05 filler                pic x(8) value "STORE".
           05 filler                pic x(9) value "TENDER".
           05 filler                pic x(18) value
               "       CHARGEBACKS".
           05 filler                pic x(17) value "         EXPECTED".
           05 filler                pic x(17) value "        DEPOSITED".
           05 filler                pic x(17) value "       OVER/SHORT".
           05 filler                              pic x(6) value spaces.
           05 wdl-tender                                   pic xx.
           05 filler                              pic x(5) value spaces.
           05 wdl-chargeback                    pic $(4),$(4),$$9.99.
           05 filler                              pic x(2) value spaces.
           05 wdl-expected                      pic +(4),+(3),++9.99.
           05 filler                              pic x(2) value spaces.
           05 wdl-deposited                     pic $(4),$(4),$$9.99.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(17) value "TOTAL DEPOSITED: ".
           05 wsu-deposited                    pic $(4),$(4),$$9.99.
           05 filler                              pic x(3) value spaces.
           05 filler          pic x(19) value "TOTAL CHARGEBACKS: ".
           05 wsu-chargeback                   pic $(4),$(4),$$9.99.

       procedure division.


           add ts-net-amount to ws-total-expected
           add ws-deposited to ws-total-deposited
           add ts-chargeback-amount to ws-total-chargeback

           move ts-store-number to wdl-store-num
           move ts-tender-code to wdl-tender
           move ts-chargeback-amount to wdl-chargeback
           move ts-net-amount to wdl-expected
           move ws-deposited to wdl-deposited
           move ws-over-short to wdl-over-short

           move ws-total-expected to wsu-expected
           move ws-total-deposited to wsu-deposited
           move ws-total-chargeback to wsu-chargeback
           write output-line from ws-summary-line-2
               after advancing 1 lines.

