      * Entry names in use by MonthEndClose:
      *   CASH-CLEARING      SALES-REVENUE     SALES-RETURNS
      *   LAYAWAY-DEPOSITS   TAX-PAYABLE       GIFT-CARD-LIAB
      *   INVENTORY          INVENTORY-SHRINK  POINTS-LIAB
      *   LOYALTY-EXPENSE    POINTS-BREAKAGE   PAID-OUTS
      *   HOUSE-AR
      *
      * Paid-out expense categories: one PAID-OUT-xx entry per
      * category the stores may pay cash out of the till under (xx
      * is the category keyed on the paid-out), naming its expense
      * account. Edits accepts a paid-out only under a category
      * entered here; PAID-OUTS is the account a category without
      * its own entry falls to at month end.
       01  gl-account-map-record.
           05  am-entry-name                    pic x(20).
           05  am-account                       pic x(8).
