      *                          set to 1 for one night to let a
      *                          known-down store's missing extract
      *                          through the completeness gate)
      *   TRANSFER-TRANSIT-DAYS (InventoryControl; default 5 -- days
      *                          an inter-store transfer may be in
      *                          transit before it is reported)
      *   POINTS-PER-DOLLAR     (Edits, MonthEndClose; default 100 --
      *                          loyalty points per dollar of
      *                          redemption value)
      *   POINTS-EXPIRY-DAYS    (MonthEndClose; default 730 -- days
      *                          without a sale or redemption before
      *                          a customer's points expire; 0 never
      *                          expires them)
      *   ERASURE-LOOKBACK-DAYS (CustomerErasure; default 90 -- days
      *                          of retained feeds searched; keep it
      *                          at the batch's retention window)
      *   ROLLBACK-DATE         (MasterRollback; default 0 -- the
      *                          business date whose master snapshot
      *                          is restored; 0 means the current
      *                          business date)
      *   GC-SCREEN-STORES      (GiftCardScreen; default 3 -- stores
      *                          a card may be redeemed at in one
      *                          night before it is flagged)
      *   GC-ROUND-MARGIN       (GiftCardScreen; default 5 -- dollars
      *                          under a round hundred that make a
      *                          load "just under"; 0 turns it off)
      *   GC-RELOAD-REPEATS     (GiftCardScreen; default 2 -- just-
      *                          under loads on one card in a night
      *                          before it is flagged)
      *   GC-CASHIER-GC-ISSUES  (GiftCardScreen; default 3 -- cards a
      *                          cashier may issue or reload against
      *                          gift card tender in a night)
      *   PICKUP-HOLD-DAYS      (PickupAging; default 7 -- days a web
      *                          order may wait at the store before it
      *                          is cancelled and refunded)
      *   AR-HOLD-DAYS          (HouseAccountStatements; default 60 --
      *                          days a house account charge may go
      *                          unpaid before the account is put on
      *                          credit hold; 0 turns it off)
      *   ARCHIVE-SEARCH-DAYS   (ArchiveInquiry; default 1830 --
      *                          days of sales history archive
      *                          generations searched, back from the
      *                          business date)
      *   PAID-OUT-LIMIT        (Edits; default 100 -- most a store
      *                          may pay out of the till on one
      *                          paid-out, in whole dollars)
      *   PLAN-BELOW-PERCENT    (SalesPlanReport; default 10 -- how
      *                          far below plan, week or period to
      *                          date, puts a store on the list at
      *                          the top of the report)
       01  run-control-record.
           05  rc-keyword                       pic x(20).
           05  rc-value                         pic x(10).
