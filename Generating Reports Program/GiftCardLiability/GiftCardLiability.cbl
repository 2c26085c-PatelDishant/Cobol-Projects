           close store-master.

      * One card: an active card's balance is liability, rolled into
      * the issuing store's line and the grand total. A card on a
      * loss-prevention hold is still owed to its holder and counts
      * the same way. A closed card is only counted, so the report
      * can show how many cards have been retired.
       100-count-card.

           if gc-status-active or gc-status-held
               add 1 to ws-count-active
               add gc-balance to ws-total-liability
               set st-idx to 1
