
           read gift-card-master at end move 'Y' to ws-sw-eof.

      * A card on a loss-prevention hold is not aged: it cannot be
      * remitted while under investigation, and it comes back into
      * the dormancy count when the hold is released.
           perform until ws-sw-eof = 'Y'
               if gc-status-active
                   perform 100-age-card
