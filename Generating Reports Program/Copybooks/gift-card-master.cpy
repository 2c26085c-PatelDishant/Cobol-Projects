      * liability report stops carrying it but the history still
      * answers questions.
               88  gc-status-escheated          value 'E'.
      * A held card has been frozen by loss prevention (a hold
      * keyed through MasterMaintenance, usually off the nightly
      * gift card screen). Edits refuses it as a tender and for a
      * reload, but the balance is still owed to the holder, so the
      * liability reports keep carrying it until it is released
      * back to active.
               88  gc-status-held               value 'H'.
