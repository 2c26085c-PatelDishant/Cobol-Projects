      * Record layout for the master snapshot control file
      * (snapshot-control-YYYYMMDD.dat). MasterSnapshot unloads each
      * indexed master the nightly posting steps update into its own
      * dated snapshot file (snapshot-<master>-YYYYMMDD.dat, one line
      * per record, exactly as it stood) before the first of them
      * runs, and writes this control file last: one row per master
      * with the records unloaded and a control total over them. A
      * snapshot with no control file never finished and is taken
      * again; one with a control file is kept, so a restart of the
      * stream never overwrites the night's before-image with masters
      * already part posted. MasterRollback restores from the
      * snapshot only when every file still matches its row here.
      * The control total is a dollar balance for most masters; the
      * measure says what was added up.
       01  snapshot-control-record.
           05  sc-file-name                     pic x(24).
           05  sc-record-count                  pic 9(9).
           05  sc-control-total                 pic s9(13)v99
                                                sign leading separate.
           05  sc-measure                       pic x(20).
