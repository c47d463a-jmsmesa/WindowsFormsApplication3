      * so a record read twice is visible as the defect it is.  The
      * parameter-set fields carry the chosen named set's processing
      * options (spaces when no set was chosen), resolved from the
      * parameter-set library at submit time.  A record never marked
      * used although its run completed on an earlier day can be
      * expired (RUNPARM-WAS-EXPIRED) from the consistency check, so it
      * no longer reads as a submission still waiting to be consumed.
      * The effective date of the set record a run's options came from
      * is kept alongside on RUNPSET.DAT (RUNPSET.CPY), which leaves
      * this record's length unchanged.
      *----------------------------------------------------------------
       01 runparm-record.
           05 runparm-key.
           05 runparm-used-flag         pic x(01).
               88 runparm-not-yet-used      value "N".
               88 runparm-was-used          value "Y".
               88 runparm-was-expired       value "X".
