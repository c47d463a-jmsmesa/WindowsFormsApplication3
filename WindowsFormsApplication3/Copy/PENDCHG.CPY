      *----------------------------------------------------------------
      * PENDCHG.CPY
      *
      * Pending reference-data change.  An add, change or delete keyed
      * on the blackout calendar, cycle calendar, environment list or
      * parameter-set screens is not applied there: it is appended
      * here as a proposal carrying the target file, the record's key
      * (blackout start date, cycle id, environment code, or set name
      * plus effective date) and the record's image before and after
      * the change - the before image is spaces on an add, the after
      * image spaces on a delete.  The Change Approval screen applies
      * it to the live file only when a second authorized operator,
      * not the proposer, approves it, and only while the live record
      * still matches the before image; a reject (or the proposer's
      * own withdrawal) closes it unapplied.  The decision is stamped
      * on the record, which stays on the file as the history of the
      * change.  One change at a time may be pending per target key.
      *----------------------------------------------------------------
       01 pending-change-record.
           05 pc-proposed-timestamp   pic x(14).
           05 pc-target-file          pic x(08).
               88 pc-for-blackout         value "BLKOUT  ".
               88 pc-for-calendar         value "CYCLCAL ".
               88 pc-for-environment      value "ENVCFG  ".
               88 pc-for-parmset          value "PARMSETS".
           05 pc-action               pic x(01).
               88 pc-is-add               value "A".
               88 pc-is-change            value "C".
               88 pc-is-delete            value "D".
           05 pc-record-key           pic x(16).
           05 pc-state                pic x(01).
               88 pc-is-pending           value "P".
               88 pc-was-approved         value "A".
               88 pc-was-rejected         value "R".
               88 pc-was-withdrawn        value "W".
           05 pc-proposed-by          pic x(08).
           05 pc-proposed-workstation pic x(08).
           05 pc-decided-by           pic x(08).
           05 pc-decided-timestamp    pic x(14).
           05 pc-decided-workstation  pic x(08).
           05 pc-before-image         pic x(120).
           05 pc-after-image          pic x(120).
