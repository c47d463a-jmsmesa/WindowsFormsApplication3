      *----------------------------------------------------------------
      * RUNPSET.CPY
      *
      * Run parameter-set record.  One record per submission made with
      * a named parameter set, appended when the submission's
      * run-parameter record is queued and carrying the same cycle id
      * and submit timestamp (which are also the leading part of the
      * run's history key), the set name and the effective date of the
      * set record the run's options were resolved from.  Which record
      * a run used is what the production promotion gate matches on.
      * It is kept in this file beside the run-parameter queue rather
      * than in the queue record, so the queue's record length - which
      * the batch stream and the queue already on disk depend on -
      * stays as it is.  A submission with no named set writes none.
      *----------------------------------------------------------------
       01 run-parmset-record.
           05 rp-cycle-id          pic x(08).
           05 rp-submit-timestamp  pic x(14).
           05 rp-parmset-name      pic x(08).
           05 rp-parmset-effective pic x(08).
