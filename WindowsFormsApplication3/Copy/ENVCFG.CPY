      * operator picks from this list instead of keying a bare code.
      * The production flag ("Y") marks an environment whose
      * submissions must be countersigned by a second authorized
      * operator.  A production environment may also name the lower
      * environment a cycle must be proved in first (the promote-
      * from code): a submission is then refused until run history
      * shows a COMPLETED run of the same cycle, with the same
      * parameter-set record, in that environment since the record
      * last changed.  Spaces mean no promotion rule.
      *----------------------------------------------------------------
       01 env-config-record.
           05 ec-environment-code     pic x(04).
           05 ec-environment-name     pic x(20).
           05 ec-connection-string    pic x(60).
           05 ec-production-flag      pic x(01).
           05 ec-promote-from-env     pic x(04).
