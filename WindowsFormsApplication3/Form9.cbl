               10 rlt-cycle-id       pic x(08).
               10 rlt-run-date       pic x(08).
               10 rlt-environment    pic x(04).
               10 rlt-predecessor-list pic x(40).
               10 rlt-planned-start  pic x(04).
               10 rlt-state          pic x(01).
               10 rlt-staged-stamp   pic x(14).
                       move rl-run-date       to rlt-run-date(relq-count)
                       move rl-environment-code
                           to rlt-environment(relq-count)
                       move rl-predecessor-id
                           to rlt-predecessor-list(relq-count) (1:8)
                       move rl-more-predecessors
                           to rlt-predecessor-list(relq-count) (9:32)
                       move rl-planned-start  to rlt-planned-start(relq-count)
                       move rl-state          to rlt-state(relq-count)
                       move rl-staged-timestamp
           move rlt-cycle-id(relq-index)       to rl-cycle-id
           move rlt-run-date(relq-index)       to rl-run-date
           move rlt-environment(relq-index)    to rl-environment-code
           move rlt-predecessor-list(relq-index) (1:8)
                                               to rl-predecessor-id
           move rlt-predecessor-list(relq-index) (9:32)
                                               to rl-more-predecessors
           move rlt-planned-start(relq-index)  to rl-planned-start
           move rlt-state(relq-index)          to rl-state
           move rlt-staged-stamp(relq-index)   to rl-staged-timestamp
