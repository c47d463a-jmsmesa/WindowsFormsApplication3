      *----------------------------------------------------------------
      * RCRULE.CPY
      *
      * Return-code rule record.  Says what a scheduler return code
      * means for one cycle id: up to ten codes that count as success
      * (COMPLETED), up to ten that count as completed with a warning
      * (WARNING - complete for predecessors and the business-date
      * close, but nobody is paged) and up to ten that count as
      * failure (FAILED).  The record with a blank cycle id is the
      * default rule, consulted for a code the cycle's own rule does
      * not list; a code neither rule lists keeps the original
      * meaning - 0000 COMPLETED, anything else FAILED.  A system or
      * user abend code (S or U first) is always ABENDED and is never
      * listed.  Unused code positions are spaces.  Maintained from
      * the Return Code Rules screen, read by Form1 wherever a
      * scheduler response is resolved.
      *----------------------------------------------------------------
       01 rc-rule-record.
           05 rr-cycle-id          pic x(08).
           05 rr-success-codes.
               10 rr-success-code  pic x(04) occurs 10 times.
           05 rr-warning-codes.
               10 rr-warning-code  pic x(04) occurs 10 times.
           05 rr-failure-codes.
               10 rr-failure-code  pic x(04) occurs 10 times.
