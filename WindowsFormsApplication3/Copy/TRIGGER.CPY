      * corresponding batch cycle.  The job id is assigned at
      * submission time and carried here so the scheduler can quote
      * it back on its status-response record, tying the response to
      * the matching run-history record.  The predecessor ids tell
      * the scheduler which cycles must all complete before this
      * trigger may start (spaces when the cycle may start at once),
      * so a night plan submitted in one pass still runs in
      * dependency order - the first in its original position, up to
      * four more at the end of the record, a blank position meaning
      * nothing.  The parameter-set fields carry the chosen named set's
      * processing options to the scheduler (spaces when no set was
      * chosen), so month-end and daily variants ride on the trigger
      * instead of being hand-edited into the batch stream.
           05 trg-asof-date             pic x(08).
           05 trg-processing-mode       pic x(08).
           05 trg-region-list           pic x(40).
           05 trg-more-predecessors.
               10 trg-more-predecessor-id  pic x(08) occurs 4 times.
