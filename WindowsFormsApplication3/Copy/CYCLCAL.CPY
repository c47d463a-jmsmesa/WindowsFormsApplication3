      * Expected-cycle calendar.  Lists every cycle id that should run
      * each night so the Job History dashboard can flag a cycle that
      * never showed up in RUNHIST-FILE, and so the whole night's plan
      * can be submitted in one pass.  The predecessor ids name the
      * calendar cycles that must all complete before this one may
      * trigger - up to five, the first in its original position and
      * the other four at the end of the record so records written
      * with a single predecessor read unchanged (spaces when the
      * cycle has no predecessor, and in each unused position).  The
      * planned start and must-finish-by deadline (hhmm, spaces when
      * not monitored) drive the dashboard's batch-window flags: a cycle
      * still running past its deadline shows LATE, one with no run
      * record after its planned start shows MISSED.  A deadline at
      * or before the planned start is read as falling on the
      * following morning.  The run rule says which run dates the
      * cycle is expected on: D (or blank, as on records written
      * before the rule existed) every night, W Monday to Friday,
      * S only on the days flagged Y in the run-day mask (Monday
      * first, Sunday last), L the last calendar day of the month,
      * B the last business day of the month and F the first
      * business day, a business day being a Monday-to-Friday date
      * outside every blackout window on BLKOUT.DAT.  The mask is
      * only read under rule S.
      *----------------------------------------------------------------
       01 cycle-cal-record.
           05 cc-cycle-id        pic x(08).
           05 cc-predecessor-id  pic x(08).
           05 cc-planned-start   pic x(04).
           05 cc-deadline        pic x(04).
           05 cc-run-rule        pic x(01).
               88 cc-runs-daily              value "D" " ".
               88 cc-runs-weekdays           value "W".
               88 cc-runs-on-days            value "S".
               88 cc-runs-last-calendar-day  value "L".
               88 cc-runs-last-business-day  value "B".
               88 cc-runs-first-business-day value "F".
           05 cc-run-days        pic x(07).
           05 cc-more-predecessors.
               10 cc-more-predecessor-id  pic x(08) occurs 4 times.
