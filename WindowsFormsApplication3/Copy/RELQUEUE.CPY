      * calendar cycle staged for unattended release: the plan is
      * written to this queue in the afternoon, and each cycle's
      * trigger is only dropped when its planned start time arrives
      * and all its predecessors have completed - no operator has to
      * sit at the panel at 22:00.  The first predecessor keeps its
      * original position; up to four more follow at the end of the
      * record.  A planned start before noon is read as
      * falling on the morning after the run date, matching the
      * calendar's overnight convention.  QUEUED entries are waiting;
      * RELEASED entries have had their trigger dropped; HELD entries
           05 rl-staged-timestamp    pic x(14).
           05 rl-staged-by           pic x(08).
           05 rl-released-timestamp  pic x(14).
           05 rl-more-predecessors.
               10 rl-more-predecessor-id pic x(08) occurs 4 times.
