               organization line sequential
               file status is schedmon-status.

           select blackout-file assign to "BLKOUT.DAT"
               organization line sequential
               file status is blackout-status.

           select triage-file assign to "TRIAGE.DAT"
               organization line sequential
               file status is triage-status.

       data division.
       file section.
       fd  run-history-file.
       fd  schedmon-file.
           copy "SCHEDMON.CPY".

       fd  blackout-file.
           copy "BLKOUT.CPY".

       fd  triage-file.
           copy "TRIAGE.CPY".

      *----------------------------------------------------------------
      * Job History dashboard.  Form2_Load reads the last
      * HISTORY-MAX cycles from RUN-HISTORY-FILE into HISTORY-TABLE,
               10 ht-job-id        pic x(12).
               10 ht-start-stamp   pic x(14).
               10 ht-end-stamp     pic x(14).
               10 ht-return-code   pic x(04).

       01 cal-count         pic 9(04) comp value 0.
       01 cal-index          pic 9(04) comp value 0.
               10 ct-description   pic x(30).
               10 ct-planned-start pic x(04).
               10 ct-deadline      pic x(04).
               10 ct-due           pic x(01).

      *----------------------------------------------------------------
      * batch-window monitoring work fields.  NOW-TIMESTAMP is taken
               10 rp-start-stamp   pic x(14).
               10 rp-end-stamp     pic x(14).
               10 rp-rerun-of      pic x(12).
               10 rp-return-code   pic x(04).

       01 rpt-cycle-status     pic x(08).
       01 rpt-rerun-note       pic x(22).
           88 rpt-is-clean         value "N".
       01 rpt-total-count      pic 9(04) comp value 0.
       01 rpt-complete-count   pic 9(04) comp value 0.
       01 rpt-warning-count    pic 9(04) comp value 0.
       01 rpt-exception-count  pic 9(04) comp value 0.
       01 rpt-total-display    pic 9(04).
       01 rpt-complete-display pic 9(04).
       01 rpt-warning-display  pic 9(04).
       01 rpt-except-display   pic 9(04).
       01 triage-status        pic xx.
       01 triage-eof           pic x.
       01 rpt-ticket-count     pic 9(04) comp value 0.
       01 rpt-ticket-unlisted  pic 9(04) comp value 0.
       01 rpt-ticket-display   pic 9(04).

       01 cycle-found-switch pic x.
           88 cycle-was-found value "Y".
           88 scheduler-is-silent     value "N".

       01 target-run-date    pic x(08).
       01 blackout-status    pic xx.
       01 blackout-eof       pic x.

      *----------------------------------------------------------------
      * run-rule work fields.  A calendar cycle's run rule is tested
      * against a run date: the weekday of the month's first day
      * comes from the civil day serial the elapsed-time arithmetic
      * uses, and a business day is a Monday-to-Friday date outside
      * every blackout window held in RULE-BLK-TABLE.
      *----------------------------------------------------------------
       01 rule-code            pic x(01).
       01 rule-run-days        pic x(07).
       01 rule-run-date        pic x(08).
       01 rule-run-date-r redefines rule-run-date.
           05 rd-year          pic 9(04).
           05 rd-month         pic 9(02).
           05 rd-day           pic 9(02).
       01 rule-probe-date      pic x(08).
       01 rule-probe-date-r redefines rule-probe-date.
           05 pd-year-month    pic x(06).
           05 pd-day           pic 9(02).
       01 rule-due-switch      pic x.
           88 cycle-is-due         value "Y".
           88 cycle-not-due        value "N".
       01 rule-bizday-switch   pic x.
           88 probe-is-business-day    value "Y".
           88 probe-not-business-day   value "N".
       01 rule-month-days      pic 9(02) comp.
       01 rule-first-weekday   pic 9(02) comp.
       01 rule-probe-day       pic 9(02) comp.
       01 rule-probe-weekday   pic 9(02) comp.
       01 rule-target-day      pic 9(02) comp.
       01 rule-adj-year        pic 9(04) comp.
       01 rule-adj-month       pic 9(02) comp.
       01 rule-term1           pic 9(04) comp.
       01 rule-term2           pic 9(04) comp.
       01 rule-term3           pic 9(04) comp.
       01 rule-term4           pic 9(04) comp.
       01 rule-day-serial      pic 9(09) comp.
       01 rule-quot            pic 9(09) comp.
       01 rule-leap-work       pic 9(04) comp.
       01 rule-blk-count       pic 9(04) comp value 0.
       01 rule-blk-index       pic 9(04) comp value 0.
       01 rule-blk-table.
           05 rule-blk-entry occurs 100 times.
               10 rbt-start-date   pic x(08).
               10 rbt-end-date     pic x(08).
       01 list-row-text      pic x(80).

       01 lst-job-history    object.

      *----------------------------------------------------------------
      * per-cycle statistics accumulators for the monthly report:
      * run count, completions, completions with a warning, and
      * total/min/max elapsed seconds over the runs that recorded an
      * end timestamp.
      *----------------------------------------------------------------
       01 stat-count           pic 9(04) comp value 0.
       01 stat-index           pic 9(04) comp value 0.
               10 st-cycle-id        pic x(08).
               10 st-run-count       pic 9(05) comp.
               10 st-complete-count  pic 9(05) comp.
               10 st-warning-count   pic 9(05) comp.
               10 st-elapsed-count   pic 9(05) comp.
               10 st-elapsed-total   pic 9(12) comp.
               10 st-elapsed-min     pic 9(09) comp.

       01 stats-header-line    pic x(100).
       01 stats-column-line    pic x(100) value
           "CYCLE ID  RUNS  COMPLETE  WARNING  RATE  AVG SECS  MIN SECS  MAX SECS".
       01 stats-detail-line.
           05 sd-cycle-id      pic x(08).
           05 filler           pic x(02) value spaces.
           05 sd-run-count     pic zzz9.
           05 filler           pic x(05) value spaces.
           05 sd-complete      pic zzz9.
           05 filler           pic x(05) value spaces.
           05 sd-warning       pic zzz9.
           05 filler           pic x(03) value spaces.
           05 sd-rate          pic zz9.
           05 sd-rate-sign     pic x(01) value "%".
                   move rh-job-id          to ht-job-id(history-count)
                   move rh-start-timestamp to ht-start-stamp(history-count)
                   move rh-end-timestamp   to ht-end-stamp(history-count)
                   move rh-return-code     to ht-return-code(history-count)
           end-read.
       end method.


      *----------------------------------------------------------------
      * LOAD-CALENDAR - reads the full expected-cycle calendar into
      * CAL-TABLE (bounded at 50 entries), marking each cycle due or
      * not due on TARGET-RUN-DATE by its run rule.  With no business
      * date on file yet every cycle is taken as due.
      *----------------------------------------------------------------
       method-id LOAD-CALENDAR private.
       procedure division.
           move 0 to cal-count
           move "N" to calendar-eof
           invoke self::LOAD-RULE-BLACKOUTS
           move target-run-date to rule-run-date

           open input cycle-cal-file
           if cc-file-status = "00"
                       move cc-description   to ct-description(cal-count)
                       move cc-planned-start to ct-planned-start(cal-count)
                       move cc-deadline      to ct-deadline(cal-count)
                       move "Y"              to ct-due(cal-count)
                       if target-run-date not = spaces
                           move cc-run-rule to rule-code
                           move cc-run-days to rule-run-days
                           invoke self::CHECK-CYCLE-RUN-RULE
                           if cycle-not-due
                               move "N" to ct-due(cal-count)
                           end-if
                       end-if
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * LOAD-RULE-BLACKOUTS - reads the blackout windows into
      * RULE-BLK-TABLE (bounded at 100) for CHECK-CYCLE-RUN-RULE's
      * business-day test.  Loaded once per pass over the calendar.
      *----------------------------------------------------------------
       method-id LOAD-RULE-BLACKOUTS private.
       procedure division.
           move 0 to rule-blk-count
           move "N" to blackout-eof

           open input blackout-file
           if blackout-status = "00"
               perform LOAD-ONE-RULE-BLACKOUT until blackout-eof = "Y"
               close blackout-file
           end-if
           goback.

       LOAD-ONE-RULE-BLACKOUT.
           read blackout-file
               at end
                   move "Y" to blackout-eof
               not at end
                   if rule-blk-count < 100
                       add 1 to rule-blk-count
                       move bc-start-date to rbt-start-date(rule-blk-count)
                       move bc-end-date   to rbt-end-date(rule-blk-count)
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * CHECK-CYCLE-RUN-RULE - sets CYCLE-IS-DUE when the calendar run
      * rule in RULE-CODE (and, for rule S, the Monday-first Y/N mask
      * in RULE-RUN-DAYS) selects RULE-RUN-DATE: D or blank every
      * night, W Monday to Friday, S the flagged days, L the last
      * calendar day of the month, B the last business day and F the
      * first business day.  A run date that is not a real date is
      * left due, for the run-date checks proper to refuse.
      *----------------------------------------------------------------
       method-id CHECK-CYCLE-RUN-RULE private.
       procedure division.
           set cycle-is-due to true
           if rule-code = space or rule-code = "D"
               goback
           end-if
           if rule-run-date is not numeric
               goback
           end-if
           if rd-month < 1 or rd-month > 12 or rd-day < 1
               goback
           end-if

           perform FIND-MONTH-SHAPE
           if rd-day > rule-month-days
               goback
           end-if

           evaluate rule-code
               when "W"
                   move rd-day to rule-probe-day
                   perform FIND-PROBE-WEEKDAY
                   if rule-probe-weekday > 5
                       set cycle-not-due to true
                   end-if
               when "S"
                   move rd-day to rule-probe-day
                   perform FIND-PROBE-WEEKDAY
                   if rule-run-days(rule-probe-weekday:1) not = "Y"
                       set cycle-not-due to true
                   end-if
               when "L"
                   if rd-day not = rule-month-days
                       set cycle-not-due to true
                   end-if
               when "B"
                   move 0 to rule-target-day
                   perform TEST-ONE-BUSINESS-DAY
                       varying rule-probe-day from rule-month-days by -1
                       until rule-probe-day < 1 or rule-target-day > 0
                   if rd-day not = rule-target-day
                       set cycle-not-due to true
                   end-if
               when "F"
                   move 0 to rule-target-day
                   perform TEST-ONE-BUSINESS-DAY
                       varying rule-probe-day from 1 by 1
                       until rule-probe-day > rule-month-days
                           or rule-target-day > 0
                   if rd-day not = rule-target-day
                       set cycle-not-due to true
                   end-if
           end-evaluate
           goback.

      * the month's length (leap Februaries included, each quotient
      * truncated into its own field before multiplying back) and the
      * weekday of its first day, 1 Monday to 7 Sunday.  Day serial 2
      * modulo 7 falls on a Monday.
       FIND-MONTH-SHAPE.
           evaluate rd-month
               when 4
               when 6
               when 9
               when 11
                   move 30 to rule-month-days
               when 2
                   move 28 to rule-month-days
                   compute rule-quot = rd-year / 4
                   compute rule-leap-work = rule-quot * 4
                   if rule-leap-work = rd-year
                       move 29 to rule-month-days
                       compute rule-quot = rd-year / 100
                       compute rule-leap-work = rule-quot * 100
                       if rule-leap-work = rd-year
                           move 28 to rule-month-days
                           compute rule-quot = rd-year / 400
                           compute rule-leap-work = rule-quot * 400
                           if rule-leap-work = rd-year
                               move 29 to rule-month-days
                           end-if
                       end-if
                   end-if
               when other
                   move 31 to rule-month-days
           end-evaluate

           if rd-month > 2
               move rd-year  to rule-adj-year
               move rd-month to rule-adj-month
           else
               compute rule-adj-year  = rd-year - 1
               compute rule-adj-month = rd-month + 12
           end-if
           compute rule-term1 = rule-adj-year / 4
           compute rule-term2 = rule-adj-year / 100
           compute rule-term3 = rule-adj-year / 400
           compute rule-term4 = (153 * (rule-adj-month + 1)) / 5
           compute rule-day-serial = 365 * rule-adj-year
               + rule-term1 - rule-term2 + rule-term3 + rule-term4 + 1
           compute rule-quot = (rule-day-serial + 5) / 7
           compute rule-first-weekday =
               rule-day-serial + 5 - rule-quot * 7 + 1.

       FIND-PROBE-WEEKDAY.
           compute rule-quot =
               (rule-first-weekday + rule-probe-day - 2) / 7
           compute rule-probe-weekday =
               rule-first-weekday + rule-probe-day - 2
                   - rule-quot * 7 + 1.

       TEST-ONE-BUSINESS-DAY.
           perform FIND-PROBE-WEEKDAY
           if rule-probe-weekday > 5
               exit paragraph
           end-if
           set probe-is-business-day to true
           move rule-run-date  to rule-probe-date
           move rule-probe-day to pd-day
           perform TEST-ONE-RULE-BLACKOUT
               varying rule-blk-index from 1 by 1
               until rule-blk-index > rule-blk-count
                   or probe-not-business-day
           if probe-is-business-day
               move rule-probe-day to rule-target-day
           end-if.

       TEST-ONE-RULE-BLACKOUT.
           if rule-probe-date >= rbt-start-date(rule-blk-index)
               and rule-probe-date <= rbt-end-date(rule-blk-index)
               set probe-not-business-day to true
           end-if.
       end method.

      *----------------------------------------------------------------
      * DISPLAY-HISTORY - lists the loaded history rows on
      * LST-JOB-HISTORY, most recent cycle last.
      *    a COMPLETED row is only as good as its delivered outputs -
      *    RC 0000 with a missing or short extract is flagged here so
      *    downstream finds out from this dashboard, not from their
      *    failed load.  A WARNING row completed too, but on a
      *    return code its rules class as a warning, shown beside it.
           if ht-status(history-index) = "COMPLETED"
               or ht-status(history-index) = "WARNING"
               move ht-cycle-id(history-index) to verify-cycle-id
               invoke self::VERIFY-CYCLE-OUTPUTS
               if outputs-have-exceptions
                   move "  OUTPUTS NOT DELIVERED" to status-annotation
               else
                   if ht-status(history-index) = "WARNING"
                       string "  COMPLETED WITH RC "  delimited by size
                              ht-return-code(history-index)
                                                      delimited by size
                           into status-annotation
                       end-string
                   end-if
               end-if
               exit paragraph
           end-if
      * with a NOT RUN status so it stands out from cycles that have
      * actually completed - upgraded to MISSED when the cycle's
      * planned start has already passed, which is the difference
      * between "not due yet" and "its window is blown".  A cycle
      * whose run rule does not select that date is not expected and
      * is not listed.
      *----------------------------------------------------------------
       method-id FLAG-MISSING-CYCLES private.
       procedure division.
           goback.

       FLAG-ONE-CALENDAR-CYCLE.
           if ct-due(cal-index) = "N"
               exit paragraph
           end-if
           set cycle-was-not-found to true
           perform CHECK-ONE-HISTORY-ROW
               varying history-index from 1 by 1
      * for the keyed month - from the month's archive file if one
      * exists, plus whatever remains on the live file - into
      * per-cycle counters, then writes the report the capacity
      * planning meeting asks for: per cycle id, the run count, the
      * clean completions and the completions with a warning shown
      * apart, the completion rate (both kinds count as complete),
      * and average/minimum/maximum elapsed seconds
      * between the start and end timestamps of the runs that
      * recorded both.
      *----------------------------------------------------------------
               if sw-status = "COMPLETED"
                   add 1 to st-complete-count(stat-match-index)
               end-if
               if sw-status = "WARNING"
                   add 1 to st-warning-count(stat-match-index)
               end-if
               if sw-end-timestamp not = spaces
                   invoke self::COMPUTE-ELAPSED-SECONDS
                       using sw-start-timestamp sw-end-timestamp
           move st-cycle-id(stat-index) to sd-cycle-id
           move st-run-count(stat-index) to sd-run-count
           move st-complete-count(stat-index) to sd-complete
           move st-warning-count(stat-index) to sd-warning
           compute stats-rate-pct =
               ((st-complete-count(stat-index)
                   + st-warning-count(stat-index)) * 100)
                   / st-run-count(stat-index)
           move stats-rate-pct to sd-rate
           if st-elapsed-count(stat-index) > 0
      *    last Tuesday's copy can always be pulled back up.
           invoke self::SPOOL-NIGHT-REPORT

           if rpt-ticket-count > 0
               move rpt-ticket-count to rpt-ticket-display
               move spaces to message-text
               string "Warning: "          delimited by size
                      rpt-ticket-display   delimited by size
                      " failure(s) for business date "
                                           delimited by size
                      target-run-date      delimited by size
                      " still have an open incident ticket."
                                           delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
           end-if

           move 1 to report-print-index
           invoke type System.Drawing.Printing.PrintDocument::new
               returning night-report-document
      *----------------------------------------------------------------
      * BUILD-NIGHT-REPORT - assembles the reconciliation for
      * TARGET-RUN-DATE into REPORT-LINE-TABLE: every calendar cycle
      * with its status, job id, start/end times and elapsed minutes, an
      * exception section repeating the cycles that need morning
      * attention (not run, missed, still submitted, failed, abended or
      * cancelled), the failures for the date whose service desk
      * incident ticket is still open, and the totals, which count the
      * completions with a warning apart from the clean completions.  A
      * cycle its run rule leaves out of the date, and which did not
      * run, shows NOT DUE and is neither an exception nor counted.  The
      * run-history file is re-scanned in full, keeping the latest
      * record per cycle for the business date, so the report is not
      * limited to the dashboard's 20-row window.
      *----------------------------------------------------------------
       method-id BUILD-NIGHT-REPORT private.
       procedure division.
           move 0 to rpt-hist-count
           move 0 to rpt-total-count
           move 0 to rpt-complete-count
           move 0 to rpt-warning-count
           move 0 to rpt-exception-count

           accept now-timestamp from date yyyymmdd

           perform ADD-EXCEPTION-SECTION

           perform ADD-OPEN-TICKET-SECTION

           perform ADD-REPORT-TOTALS
           goback.

               move rh-start-timestamp to rp-start-stamp(rpt-hist-match)
               move rh-end-timestamp   to rp-end-stamp(rpt-hist-match)
               move rh-rerun-of-job-id to rp-rerun-of(rpt-hist-match)
               move rh-return-code     to rp-return-code(rpt-hist-match)
           end-if.

       FIND-REPORT-CYCLE.
       BUILD-ONE-CYCLE-LINE.
           perform DERIVE-CYCLE-REPORT-STATUS

           if rpt-cycle-status not = "NOT DUE"
               add 1 to rpt-total-count
           end-if
           if rpt-cycle-status = "COMPLETE"
               add 1 to rpt-complete-count
           end-if
           if rpt-cycle-status = "WARNING"
               add 1 to rpt-warning-count
           end-if
           if rpt-is-exception
               add 1 to rpt-exception-count
           end-if

      * derives the report status and work fields for the calendar
      * cycle at CAL-INDEX from its latest history record (if any).
      * COMPLETED and WARNING (completed on a warning return code,
      * which the line names) are the clean outcomes; everything
      * else lands in the exception section.
       DERIVE-CYCLE-REPORT-STATUS.
           set rpt-is-exception to true
           move spaces to rpt-job-id
               until rpt-hist-index > rpt-hist-count
                   or rpt-hist-match > 0

           if rpt-hist-match = 0 and ct-due(cal-index) = "N"
               move "NOT DUE" to rpt-cycle-status
               set rpt-is-clean to true
               exit paragraph
           end-if

           if rpt-hist-match = 0
               move "NOT RUN" to rpt-cycle-status
               if ct-planned-start(cal-index) not = spaces
                       invoke self::COMPUTE-ELAPSED-SECONDS
                           using rp-start-stamp(rpt-hist-match)
                                 rp-end-stamp(rpt-hist-match)
                   when "WARNING"
                       move "WARNING" to rpt-cycle-status
                       set rpt-is-clean to true
                       if rpt-rerun-note = spaces
                           string "WARNING RC "       delimited by size
                                  rp-return-code(rpt-hist-match)
                                                      delimited by size
                               into rpt-rerun-note
                           end-string
                       end-if
                       move rp-end-stamp(rpt-hist-match) (9:6)
                           to rpt-end-time
                       invoke self::COMPUTE-ELAPSED-SECONDS
                           using rp-start-stamp(rpt-hist-match)
                                 rp-end-stamp(rpt-hist-match)
                   when "SUBMITTED"
                       move "RUNNING" to rpt-cycle-status
                       invoke self::COMPUTE-ELAPSED-SECONDS
               compute elapsed-minutes = elapsed-seconds / 60
           end-if.

      * every failure for the date whose service desk ticket has not
      * come back RESOLVED or CLOSED, from the triage file.  The
      * report table is bounded, so listing stops short of the room
      * the totals need and the rest are counted on one line.
       ADD-OPEN-TICKET-SECTION.
           move 0 to rpt-ticket-count
           move 0 to rpt-ticket-unlisted
           add 1 to report-line-count
           move spaces to report-line(report-line-count)
           add 1 to report-line-count
           move "FAILURES WITH AN OPEN INCIDENT TICKET"
               to report-line(report-line-count)

           move "N" to triage-eof
           open input triage-file
           if triage-status = "00"
               perform ADD-ONE-OPEN-TICKET-LINE until triage-eof = "Y"
               close triage-file
           end-if

           if rpt-ticket-count = 0
               add 1 to report-line-count
               move "  NONE - NO OPEN TICKETS FOR THE DATE"
                   to report-line(report-line-count)
           end-if
           if rpt-ticket-unlisted > 0
               move rpt-ticket-unlisted to rpt-ticket-display
               add 1 to report-line-count
               move spaces to report-line(report-line-count)
               string "  ... AND "          delimited by size
                      rpt-ticket-display    delimited by size
                      " MORE NOT LISTED"    delimited by size
                   into report-line(report-line-count)
               end-string
           end-if.

       ADD-ONE-OPEN-TICKET-LINE.
           read triage-file
               at end
                   move "Y" to triage-eof
                   exit paragraph
           end-read
           if tg-run-date not = target-run-date
               or tg-ticket-number = spaces
               or tg-ticket-is-closed
               exit paragraph
           end-if

           add 1 to rpt-ticket-count
           if report-line-count >= 127
               add 1 to rpt-ticket-unlisted
               exit paragraph
           end-if
           add 1 to report-line-count
           move spaces to report-line(report-line-count)
           string "  "              delimited by size
                  tg-cycle-id       delimited by size
                  "  JOB "          delimited by size
                  tg-job-id         delimited by size
                  "  RC="           delimited by size
                  tg-return-code    delimited by size
                  "  TICKET "       delimited by size
                  tg-ticket-number  delimited by size
                  "  "              delimited by size
                  tg-ticket-state   delimited by size
               into report-line(report-line-count)
           end-string.

       FIND-REPORT-CAL-CYCLE.
           if rp-cycle-id(rpt-hist-index) = ct-cycle-id(cal-index)
               move rpt-hist-index to rpt-hist-match
       ADD-REPORT-TOTALS.
           move rpt-total-count     to rpt-total-display
           move rpt-complete-count  to rpt-complete-display
           move rpt-warning-count   to rpt-warning-display
           move rpt-exception-count to rpt-except-display
           add 1 to report-line-count
           move spaces to report-line(report-line-count)
                                       delimited by size
                  rpt-complete-display delimited by size
                  " COMPLETED, "       delimited by size
                  rpt-warning-display  delimited by size
                  " WARNING, "         delimited by size
                  rpt-except-display   delimited by size
                  " EXCEPTION(S)"      delimited by size
               into report-line(report-line-count)
           end-if

           if ht-status(selected-history) not = "COMPLETED"
               and ht-status(selected-history) not = "WARNING"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "A handoff manifest is only produced for a COMPLETED cycle.")
               goback
