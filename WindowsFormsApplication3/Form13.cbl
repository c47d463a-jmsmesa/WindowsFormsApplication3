       class-id WindowsFormsApplication3.Form13 is partial
                 inherits type System.Windows.Forms.Form.

       environment division.
       input-output section.
       file-control.
           select run-history-file assign to "RUNHIST.DAT"
               organization indexed
               access dynamic
               record key rh-history-key
               file status is runhist-status.

           select cycle-cal-file assign to "CYCLCAL.DAT"
               organization line sequential
               file status is cyclcal-status.

           select blackout-file assign to "BLKOUT.DAT"
               organization line sequential
               file status is blackout-status.

       data division.
       file section.
       fd  run-history-file.
           copy "RUNHIST.CPY".

       fd  cycle-cal-file.
           copy "CYCLCAL.CPY".

       fd  blackout-file.
           copy "BLKOUT.CPY".

      *----------------------------------------------------------------
      * Downstream Impact view.  Lists every cycle whose latest run for
      * its run date and environment ended FAILED or ABENDED (a failure
      * since rerun successfully drops off), and for the failure an
      * operator clicks, every calendar cycle due that run date that is
      * now blocked behind it - directly, or through other cycles that
      * are themselves blocked - with each one's planned start and
      * deadline, flagged where the deadline is already passed or at
      * risk.  A downstream cycle whose latest run for the date has
      * ended - COMPLETED, WARNING, or FAILED or ABENDED in its own
      * right - is not blocked and stops the walk; one with no run yet,
      * or only a SUBMITTED one (a night-plan submission writes every
      * cycle's history record at trigger time, chained at the scheduler
      * behind its predecessors), is still waiting and is blocked.
      * Read-only: the on-call operator sees the blast radius here
      * before phoning anyone, and acts from the triage workbench.
      *----------------------------------------------------------------
       working-storage section.
       01 runhist-status       pic xx.
       01 cyclcal-status       pic xx.
       01 cyclcal-eof          pic x.
       01 blackout-status      pic xx.
       01 blackout-eof         pic x.
       01 history-eof          pic x.

       01 latest-count         pic 9(04) comp value 0.
       01 latest-index         pic 9(04) comp value 0.
       01 latest-match         pic 9(04) comp value 0.
       01 latest-table.
           05 latest-entry occurs 200 times.
               10 lt-cycle-id      pic x(08).
               10 lt-run-date      pic x(08).
               10 lt-environment   pic x(04).
               10 lt-status        pic x(08).
               10 lt-job-id        pic x(12).
               10 lt-return-code   pic x(04).

       01 failure-count        pic 9(04) comp value 0.
       01 failure-index        pic 9(04) comp value 0.
       01 failure-table.
           05 failure-entry occurs 50 times.
               10 ft-cycle-id      pic x(08).
               10 ft-run-date      pic x(08).
               10 ft-environment   pic x(04).
               10 ft-status        pic x(08).
               10 ft-job-id        pic x(12).
               10 ft-return-code   pic x(04).

       01 cal-count            pic 9(04) comp value 0.
       01 cal-index            pic 9(04) comp value 0.
       01 cal-pred-index       pic 9(04) comp value 0.
       01 cal-table.
           05 cal-entry occurs 50 times.
               10 ct-cycle-id        pic x(08).
               10 ct-description     pic x(30).
               10 ct-predecessor-list.
                   15 ct-predecessor-id  pic x(08) occurs 5 times.
               10 ct-planned-start   pic x(04).
               10 ct-deadline        pic x(04).
               10 ct-run-rule        pic x(01).
               10 ct-run-days        pic x(07).
               10 ct-due             pic x(01).
               10 ct-run-status      pic x(08).
               10 ct-blocked         pic x(01).
               10 ct-blocked-by      pic x(08).

       01 pred-slot            pic 9(04) comp value 0.
       01 impact-switch        pic x.
           88 impact-grew          value "Y".
           88 impact-stopped       value "N".
       01 impact-count         pic 9(04) comp value 0.
       01 impact-count-display pic z(03)9.
       01 risk-count           pic 9(04) comp value 0.
       01 risk-count-display   pic z(03)9.
       01 risk-word            pic x(16).
       01 selected-failure     pic 9(04) comp value 0.
       01 failed-cycle-id      pic x(08).
       01 failed-run-date      pic x(08).
       01 failed-environment   pic x(04).

       01 now-timestamp        pic x(14).
       01 deadline-stamp       pic x(14).

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


      *----------------------------------------------------------------
      * timestamp-difference work fields, the same civil day-serial
      * conversion the Job History dashboard uses, so elapsed times
      * are exact across midnight, month and year boundaries.
      *----------------------------------------------------------------
       01 ts-work              pic x(14).
       01 ts-work-r redefines ts-work.
           05 ts-year          pic 9(04).
           05 ts-month         pic 9(02).
           05 ts-day           pic 9(02).
           05 ts-hour          pic 9(02).
           05 ts-min           pic 9(02).
           05 ts-sec           pic 9(02).
       01 cv-adj-year          pic 9(04) comp.
       01 cv-adj-month         pic 9(02) comp.
       01 cv-term1             pic 9(04) comp.
       01 cv-term2             pic 9(04) comp.
       01 cv-term3             pic 9(04) comp.
       01 cv-term4             pic 9(04) comp.
       01 cv-day-serial        pic 9(09) comp.
       01 ts-total-seconds     pic 9(12) comp.
       01 elapsed-from-seconds pic 9(12) comp.
       01 elapsed-seconds      pic s9(09) comp.

       01 message-text         pic x(160).
       01 list-row-text        pic x(130).
       01 sel-index            binary-long.

       01 lbl-failures         object.
       01 lbl-impact           object.
       01 lbl-impact-summary   object.
       01 lst-failures         object.
       01 lst-impact           object.
       01 btn-refresh          object.
       01 temp-point           object.
       01 temp-size            object.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           goback.
       end method.

      *----------------------------------------------------------------
      * InitializeComponent - lays out the failure list, the
      * downstream impact list beneath it and the Refresh button, and
      * wires each control to its event handler.  This repo carries
      * no separate designer partial file, so this is hand-written
      * rather than tool-generated; NEW has always called
      * INVOKE SELF::INITIALIZECOMPONENT and expects it to exist.
      *----------------------------------------------------------------
       method-id InitializeComponent private.
       procedure division.
           invoke self::SuspendLayout

           invoke type System.Windows.Forms.Label::new returning lbl-failures
           invoke type System.Drawing.Point::new(20, 15) returning temp-point
           invoke lbl-failures::set_Location(temp-point)
           invoke type System.Drawing.Size::new(620, 20) returning temp-size
           invoke lbl-failures::set_Size(temp-size)
           move "Current failures (latest run FAILED or ABENDED):"
               to lbl-failures::Text

           invoke type System.Windows.Forms.ListBox::new returning lst-failures
           invoke type System.Drawing.Point::new(20, 35) returning temp-point
           invoke lst-failures::set_Location(temp-point)
           invoke type System.Drawing.Size::new(620, 150) returning temp-size
           invoke lst-failures::set_Size(temp-size)
           invoke lst-failures::set_Name("lstFailures")

           invoke type System.Windows.Forms.Label::new returning lbl-impact
           invoke type System.Drawing.Point::new(20, 195) returning temp-point
           invoke lbl-impact::set_Location(temp-point)
           invoke type System.Drawing.Size::new(620, 20) returning temp-size
           invoke lbl-impact::set_Size(temp-size)
           move "Downstream cycles blocked by the selected failure:"
               to lbl-impact::Text

           invoke type System.Windows.Forms.ListBox::new returning lst-impact
           invoke type System.Drawing.Point::new(20, 215) returning temp-point
           invoke lst-impact::set_Location(temp-point)
           invoke type System.Drawing.Size::new(620, 200) returning temp-size
           invoke lst-impact::set_Size(temp-size)
           invoke lst-impact::set_Name("lstImpact")

           invoke type System.Windows.Forms.Label::new
               returning lbl-impact-summary
           invoke type System.Drawing.Point::new(20, 425) returning temp-point
           invoke lbl-impact-summary::set_Location(temp-point)
           invoke type System.Drawing.Size::new(500, 20) returning temp-size
           invoke lbl-impact-summary::set_Size(temp-size)
           move spaces to lbl-impact-summary::Text

           invoke type System.Windows.Forms.Button::new returning btn-refresh
           invoke type System.Drawing.Point::new(540, 422) returning temp-point
           invoke btn-refresh::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 25) returning temp-size
           invoke btn-refresh::set_Size(temp-size)
           move "Refresh" to btn-refresh::Text
           invoke btn-refresh::set_Name("btnRefresh")

           invoke self::Controls::Add(lbl-failures)
           invoke self::Controls::Add(lst-failures)
           invoke self::Controls::Add(lbl-impact)
           invoke self::Controls::Add(lst-impact)
           invoke self::Controls::Add(lbl-impact-summary)
           invoke self::Controls::Add(btn-refresh)

           move "Downstream Impact" to self::Text
           invoke type System.Drawing.Size::new(660, 460) returning temp-size
           invoke self::set_ClientSize(temp-size)

           add handler self::Load to Form13_Load
           add handler btn-refresh::Click to Btn-Refresh-Click
           add handler lst-failures::SelectedIndexChanged
               to Lst-Failures-SelectedIndexChanged

           invoke self::ResumeLayout.
       end method.

       method-id Form13_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::LOAD-CALENDAR-TABLE
           invoke self::LOAD-RULE-BLACKOUTS
           invoke self::LOAD-LATEST-RUNS
           invoke self::REFRESH-FAILURE-LIST
       end method.

      *----------------------------------------------------------------
      * Btn-Refresh-Click - re-reads the history and the calendar, so
      * the view tracks reruns and fresh failures through the night.
      *----------------------------------------------------------------
       method-id Btn-Refresh-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lst-impact::Items::Clear
           move spaces to lbl-impact-summary::Text
           invoke self::LOAD-CALENDAR-TABLE
           invoke self::LOAD-RULE-BLACKOUTS
           invoke self::LOAD-LATEST-RUNS
           invoke self::REFRESH-FAILURE-LIST
       end method.

      *----------------------------------------------------------------
      * LOAD-CALENDAR-TABLE - reads CYCLCAL.DAT into CAL-TABLE
      * (bounded at 50 entries, the same bound the night plan uses).
      *----------------------------------------------------------------
       method-id LOAD-CALENDAR-TABLE private.
       procedure division.
           move 0 to cal-count
           move "N" to cyclcal-eof

           open input cycle-cal-file
           if cyclcal-status = "00"
               perform LOAD-ONE-CALENDAR until cyclcal-eof = "Y"
               close cycle-cal-file
           end-if
           goback.

       LOAD-ONE-CALENDAR.
           read cycle-cal-file
               at end
                   move "Y" to cyclcal-eof
               not at end
                   if cal-count < 50
                       add 1 to cal-count
                       move cc-cycle-id       to ct-cycle-id(cal-count)
                       move cc-description    to ct-description(cal-count)
                       move cc-predecessor-id
                           to ct-predecessor-list(cal-count) (1:8)
                       move cc-more-predecessors
                           to ct-predecessor-list(cal-count) (9:32)
                       move cc-planned-start  to ct-planned-start(cal-count)
                       move cc-deadline       to ct-deadline(cal-count)
                       move cc-run-rule       to ct-run-rule(cal-count)
                       move cc-run-days       to ct-run-days(cal-count)
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * LOAD-LATEST-RUNS - walks the run-history file in key
      * (submission) order keeping, per cycle, run date and
      * environment, only the latest record - so a failure followed
      * by a successful rerun reads as completed.  Bounded at 200
      * combinations, the oldest dropped when the table fills.  Every
      * combination whose latest run is FAILED or ABENDED is then
      * collected into FAILURE-TABLE (bounded at 50, most recent
      * kept).
      *----------------------------------------------------------------
       method-id LOAD-LATEST-RUNS private.
       procedure division.
           move 0 to latest-count
           move 0 to failure-count
           move "N" to history-eof

           open input run-history-file
           if runhist-status not = "00"
               goback
           end-if

           move low-values to rh-history-key
           start run-history-file key not < rh-history-key
               invalid key
                   move "Y" to history-eof
           end-start
           perform LOAD-ONE-LATEST-RUN until history-eof = "Y"
           close run-history-file

           perform COLLECT-ONE-FAILURE
               varying latest-index from 1 by 1
               until latest-index > latest-count
           goback.

       LOAD-ONE-LATEST-RUN.
           read run-history-file next
               at end
                   move "Y" to history-eof
               not at end
                   move 0 to latest-match
                   perform FIND-LATEST-FOR-RECORD
                       varying latest-index from 1 by 1
                       until latest-index > latest-count
                           or latest-match > 0
                   if latest-match = 0
                       if latest-count >= 200
                           perform DROP-OLDEST-LATEST
                               varying latest-index from 1 by 1
                               until latest-index >= latest-count
                           subtract 1 from latest-count
                       end-if
                       add 1 to latest-count
                       move latest-count to latest-match
                       move rh-cycle-id    to lt-cycle-id(latest-match)
                       move rh-run-date    to lt-run-date(latest-match)
                       move rh-environment to lt-environment(latest-match)
                   end-if
                   move rh-status      to lt-status(latest-match)
                   move rh-job-id      to lt-job-id(latest-match)
                   move rh-return-code to lt-return-code(latest-match)
           end-read.

       FIND-LATEST-FOR-RECORD.
           if lt-cycle-id(latest-index) = rh-cycle-id
               and lt-run-date(latest-index) = rh-run-date
               and lt-environment(latest-index) = rh-environment
               move latest-index to latest-match
           end-if.

       DROP-OLDEST-LATEST.
           move latest-entry(latest-index + 1)
               to latest-entry(latest-index).

       COLLECT-ONE-FAILURE.
           if lt-status(latest-index) = "FAILED"
               or lt-status(latest-index) = "ABENDED"
               if failure-count >= 50
                   perform DROP-OLDEST-FAILURE
                       varying failure-index from 1 by 1
                       until failure-index >= failure-count
                   subtract 1 from failure-count
               end-if
               add 1 to failure-count
               move lt-cycle-id(latest-index)
                   to ft-cycle-id(failure-count)
               move lt-run-date(latest-index)
                   to ft-run-date(failure-count)
               move lt-environment(latest-index)
                   to ft-environment(failure-count)
               move lt-status(latest-index)
                   to ft-status(failure-count)
               move lt-job-id(latest-index)
                   to ft-job-id(failure-count)
               move lt-return-code(latest-index)
                   to ft-return-code(failure-count)
           end-if.

       DROP-OLDEST-FAILURE.
           move failure-entry(failure-index + 1)
               to failure-entry(failure-index).
       end method.

      *----------------------------------------------------------------
      * REFRESH-FAILURE-LIST - relists the failure rows, one list row
      * per table entry in the same order, so a clicked row maps
      * straight back to its entry.
      *----------------------------------------------------------------
       method-id REFRESH-FAILURE-LIST private.
       procedure division.
           invoke lst-failures::Items::Clear
           perform LIST-ONE-FAILURE
               varying failure-index from 1 by 1
               until failure-index > failure-count
           goback.

       LIST-ONE-FAILURE.
           move spaces to list-row-text
           string ft-cycle-id(failure-index)      delimited by size
                  "  "                            delimited by size
                  ft-run-date(failure-index)      delimited by size
                  "  "                            delimited by size
                  ft-environment(failure-index)   delimited by size
                  "  "                            delimited by size
                  ft-status(failure-index)        delimited by size
                  " RC="                          delimited by size
                  ft-return-code(failure-index)   delimited by size
                  "  "                            delimited by size
                  ft-job-id(failure-index)        delimited by size
               into list-row-text
           end-string
           invoke lst-failures::Items::Add(list-row-text).
       end method.

      *----------------------------------------------------------------
      * Lst-Failures-SelectedIndexChanged - works out and lists the
      * downstream impact of the clicked failure.
      *----------------------------------------------------------------
       method-id Lst-Failures-SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lst-failures::get_SelectedIndex returning sel-index
           if sel-index >= 0 and sel-index < failure-count
               move sel-index to selected-failure
               add 1 to selected-failure
               invoke self::SHOW-DOWNSTREAM-IMPACT
           end-if
       end method.

      *----------------------------------------------------------------
      * SHOW-DOWNSTREAM-IMPACT - marks every calendar cycle blocked
      * by the selected failure and lists them.  A cycle is blocked
      * when its run rule selects the failed run date, it has no run
      * record of its own for that date and environment yet, and one
      * of its predecessors is the failed cycle or another blocked
      * cycle.  The marking repeats until a pass blocks nothing new,
      * so a chain of any depth is followed; a circular chain simply
      * stops growing.  Each blocked cycle's deadline, an hhmm on the
      * run date's night (at or before the planned start it falls on
      * the following morning), is flagged PASSED once the clock is
      * beyond it and AT RISK otherwise.
      *----------------------------------------------------------------
       method-id SHOW-DOWNSTREAM-IMPACT private.
       procedure division.
           move ft-cycle-id(selected-failure)    to failed-cycle-id
           move ft-run-date(selected-failure)    to failed-run-date
           move ft-environment(selected-failure) to failed-environment

           accept now-timestamp from date yyyymmdd
           accept now-timestamp(9:6) from time

           perform PREPARE-ONE-CALENDAR
               varying cal-index from 1 by 1
               until cal-index > cal-count

           set impact-grew to true
           perform SPREAD-IMPACT-PASS until impact-stopped

           move 0 to impact-count
           move 0 to risk-count
           invoke lst-impact::Items::Clear
           perform LIST-ONE-IMPACT
               varying cal-index from 1 by 1
               until cal-index > cal-count

           move impact-count to impact-count-display
           move risk-count   to risk-count-display
           move spaces to message-text
           if impact-count = 0
               move "Nothing downstream is blocked by this failure."
                   to message-text
           else
               string impact-count-display     delimited by size
                      " downstream cycle(s) blocked, "
                                               delimited by size
                      risk-count-display       delimited by size
                      " with a deadline at risk or passed."
                                               delimited by size
                   into message-text
               end-string
           end-if
           move message-text to lbl-impact-summary::Text
           goback.

       PREPARE-ONE-CALENDAR.
           move "N"    to ct-blocked(cal-index)
           move spaces to ct-blocked-by(cal-index)
           move ct-run-rule(cal-index) to rule-code
           move ct-run-days(cal-index) to rule-run-days
           move failed-run-date        to rule-run-date
           invoke self::CHECK-CYCLE-RUN-RULE
           if cycle-is-due
               move "Y" to ct-due(cal-index)
           else
               move "N" to ct-due(cal-index)
           end-if
           move spaces to ct-run-status(cal-index)
           perform FIND-CALENDAR-RUN
               varying latest-index from 1 by 1
               until latest-index > latest-count.

       FIND-CALENDAR-RUN.
           if lt-cycle-id(latest-index) = ct-cycle-id(cal-index)
               and lt-run-date(latest-index) = failed-run-date
               and lt-environment(latest-index) = failed-environment
               move lt-status(latest-index) to ct-run-status(cal-index)
           end-if.

       SPREAD-IMPACT-PASS.
           set impact-stopped to true
           perform SPREAD-ONE-IMPACT
               varying cal-index from 1 by 1
               until cal-index > cal-count.

       SPREAD-ONE-IMPACT.
           if ct-blocked(cal-index) = "N"
               and ct-due(cal-index) = "Y"
               and ct-run-status(cal-index) not = "COMPLETED"
               and ct-run-status(cal-index) not = "WARNING"
               and ct-run-status(cal-index) not = "FAILED"
               and ct-run-status(cal-index) not = "ABENDED"
               and ct-cycle-id(cal-index) not = failed-cycle-id
               perform TEST-ONE-IMPACT-SLOT
                   varying pred-slot from 1 by 1
                   until pred-slot > 5 or ct-blocked(cal-index) = "Y"
           end-if.

       TEST-ONE-IMPACT-SLOT.
           if ct-predecessor-id(cal-index, pred-slot) = spaces
               exit paragraph
           end-if
           if ct-predecessor-id(cal-index, pred-slot) = failed-cycle-id
               perform MARK-CYCLE-BLOCKED
               exit paragraph
           end-if
           perform TEST-ONE-BLOCKED-PREDECESSOR
               varying cal-pred-index from 1 by 1
               until cal-pred-index > cal-count
                   or ct-blocked(cal-index) = "Y".

       TEST-ONE-BLOCKED-PREDECESSOR.
           if ct-cycle-id(cal-pred-index)
                   = ct-predecessor-id(cal-index, pred-slot)
               and ct-blocked(cal-pred-index) = "Y"
               perform MARK-CYCLE-BLOCKED
           end-if.

       MARK-CYCLE-BLOCKED.
           move "Y" to ct-blocked(cal-index)
           move ct-predecessor-id(cal-index, pred-slot)
               to ct-blocked-by(cal-index)
           set impact-grew to true.

       LIST-ONE-IMPACT.
           if ct-blocked(cal-index) not = "Y"
               exit paragraph
           end-if
           add 1 to impact-count
           perform CHECK-IMPACT-DEADLINE
           move spaces to list-row-text
           string ct-cycle-id(cal-index)        delimited by size
                  "  "                          delimited by size
                  ct-description(cal-index)     delimited by size
                  "  START "                    delimited by size
                  ct-planned-start(cal-index)   delimited by size
                  "  DEADLINE "                 delimited by size
                  ct-deadline(cal-index)        delimited by size
                  "  "                          delimited by size
                  risk-word                     delimited by size
                  "  WAITS ON "                 delimited by size
                  ct-blocked-by(cal-index)      delimited by size
               into list-row-text
           end-string
           invoke lst-impact::Items::Add(list-row-text).

       CHECK-IMPACT-DEADLINE.
           if ct-deadline(cal-index) = spaces
               move "NO DEADLINE" to risk-word
               exit paragraph
           end-if
           add 1 to risk-count
           move spaces to deadline-stamp
           string failed-run-date          delimited by size
                  ct-deadline(cal-index)   delimited by size
                  "00"                     delimited by size
               into deadline-stamp
           end-string
           invoke self::COMPUTE-ELAPSED-SECONDS
               using deadline-stamp now-timestamp
           move "AT RISK" to risk-word
           if ct-planned-start(cal-index) not = spaces
               and ct-deadline(cal-index) <= ct-planned-start(cal-index)
               if elapsed-seconds > 86400
                   move "DEADLINE PASSED" to risk-word
               end-if
           else
               if elapsed-seconds > 0
                   move "DEADLINE PASSED" to risk-word
               end-if
           end-if.
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
      * COMPUTE-ELAPSED-SECONDS - sets ELAPSED-SECONDS to the number
      * of seconds between two yyyymmddhhmmss timestamps, negative if
      * the end precedes the start.  The same civil day-serial
      * conversion the Job History dashboard uses.
      *----------------------------------------------------------------
       method-id COMPUTE-ELAPSED-SECONDS private.
       procedure division using by value p-start-stamp as pic x(14)
                                         p-end-stamp as pic x(14).
           move p-start-stamp to ts-work
           perform CONVERT-STAMP-TO-SECONDS
           move ts-total-seconds to elapsed-from-seconds

           move p-end-stamp to ts-work
           perform CONVERT-STAMP-TO-SECONDS

           compute elapsed-seconds =
               ts-total-seconds - elapsed-from-seconds
           goback.

       CONVERT-STAMP-TO-SECONDS.
           if ts-month > 2
               move ts-year  to cv-adj-year
               move ts-month to cv-adj-month
           else
               compute cv-adj-year  = ts-year - 1
               compute cv-adj-month = ts-month + 12
           end-if
           compute cv-term1 = cv-adj-year / 4
           compute cv-term2 = cv-adj-year / 100
           compute cv-term3 = cv-adj-year / 400
           compute cv-term4 = (153 * (cv-adj-month + 1)) / 5
           compute cv-day-serial = 365 * cv-adj-year
               + cv-term1 - cv-term2 + cv-term3 + cv-term4 + ts-day
           compute ts-total-seconds = cv-day-serial * 86400
               + ts-hour * 3600 + ts-min * 60 + ts-sec.
       end method.

       end class.
