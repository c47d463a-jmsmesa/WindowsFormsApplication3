               organization line sequential
               file status is relqueue-status.

           select cycle-cal-file assign to "CYCLCAL.DAT"
               organization line sequential
               file status is cyclcal-status.

           select blackout-file assign to "BLKOUT.DAT"
               organization line sequential
               file status is blackout-status.

       data division.
       file section.
       fd  run-history-file.
       fd  release-queue-file.
           copy "RELQUEUE.CPY".

       fd  cycle-cal-file.
           copy "CYCLCAL.CPY".

       fd  blackout-file.
           copy "BLKOUT.CPY".

      *----------------------------------------------------------------
      * Night Forecast view.  Builds a runtime baseline per cycle id
      * (average and worst elapsed seconds over completed runs) from
      * gets a projected finish time from its own history and a LONG
      * flag the moment it exceeds its historical average - hours
      * before its fixed deadline would fire - and each still-queued
      * staged cycle its calendar run rule still selects for its run
      * date gets a projected finish from its release time, so the
      * view ends with a projected end-of-night for the whole plan
      * that the shift lead can give downstream early.
      *----------------------------------------------------------------
       working-storage section.
       01 rh-file-status       pic xx.
       01 history-eof          pic x.
       01 archive-eof          pic x.
       01 relqueue-eof         pic x.
       01 cyclcal-status       pic xx.
       01 cyclcal-eof          pic x.
       01 blackout-status      pic xx.
       01 blackout-eof         pic x.

       01 baseline-count       pic 9(04) comp value 0.
       01 baseline-index       pic 9(04) comp value 0.
               10 rlt-planned-start  pic x(04).
               10 rlt-state          pic x(01).

       01 rule-cal-count       pic 9(04) comp value 0.
       01 rule-cal-index       pic 9(04) comp value 0.
       01 rule-cal-table.
           05 rule-cal-entry occurs 50 times.
               10 rct-cycle-id       pic x(08).
               10 rct-run-rule       pic x(01).
               10 rct-run-days       pic x(07).

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
                   perform TALLY-ONE-BASELINE
           end-read.

      * only completed runs (a warning return code included) with
      * both timestamps shape the baseline - a failed run's elapsed
      * says nothing about a normal night.
       TALLY-ONE-BASELINE.
           if bw-status not = "COMPLETED" and bw-status not = "WARNING"
               exit paragraph
           end-if
           if bw-start-timestamp = spaces or bw-end-timestamp = spaces
      * FORECAST-STAGED-CYCLES - one row per still-queued cycle on
      * the release queue, projected from its release time plus its
      * baseline average, so the end-of-night projection covers the
      * whole plan and not just what has already started.  A queued
      * cycle whose calendar run rule no longer selects its run date
      * (the rule was changed after staging) is not expected and is
      * left out of the projection.
      *----------------------------------------------------------------
       method-id FORECAST-STAGED-CYCLES private.
       procedure division.
           move 0 to relq-count
           move "N" to relqueue-eof

           move 0 to rule-cal-count
           move "N" to cyclcal-eof
           open input cycle-cal-file
           if cyclcal-status = "00"
               perform LOAD-ONE-RULE-CYCLE until cyclcal-eof = "Y"
               close cycle-cal-file
           end-if
           invoke self::LOAD-RULE-BLACKOUTS

           open input release-queue-file
           if relqueue-status = "00"
               perform LOAD-ONE-QUEUED-ENTRY until relqueue-eof = "Y"
               until relq-index > relq-count
           goback.

       LOAD-ONE-RULE-CYCLE.
           read cycle-cal-file
               at end
                   move "Y" to cyclcal-eof
               not at end
                   if rule-cal-count < 50
                       add 1 to rule-cal-count
                       move cc-cycle-id to rct-cycle-id(rule-cal-count)
                       move cc-run-rule to rct-run-rule(rule-cal-count)
                       move cc-run-days to rct-run-days(rule-cal-count)
                   end-if
           end-read.

       LOAD-ONE-QUEUED-ENTRY.
           read release-queue-file
               at end
      * the run date, matching the calendar's overnight convention),
      * or now when that time has already passed.
       PROJECT-ONE-STAGED.
           set cycle-is-due to true
           perform CHECK-ONE-STAGED-RULE
               varying rule-cal-index from 1 by 1
               until rule-cal-index > rule-cal-count
           if cycle-not-due
               exit paragraph
           end-if

           add 1 to forecast-row-count

           if rlt-planned-start(relq-index) = spaces
           if bl-cycle-id(baseline-index) = rlt-cycle-id(relq-index)
               move baseline-index to baseline-match
           end-if.

       CHECK-ONE-STAGED-RULE.
           if rct-cycle-id(rule-cal-index) = rlt-cycle-id(relq-index)
               move rct-run-rule(rule-cal-index) to rule-code
               move rct-run-days(rule-cal-index) to rule-run-days
               move rlt-run-date(relq-index)     to rule-run-date
               invoke self::CHECK-CYCLE-RUN-RULE
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
