       class-id WindowsFormsApplication3.Form18 is partial
                 inherits type System.Windows.Forms.Form.

       environment division.
       input-output section.
       file-control.
           select envcfg-file assign to "ENVCFG.DAT"
               organization line sequential
               file status is envcfg-status.

           select business-date-file assign to "BUSDATE.DAT"
               organization line sequential
               file status is busdate-status.

           select cycle-cal-file assign to "CYCLCAL.DAT"
               organization line sequential
               file status is cyclcal-status.

           select parmset-file assign to "PARMSETS.DAT"
               organization line sequential
               file status is parmset-status.

           select pending-change-file assign to "PENDCHG.DAT"
               organization line sequential
               file status is pending-change-status.

           select run-history-file assign to "RUNHIST.DAT"
               organization indexed
               access dynamic
               record key rh-history-key
               file status is runhist-status.

           select runparm-file assign to "RUNPARM.DAT"
               organization indexed
               access dynamic
               record key runparm-key
               file status is runparm-status.

           select run-parmset-file assign to "RUNPSET.DAT"
               organization line sequential
               file status is run-parmset-status.

           select spool-file assign dynamic spool-file-name
               organization line sequential
               file status is spool-status.

           select spool-index-file assign to "SPOOLIDX.DAT"
               organization line sequential
               file status is spool-index-status.

       data division.
       file section.
       fd  envcfg-file.
           copy "ENVCFG.CPY".

       fd  business-date-file.
           copy "BUSDATE.CPY".

       fd  cycle-cal-file.
           copy "CYCLCAL.CPY".

       fd  parmset-file.
           copy "PARMSET.CPY".

       fd  pending-change-file.
           copy "PENDCHG.CPY".

       fd  run-history-file.
           copy "RUNHIST.CPY".

       fd  runparm-file.
           copy "RUNPARM.CPY".

       fd  run-parmset-file.
           copy "RUNPSET.CPY".

       fd  spool-file.
       01 spool-line-record      pic x(100).

       fd  spool-index-file.
           copy "SPOOLIDX.CPY".

      *----------------------------------------------------------------
      * Promotion Status.  For every production environment that
      * names a promote-from environment on ENVCFG, lists each cycle
      * and parameter-set combination and whether it is cleared to
      * run there - the same test the submission panel's promotion
      * gate makes: a COMPLETED run of the cycle in the promote-from
      * environment with the same parameter-set record (set name and
      * effective date) since that record's last approved change.
      * The combinations are every calendar cycle with no named set
      * (how the night plan and the staged release run them) and
      * every cycle and set pair a submission has used on the
      * run-parameter queue.  A set is judged by its record in force
      * on the environment's open business date (today while none is
      * open); a set with no record in force for that date cannot be
      * submitted at all and is listed as such.  Each run is spooled
      * (type GATESTAT, kept 92 days).
      *----------------------------------------------------------------
       working-storage section.
       01 envcfg-status        pic xx.
       01 busdate-status       pic xx.
       01 cyclcal-status       pic xx.
       01 parmset-status       pic xx.
       01 pending-change-status pic xx.
       01 runhist-status       pic xx.
       01 runparm-status       pic xx.
       01 run-parmset-status   pic xx.
       01 spool-status         pic xx.
       01 spool-index-status   pic xx.

       01 envcfg-eof           pic x.
       01 busdate-eof          pic x.
       01 cyclcal-eof          pic x.
       01 parmset-eof          pic x.
       01 pending-change-eof   pic x.
       01 history-eof          pic x.
       01 runparm-eof          pic x.
       01 run-parmset-eof      pic x.

       01 history-open-switch  pic x.
           88 history-is-open      value "Y".
           88 history-not-open     value "N".
       01 runparm-open-switch  pic x.
           88 runparm-is-open      value "Y".
           88 runparm-not-open     value "N".

       01 rule-count           pic 9(04) comp value 0.
       01 rule-index           pic 9(04) comp value 0.
       01 rule-match           pic 9(04) comp value 0.
       01 rule-table.
           05 rule-entry occurs 20 times.
               10 ru-environment   pic x(04).
               10 ru-from-env      pic x(04).
               10 ru-asof-date     pic x(08).
               10 ru-cleared-count pic 9(04) comp.
               10 ru-blocked-count pic 9(04) comp.

       01 combo-count          pic 9(04) comp value 0.
       01 combo-index          pic 9(04) comp value 0.
       01 combo-match          pic 9(04) comp value 0.
       01 combo-overflow       pic 9(04) comp value 0.
       01 combo-table.
           05 combo-entry occurs 300 times.
               10 cb-cycle-id      pic x(08).
               10 cb-set-name      pic x(08).

       01 set-count            pic 9(04) comp value 0.
       01 set-index            pic 9(04) comp value 0.
       01 set-match            pic 9(04) comp value 0.
       01 set-overflow         pic 9(04) comp value 0.
       01 set-table.
           05 set-entry occurs 200 times.
               10 st-set-name      pic x(08).
               10 st-effective     pic x(08).
               10 st-changed-stamp pic x(14).

       01 result-count         pic 9(04) comp value 0.
       01 result-index         pic 9(04) comp value 0.
       01 result-overflow      pic 9(04) comp value 0.
       01 result-table.
           05 result-entry occurs 600 times.
               10 rs-rule          pic 9(04) comp.
               10 rs-cycle-id      pic x(08).
               10 rs-set-name      pic x(08).
               10 rs-effective     pic x(08).
               10 rs-since-stamp   pic x(14).
               10 rs-cleared-stamp pic x(14).
               10 rs-state         pic x(01).
                   88 rs-is-cleared    value "C".
                   88 rs-is-blocked    value "N".
                   88 rs-no-record     value "X".

       01 no-set-name          pic x(08) value spaces.
       01 hist-set-name        pic x(08).
       01 hist-set-effective   pic x(08).
       01 lower-run-switch     pic x.
           88 lower-run-may-clear  value "Y".
           88 lower-run-irrelevant value "N".

       01 operator-id          pic x(08).
       01 workstation-id       pic x(08).
       01 current-timestamp    pic x(14).
       01 status-today         pic x(08).
       01 run-date             pic x(08).
       01 cycle-id             pic x(08).
       01 result-text          pic x(100).
       01 result-set-text      pic x(08).
       01 count-display        pic zzz9.
       01 cleared-display      pic zzz9.
       01 blocked-display      pic zzz9.

       01 spool-file-name      pic x(24).
       01 spool-report-type    pic x(08).
       01 spool-retention-days pic 9(03).

       01 lst-status           object.
       01 btn-refresh          object.
       01 temp-point           object.
       01 temp-size            object.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           goback.
       end method.

      *----------------------------------------------------------------
      * InitializeComponent - lays out the status list and the
      * Refresh button, and wires each control to its event handler.
      * This repo carries no separate designer partial file, so this
      * is hand-written rather than tool-generated; NEW calls
      * INVOKE SELF::INITIALIZECOMPONENT and expects it to exist.
      *----------------------------------------------------------------
       method-id InitializeComponent private.
       procedure division.
           invoke self::SuspendLayout

           invoke type System.Windows.Forms.ListBox::new returning lst-status
           invoke type System.Drawing.Point::new(20, 20) returning temp-point
           invoke lst-status::set_Location(temp-point)
           invoke type System.Drawing.Size::new(720, 260) returning temp-size
           invoke lst-status::set_Size(temp-size)
           invoke lst-status::set_Name("lstStatus")

           invoke type System.Windows.Forms.Button::new returning btn-refresh
           invoke type System.Drawing.Point::new(20, 295) returning temp-point
           invoke btn-refresh::set_Location(temp-point)
           invoke type System.Drawing.Size::new(120, 25) returning temp-size
           invoke btn-refresh::set_Size(temp-size)
           move "Refresh" to btn-refresh::Text
           invoke btn-refresh::set_Name("btnRefresh")

           invoke self::Controls::Add(lst-status)
           invoke self::Controls::Add(btn-refresh)

           move "Promotion Status" to self::Text
           invoke type System.Drawing.Size::new(760, 340) returning temp-size
           invoke self::set_ClientSize(temp-size)

           add handler self::Load to Form18_Load
           add handler btn-refresh::Click to Btn-Refresh-Click

           invoke self::ResumeLayout.
       end method.

       method-id Form18_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RUN-PROMOTION-STATUS
       end method.

      *----------------------------------------------------------------
      * Btn-Refresh-Click - builds the status again, for instance once
      * a lower-environment run has completed, and spools the fresh
      * report.
      *----------------------------------------------------------------
       method-id Btn-Refresh-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RUN-PROMOTION-STATUS
       end method.

      *----------------------------------------------------------------
      * RUN-PROMOTION-STATUS - loads the promotion rules, the
      * combinations and the parameter-set records, builds one result
      * row per rule and combination, clears the rows a lower-
      * environment run satisfies in one pass over the run history,
      * then lists the result and spools it.
      *----------------------------------------------------------------
       method-id RUN-PROMOTION-STATUS private.
       procedure division.
           invoke self::STAMP-CONTEXT
           move current-timestamp(1:8) to status-today

           invoke self::LOAD-PROMOTION-RULES
           invoke self::LOAD-COMBINATIONS
           invoke self::LOAD-SET-RECORDS
           invoke self::BUILD-RESULT-ROWS
           invoke self::SCAN-LOWER-RUNS
           invoke self::COUNT-RESULTS

           invoke self::REFRESH-STATUS-LIST
           invoke self::SPOOL-STATUS-REPORT
           goback.
       end method.

      *----------------------------------------------------------------
      * LOAD-PROMOTION-RULES - notes every production environment that
      * names a promote-from environment, with the date its parameter
      * sets are judged on: the environment's open business date, or
      * today while none has been opened.
      *----------------------------------------------------------------
       method-id LOAD-PROMOTION-RULES private.
       procedure division.
           move 0 to rule-count
           move "N" to envcfg-eof
           open input envcfg-file
           if envcfg-status = "00"
               perform LOAD-ONE-RULE until envcfg-eof = "Y"
               close envcfg-file
           end-if

           move "N" to busdate-eof
           open input business-date-file
           if busdate-status = "00"
               perform APPLY-ONE-BUSINESS-DATE until busdate-eof = "Y"
               close business-date-file
           end-if
           goback.

       LOAD-ONE-RULE.
           read envcfg-file
               at end
                   move "Y" to envcfg-eof
               not at end
                   if ec-production-flag = "Y"
                       and ec-promote-from-env not = spaces
                       and rule-count < 20
                       add 1 to rule-count
                       move ec-environment-code
                           to ru-environment(rule-count)
                       move ec-promote-from-env
                           to ru-from-env(rule-count)
                       move status-today to ru-asof-date(rule-count)
                       move 0 to ru-cleared-count(rule-count)
                       move 0 to ru-blocked-count(rule-count)
                   end-if
           end-read.

       APPLY-ONE-BUSINESS-DATE.
           read business-date-file
               at end
                   move "Y" to busdate-eof
               not at end
                   perform APPLY-ONE-RULE-DATE
                       varying rule-index from 1 by 1
                       until rule-index > rule-count
           end-read.

       APPLY-ONE-RULE-DATE.
           if ru-environment(rule-index) = bd-environment-code
               and bd-open-date not = spaces
               move bd-open-date to ru-asof-date(rule-index)
           end-if.
       end method.

      *----------------------------------------------------------------
      * LOAD-COMBINATIONS - lists every calendar cycle with no named
      * set, then every cycle and named set pair found on the
      * run-parameter queue (bounded at 300; pairs beyond that are
      * counted, not lost silently).
      *----------------------------------------------------------------
       method-id LOAD-COMBINATIONS private.
       procedure division.
           move 0 to combo-count
           move 0 to combo-overflow

           move "N" to cyclcal-eof
           open input cycle-cal-file
           if cyclcal-status = "00"
               perform NOTE-ONE-CALENDAR-CYCLE until cyclcal-eof = "Y"
               close cycle-cal-file
           end-if

           move "N" to runparm-eof
           open input runparm-file
           if runparm-status = "00"
               move low-values to runparm-key
               start runparm-file key not < runparm-key
                   invalid key
                       move "Y" to runparm-eof
               end-start
               perform NOTE-ONE-RUNPARM-PAIR until runparm-eof = "Y"
               close runparm-file
           end-if
           goback.

       NOTE-ONE-CALENDAR-CYCLE.
           read cycle-cal-file
               at end
                   move "Y" to cyclcal-eof
               not at end
                   invoke self::ADD-COMBINATION
                       using cc-cycle-id no-set-name
           end-read.

       NOTE-ONE-RUNPARM-PAIR.
           read runparm-file next
               at end
                   move "Y" to runparm-eof
               not at end
                   if runparm-parmset-name not = spaces
                       invoke self::ADD-COMBINATION
                           using runparm-cycle-id runparm-parmset-name
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * ADD-COMBINATION - adds the given cycle and set pair to the
      * combination list unless it is already there.
      *----------------------------------------------------------------
       method-id ADD-COMBINATION private.
       procedure division using by value p-cycle-id as pic x(08)
                                         p-set-name as pic x(08).
           if p-cycle-id = spaces
               goback
           end-if
           move 0 to combo-match
           perform FIND-ONE-COMBINATION
               varying combo-index from 1 by 1
               until combo-index > combo-count or combo-match > 0
           if combo-match > 0
               goback
           end-if
           if combo-count >= 300
               add 1 to combo-overflow
               goback
           end-if
           add 1 to combo-count
           move p-cycle-id to cb-cycle-id(combo-count)
           move p-set-name to cb-set-name(combo-count)
           goback.

       FIND-ONE-COMBINATION.
           if cb-cycle-id(combo-index) = p-cycle-id
               and cb-set-name(combo-index) = p-set-name
               move combo-index to combo-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * LOAD-SET-RECORDS - loads the parameter-set records (bounded at
      * 200) and stamps each with the time its last approved change
      * took effect, from the decided changes on PENDCHG.DAT - spaces
      * for a record never changed through approval.
      *----------------------------------------------------------------
       method-id LOAD-SET-RECORDS private.
       procedure division.
           move 0 to set-count
           move 0 to set-overflow
           move "N" to parmset-eof
           open input parmset-file
           if parmset-status = "00"
               perform LOAD-ONE-SET-RECORD until parmset-eof = "Y"
               close parmset-file
           end-if

           move "N" to pending-change-eof
           open input pending-change-file
           if pending-change-status = "00"
               perform APPLY-ONE-SET-CHANGE
                   until pending-change-eof = "Y"
               close pending-change-file
           end-if
           goback.

       LOAD-ONE-SET-RECORD.
           read parmset-file
               at end
                   move "Y" to parmset-eof
               not at end
                   if set-count < 200
                       add 1 to set-count
                       move ps-set-name       to st-set-name(set-count)
                       move ps-effective-date to st-effective(set-count)
                       move spaces        to st-changed-stamp(set-count)
                   else
                       add 1 to set-overflow
                   end-if
           end-read.

       APPLY-ONE-SET-CHANGE.
           read pending-change-file
               at end
                   move "Y" to pending-change-eof
               not at end
                   if pc-for-parmset and pc-was-approved
                       perform STAMP-ONE-SET-RECORD
                           varying set-index from 1 by 1
                           until set-index > set-count
                   end-if
           end-read.

       STAMP-ONE-SET-RECORD.
           if st-set-name(set-index) = pc-record-key(1:8)
               and st-effective(set-index) = pc-record-key(9:8)
               and pc-decided-timestamp > st-changed-stamp(set-index)
               move pc-decided-timestamp
                   to st-changed-stamp(set-index)
           end-if.
       end method.

      *----------------------------------------------------------------
      * BUILD-RESULT-ROWS - one row per rule and combination (bounded
      * at 600), each starting NOT CLEARED.  A named set is resolved
      * to its record in force on the rule's date - the latest
      * effective date at or before it - and the row takes that
      * record's effective date and last-change stamp; no record in
      * force marks the row as such.
      *----------------------------------------------------------------
       method-id BUILD-RESULT-ROWS private.
       procedure division.
           move 0 to result-count
           move 0 to result-overflow
           perform BUILD-ONE-RULE-ROWS
               varying rule-index from 1 by 1
               until rule-index > rule-count
           goback.

       BUILD-ONE-RULE-ROWS.
           perform BUILD-ONE-RESULT-ROW
               varying combo-index from 1 by 1
               until combo-index > combo-count.

       BUILD-ONE-RESULT-ROW.
           if result-count >= 600
               add 1 to result-overflow
               exit paragraph
           end-if
           add 1 to result-count
           move rule-index              to rs-rule(result-count)
           move cb-cycle-id(combo-index) to rs-cycle-id(result-count)
           move cb-set-name(combo-index) to rs-set-name(result-count)
           move spaces to rs-effective(result-count)
           move spaces to rs-since-stamp(result-count)
           move spaces to rs-cleared-stamp(result-count)
           set rs-is-blocked(result-count) to true
           if cb-set-name(combo-index) = spaces
               exit paragraph
           end-if

           move 0 to set-match
           perform FIND-ONE-IN-FORCE
               varying set-index from 1 by 1
               until set-index > set-count
           if set-match = 0
               set rs-no-record(result-count) to true
           else
               move st-effective(set-match)
                   to rs-effective(result-count)
               move st-changed-stamp(set-match)
                   to rs-since-stamp(result-count)
           end-if.

       FIND-ONE-IN-FORCE.
           if st-set-name(set-index) = cb-set-name(combo-index)
               and st-effective(set-index) <= ru-asof-date(rule-index)
               if set-match = 0
                   move set-index to set-match
               else
                   if st-effective(set-index) > st-effective(set-match)
                       move set-index to set-match
                   end-if
               end-if
           end-if.
       end method.

      *----------------------------------------------------------------
      * SCAN-LOWER-RUNS - walks the run history once, in submission
      * order.  Each COMPLETED run in some rule's promote-from
      * environment has its set name read from its run-parameter
      * record (a run with none predates the queue and ran with no
      * named set) and its effective date from its RUNPSET record,
      * and clears every row it
      * satisfies; the last run seen is the latest, so the row keeps
      * the latest clearing run.  WARNING, FAILED and ABENDED runs do
      * not clear.
      *----------------------------------------------------------------
       method-id SCAN-LOWER-RUNS private.
       procedure division.
           if result-count = 0
               goback
           end-if

           set history-not-open to true
           move "N" to history-eof
           open input run-history-file
           if runhist-status not = "00"
               goback
           end-if
           set history-is-open to true

           set runparm-not-open to true
           open input runparm-file
           if runparm-status = "00"
               set runparm-is-open to true
           end-if

           move low-values to rh-history-key
           start run-history-file key not < rh-history-key
               invalid key
                   move "Y" to history-eof
           end-start
           perform CHECK-ONE-HISTORY-RUN until history-eof = "Y"

           if runparm-is-open
               close runparm-file
           end-if
           close run-history-file
           goback.

       CHECK-ONE-HISTORY-RUN.
           read run-history-file next
               at end
                   move "Y" to history-eof
                   exit paragraph
           end-read
           if rh-status not = "COMPLETED"
               exit paragraph
           end-if

           set lower-run-irrelevant to true
           perform CHECK-ONE-RULE-SOURCE
               varying rule-index from 1 by 1
               until rule-index > rule-count
           if lower-run-irrelevant
               exit paragraph
           end-if

           move spaces to hist-set-name
           move spaces to hist-set-effective
           if runparm-is-open
               move rh-cycle-id        to runparm-cycle-id
               move rh-start-timestamp to runparm-submit-timestamp
               read runparm-file
                   invalid key
                       move spaces to runparm-record
               end-read
               move runparm-parmset-name to hist-set-name
           end-if
           if hist-set-name not = spaces
               perform FIND-RUN-SET-EFFECTIVE
           end-if

           perform CLEAR-ONE-RESULT-ROW
               varying result-index from 1 by 1
               until result-index > result-count.

       CHECK-ONE-RULE-SOURCE.
           if ru-from-env(rule-index) = rh-environment
               set lower-run-may-clear to true
           end-if.

       CLEAR-ONE-RESULT-ROW.
           move rs-rule(result-index) to rule-index
           if rs-no-record(result-index)
               or ru-from-env(rule-index) not = rh-environment
               or rs-cycle-id(result-index) not = rh-cycle-id
               or rs-set-name(result-index) not = hist-set-name
               exit paragraph
           end-if
           if rs-set-name(result-index) not = spaces
               and rs-effective(result-index) not = hist-set-effective
               exit paragraph
           end-if
           if rs-since-stamp(result-index) not = spaces
               and rh-key-timestamp < rs-since-stamp(result-index)
               exit paragraph
           end-if
           set rs-is-cleared(result-index) to true
           move rh-start-timestamp to rs-cleared-stamp(result-index).

       FIND-RUN-SET-EFFECTIVE.
           move "N" to run-parmset-eof
           open input run-parmset-file
           if run-parmset-status = "00"
               perform CHECK-ONE-RUN-PARMSET
                   until run-parmset-eof = "Y"
               close run-parmset-file
           end-if.

       CHECK-ONE-RUN-PARMSET.
           read run-parmset-file
               at end
                   move "Y" to run-parmset-eof
               not at end
                   if rp-cycle-id = rh-cycle-id
                       and rp-submit-timestamp = rh-start-timestamp
                       move rp-parmset-effective to hist-set-effective
                       move "Y" to run-parmset-eof
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * COUNT-RESULTS - totals the cleared and not-cleared rows per
      * rule for the report's section footers.
      *----------------------------------------------------------------
       method-id COUNT-RESULTS private.
       procedure division.
           perform COUNT-ONE-RESULT
               varying result-index from 1 by 1
               until result-index > result-count
           goback.

       COUNT-ONE-RESULT.
           move rs-rule(result-index) to rule-index
           if rs-is-cleared(result-index)
               add 1 to ru-cleared-count(rule-index)
           else
               add 1 to ru-blocked-count(rule-index)
           end-if.
       end method.

      *----------------------------------------------------------------
      * FORMAT-RESULT-ROW - builds RESULT-TEXT for the row at
      * RESULT-INDEX: environment, promote-from environment, cycle,
      * set and effective date, then the verdict - with the latest
      * clearing run when cleared, and the record's last change when
      * it is what a lower-environment run has to postdate.
      *----------------------------------------------------------------
       method-id FORMAT-RESULT-ROW private.
       procedure division.
           move rs-rule(result-index) to rule-index
           if rs-set-name(result-index) = spaces
               move "(NO SET)" to result-set-text
           else
               move rs-set-name(result-index) to result-set-text
           end-if

           move spaces to result-text
           evaluate true
               when rs-is-cleared(result-index)
                   string ru-environment(rule-index) delimited by size
                          " <- "                     delimited by size
                          ru-from-env(rule-index)    delimited by size
                          "  "                       delimited by size
                          rs-cycle-id(result-index)  delimited by size
                          "  "                       delimited by size
                          result-set-text            delimited by size
                          "  "                       delimited by size
                          rs-effective(result-index) delimited by size
                          "  CLEARED      LAST CLEAN RUN "
                                                     delimited by size
                          rs-cleared-stamp(result-index)
                                                     delimited by size
                       into result-text
                   end-string
               when rs-no-record(result-index)
                   string ru-environment(rule-index) delimited by size
                          " <- "                     delimited by size
                          ru-from-env(rule-index)    delimited by size
                          "  "                       delimited by size
                          rs-cycle-id(result-index)  delimited by size
                          "  "                       delimited by size
                          result-set-text            delimited by size
                          "            NO RECORD IN FORCE ON "
                                                     delimited by size
                          ru-asof-date(rule-index)   delimited by size
                       into result-text
                   end-string
               when rs-since-stamp(result-index) not = spaces
                   string ru-environment(rule-index) delimited by size
                          " <- "                     delimited by size
                          ru-from-env(rule-index)    delimited by size
                          "  "                       delimited by size
                          rs-cycle-id(result-index)  delimited by size
                          "  "                       delimited by size
                          result-set-text            delimited by size
                          "  "                       delimited by size
                          rs-effective(result-index) delimited by size
                          "  NOT CLEARED  NO CLEAN RUN SINCE CHANGE "
                                                     delimited by size
                          rs-since-stamp(result-index)
                                                     delimited by size
                       into result-text
                   end-string
               when other
                   string ru-environment(rule-index) delimited by size
                          " <- "                     delimited by size
                          ru-from-env(rule-index)    delimited by size
                          "  "                       delimited by size
                          rs-cycle-id(result-index)  delimited by size
                          "  "                       delimited by size
                          result-set-text            delimited by size
                          "  "                       delimited by size
                          rs-effective(result-index) delimited by size
                          "  NOT CLEARED  NO CLEAN RUN"
                                                     delimited by size
                       into result-text
                   end-string
           end-evaluate
       end method.

      *----------------------------------------------------------------
      * REFRESH-STATUS-LIST - relists the result rows, grouped by
      * production environment as they were built.
      *----------------------------------------------------------------
       method-id REFRESH-STATUS-LIST private.
       procedure division.
           invoke lst-status::Items::Clear
           if rule-count = 0
               invoke lst-status::Items::Add(
                   "No production environment names an environment to promote from - nothing is gated.")
               goback
           end-if
           perform LIST-ONE-RESULT
               varying result-index from 1 by 1
               until result-index > result-count
           goback.

       LIST-ONE-RESULT.
           invoke self::FORMAT-RESULT-ROW
           invoke lst-status::Items::Add(result-text).
       end method.

      *----------------------------------------------------------------
      * SPOOL-STATUS-REPORT - writes the status to the spool, one
      * section per production environment with its cleared and
      * not-cleared totals, and catalogs it on the spool index (type
      * GATESTAT, kept 92 days).
      *----------------------------------------------------------------
       method-id SPOOL-STATUS-REPORT private.
       procedure division.
           move "GATESTAT" to spool-report-type
           move 92 to spool-retention-days
           move status-today to run-date
           move spaces to cycle-id
           invoke self::BUILD-SPOOL-FILE-NAME
           open output spool-file
           if spool-status not = "00"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The promotion status report could not be spooled. Refresh it once the spool is reachable.")
               goback
           end-if

           move spaces to result-text
           string "PRODUCTION PROMOTION STATUS  " delimited by size
                  current-timestamp              delimited by size
                  "  BY "                        delimited by size
                  operator-id                    delimited by size
               into result-text
           end-string
           perform WRITE-SPOOL-TEXT
           if history-not-open and result-count > 0
               move "RUN HISTORY COULD NOT BE OPENED - NO COMBINATION IS REPORTED AS CLEARED."
                   to result-text
               perform WRITE-SPOOL-TEXT
           end-if

           if rule-count = 0
               move spaces to result-text
               perform WRITE-SPOOL-TEXT
               move "NO PRODUCTION ENVIRONMENT NAMES AN ENVIRONMENT TO PROMOTE FROM - NOTHING IS GATED."
                   to result-text
               perform WRITE-SPOOL-TEXT
           end-if

           perform SPOOL-ONE-RULE
               varying rule-index from 1 by 1
               until rule-index > rule-count

           if combo-overflow > 0 or set-overflow > 0
               or result-overflow > 0
               move spaces to result-text
               perform WRITE-SPOOL-TEXT
           end-if
           if combo-overflow > 0
               move combo-overflow to count-display
               move spaces to result-text
               string "COMBINATIONS NOT LOADED (TABLE FULL): "
                                                  delimited by size
                      count-display               delimited by size
                   into result-text
               end-string
               perform WRITE-SPOOL-TEXT
           end-if
           if result-overflow > 0
               move result-overflow to count-display
               move spaces to result-text
               string "ROWS NOT LISTED (TABLE FULL): "
                                                  delimited by size
                      count-display               delimited by size
                   into result-text
               end-string
               perform WRITE-SPOOL-TEXT
           end-if
           if set-overflow > 0
               move set-overflow to count-display
               move spaces to result-text
               string "PARAMETER-SET RECORDS NOT LOADED (TABLE FULL): "
                                                  delimited by size
                      count-display               delimited by size
                   into result-text
               end-string
               perform WRITE-SPOOL-TEXT
           end-if

           close spool-file
           invoke self::WRITE-SPOOL-INDEX-RECORD
           goback.

       SPOOL-ONE-RULE.
           move spaces to result-text
           perform WRITE-SPOOL-TEXT
           move spaces to result-text
           string "ENVIRONMENT "             delimited by size
                  ru-environment(rule-index) delimited by size
                  " - PROMOTES FROM "        delimited by size
                  ru-from-env(rule-index)    delimited by size
                  " - SETS JUDGED ON "       delimited by size
                  ru-asof-date(rule-index)   delimited by size
               into result-text
           end-string
           perform WRITE-SPOOL-TEXT
           move rule-index to rule-match
           perform SPOOL-ONE-RESULT
               varying result-index from 1 by 1
               until result-index > result-count
           move rule-match to rule-index
           move ru-cleared-count(rule-index) to cleared-display
           move ru-blocked-count(rule-index) to blocked-display
           move spaces to result-text
           string "  CLEARED: "   delimited by size
                  cleared-display delimited by size
                  "  NOT CLEARED: " delimited by size
                  blocked-display delimited by size
               into result-text
           end-string
           perform WRITE-SPOOL-TEXT.

       SPOOL-ONE-RESULT.
           if rs-rule(result-index) not = rule-match
               exit paragraph
           end-if
           invoke self::FORMAT-RESULT-ROW
           move spaces to spool-line-record
           move result-text to spool-line-record(3:98)
           write spool-line-record.

       WRITE-SPOOL-TEXT.
           move result-text to spool-line-record
           write spool-line-record.
       end method.

      *----------------------------------------------------------------
      * STAMP-CONTEXT - captures the operator id, workstation id and
      * current timestamp for the report and the spool index.
      *----------------------------------------------------------------
       method-id STAMP-CONTEXT private.
       procedure division.
           invoke type System.Environment::get_UserName    returning operator-id
           invoke type System.Environment::get_MachineName returning workstation-id
           accept current-timestamp from date yyyymmdd
           accept current-timestamp(9:6) from time
       end method.

      *----------------------------------------------------------------
      * BUILD-SPOOL-FILE-NAME - derives the spool file's name from
      * the report type and the current timestamp, so each produced
      * report gets its own file in the spool.
      *----------------------------------------------------------------
       method-id BUILD-SPOOL-FILE-NAME private.
       procedure division.
           move spaces to spool-file-name
           string "SP"                    delimited by size
                  spool-report-type(1:2)  delimited by size
                  current-timestamp       delimited by size
                  ".SPL"                  delimited by size
               into spool-file-name
           end-string
       end method.

      *----------------------------------------------------------------
      * WRITE-SPOOL-INDEX-RECORD - appends the catalog record for the
      * spool file just written: report type, what it covers, who
      * produced it, when, and its retention.
      *----------------------------------------------------------------
       method-id WRITE-SPOOL-INDEX-RECORD private.
       procedure division.
           move current-timestamp   to sp-created-timestamp
           move spool-report-type   to sp-report-type
           move run-date            to sp-run-date
           move cycle-id            to sp-cycle-id
           move operator-id         to sp-operator-id
           move spool-file-name     to sp-spool-name
           move spool-retention-days to sp-retention-days

           open extend spool-index-file
           if spool-index-status = "35"
               open output spool-index-file
           end-if

           write spool-index-record
           close spool-index-file
       end method.

       end class.
