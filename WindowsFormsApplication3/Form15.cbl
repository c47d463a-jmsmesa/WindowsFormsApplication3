       class-id WindowsFormsApplication3.Form15 is partial
                 inherits type System.Windows.Forms.Form.

       environment division.
       input-output section.
       file-control.
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

           select triage-file assign to "TRIAGE.DAT"
               organization line sequential
               file status is triage-status.

           select audit-log-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is audit-log-status.

           select release-queue-file assign to "RELQUEUE.DAT"
               organization line sequential
               file status is relqueue-status.

           select cycle-cal-file assign to "CYCLCAL.DAT"
               organization line sequential
               file status is cyclcal-status.

           select trigger-file assign dynamic trigger-file-name
               organization line sequential
               file status is trigger-status.

           select cycle-lock-file assign dynamic lock-file-name
               organization line sequential
               file status is lock-file-status.

           select inflight-file assign to "INFLIGHT.DAT"
               organization line sequential
               file status is inflight-status.

           select operator-auth-file assign to "OPAUTH.DAT"
               organization line sequential
               file status is opauth-status.

           select spool-file assign dynamic spool-file-name
               organization line sequential
               file status is spool-status.

           select spool-index-file assign to "SPOOLIDX.DAT"
               organization line sequential
               file status is spool-index-status.

       data division.
       file section.
       fd  run-history-file.
           copy "RUNHIST.CPY".

       fd  runparm-file.
           copy "RUNPARM.CPY".

       fd  triage-file.
           copy "TRIAGE.CPY".

       fd  audit-log-file.
           copy "AUDITLOG.CPY".

       fd  release-queue-file.
           copy "RELQUEUE.CPY".

       fd  cycle-cal-file.
           copy "CYCLCAL.CPY".

       fd  trigger-file.
           copy "TRIGGER.CPY".

       fd  cycle-lock-file.
           copy "CYCLOCK.CPY".

       fd  inflight-file.
           copy "INFLIGHT.CPY".

       fd  operator-auth-file.
           copy "OPAUTH.CPY".

       fd  spool-file.
       01 spool-line-record      pic x(100).

       fd  spool-index-file.
           copy "SPOOLIDX.CPY".

      *----------------------------------------------------------------
      * Consistency Check.  Cross-reads the control files the panel,
      * the staged release and the triage workbench write, and lists
      * every place they disagree, grouped by kind:
      *   - a cycle lock on disk with no SUBMITTED run-history record
      *     for the cycle (and no interrupted submission holding it);
      *   - a trigger on disk whose job id has no run-history record;
      *   - a run-parameter record still not marked used although its
      *     run completed on an earlier day;
      *   - a SUBMIT audit record with no run-history record for that
      *     submission;
      *   - a release-queue entry marked RELEASED with no run-history
      *     record for the release;
      *   - a triage record whose history key is no longer on the
      *     run-history file.
      * Submissions are matched on cycle id and submission timestamp
      * - every submission path stamps its lock, trigger,
      * run-parameter record, SUBMIT or RELEASE audit record and
      * history record with the same timestamp, which is also the
      * leading part of the history key.  The lock and trigger files
      * are probed by name for every cycle id known to the calendar,
      * the history, the release queue and the run-parameter queue.
      * Each check is spooled (type XCHECK).  Two cases are safe to
      * repair from here, by an operator authorized for the
      * environment and always audited: an orphan lock is cleared
      * (XLOCKCLR) and a dead run-parameter record is expired
      * (XPRMEXP) so it no longer looks like a submission waiting to
      * be consumed.  Everything else is listed for investigation.
      *----------------------------------------------------------------
       working-storage section.
       01 runhist-status       pic xx.
       01 runparm-status       pic xx.
       01 triage-status        pic xx.
       01 audit-log-status     pic xx.
       01 relqueue-status      pic xx.
       01 cyclcal-status       pic xx.
       01 trigger-status       pic xx.
       01 lock-file-status     pic xx.
       01 inflight-status      pic xx.
       01 opauth-status        pic xx.
       01 spool-status         pic xx.
       01 spool-index-status   pic xx.

       01 history-eof          pic x.
       01 runparm-eof          pic x.
       01 triage-eof           pic x.
       01 audit-eof            pic x.
       01 relqueue-eof         pic x.
       01 cyclcal-eof          pic x.
       01 opauth-eof           pic x.

       01 history-open-switch  pic x.
           88 history-is-open      value "Y".
           88 history-not-open     value "N".

       01 cand-count           pic 9(04) comp value 0.
       01 cand-index           pic 9(04) comp value 0.
       01 cand-match           pic 9(04) comp value 0.
       01 cand-table.
           05 cand-entry occurs 300 times.
               10 cn-cycle-id      pic x(08).
               10 cn-submitted     pic x(01).
               10 cn-run-date      pic x(08).
               10 cn-environment   pic x(04).

       01 disc-count           pic 9(04) comp value 0.
       01 disc-index           pic 9(04) comp value 0.
       01 disc-overflow        pic 9(04) comp value 0.
       01 disc-table.
           05 disc-entry occurs 200 times.
               10 ds-kind          pic 9(01).
               10 ds-cycle-id      pic x(08).
               10 ds-run-date      pic x(08).
               10 ds-environment   pic x(04).
               10 ds-ref-key       pic x(22).
               10 ds-detail        pic x(60).
               10 ds-state         pic x(01).
                   88 ds-is-open       value "O".
                   88 ds-was-repaired  value "R".

       01 kind-index           pic 9(04) comp value 0.
       01 kind-count-table.
           05 kind-count       pic 9(04) comp occurs 6 times.
       01 kind-tag             pic x(08).
       01 kind-heading         pic x(40).

       01 new-kind             pic 9(01).
       01 new-cycle-id         pic x(08).
       01 new-run-date         pic x(08).
       01 new-environment      pic x(04).
       01 new-ref-key          pic x(22).
       01 new-detail           pic x(60).

       01 lookup-stamp         pic x(14).
       01 lookup-cycle-id      pic x(08).
       01 lookup-job-id        pic x(12).
       01 lookup-status        pic x(08).
       01 lookup-end-stamp     pic x(14).
       01 lookup-done          pic x.
       01 history-match-switch pic x.
           88 history-match-found    value "Y".
           88 history-match-missing  value "N".

       01 inflight-cycle-id    pic x(08).
       01 check-today          pic x(08).

       01 operator-id          pic x(08).
       01 workstation-id       pic x(08).
       01 current-timestamp    pic x(14).
       01 run-date             pic x(08).
       01 cycle-id             pic x(08).
       01 environment-code     pic x(04).
       01 message-text         pic x(200).
       01 list-row-text        pic x(130).
       01 list-row-pointer     pic 9(04) comp value 1.
       01 sel-index            binary-long.
       01 selected-disc        pic 9(04) comp value 0.
       01 count-display        pic zzz9.

       01 lock-file-name       pic x(20).
       01 trigger-file-name    pic x(20).

       01 auth-check-id        pic x(08).
       01 auth-check-date      pic x(08).
       01 authority-switch     pic x.
           88 operator-is-authorized      value "Y".
           88 operator-is-not-authorized  value "N".

       01 repair-switch        pic x.
           88 repair-was-made      value "Y".
           88 repair-was-refused   value "N".
       01 repair-prompt-result type System.Windows.Forms.DialogResult.

       01 spool-file-name      pic x(24).
       01 spool-report-type    pic x(08).
       01 spool-retention-days pic 9(03).
       01 spool-text           pic x(100).

       01 lst-discrepancies    object.
       01 btn-run-check        object.
       01 btn-repair           object.
       01 temp-point           object.
       01 temp-size            object.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           goback.
       end method.

      *----------------------------------------------------------------
      * InitializeComponent - lays out the discrepancy list and the
      * Run Check / Repair Selected buttons, and wires each control to
      * its event handler.  This repo carries no separate designer
      * partial file, so this is hand-written rather than
      * tool-generated; NEW calls INVOKE SELF::INITIALIZECOMPONENT and
      * expects it to exist.
      *----------------------------------------------------------------
       method-id InitializeComponent private.
       procedure division.
           invoke self::SuspendLayout

           invoke type System.Windows.Forms.ListBox::new returning lst-discrepancies
           invoke type System.Drawing.Point::new(20, 20) returning temp-point
           invoke lst-discrepancies::set_Location(temp-point)
           invoke type System.Drawing.Size::new(720, 260) returning temp-size
           invoke lst-discrepancies::set_Size(temp-size)
           invoke lst-discrepancies::set_Name("lstDiscrepancies")

           invoke type System.Windows.Forms.Button::new returning btn-run-check
           invoke type System.Drawing.Point::new(20, 295) returning temp-point
           invoke btn-run-check::set_Location(temp-point)
           invoke type System.Drawing.Size::new(120, 25) returning temp-size
           invoke btn-run-check::set_Size(temp-size)
           move "Run Check" to btn-run-check::Text
           invoke btn-run-check::set_Name("btnRunCheck")

           invoke type System.Windows.Forms.Button::new returning btn-repair
           invoke type System.Drawing.Point::new(150, 295) returning temp-point
           invoke btn-repair::set_Location(temp-point)
           invoke type System.Drawing.Size::new(120, 25) returning temp-size
           invoke btn-repair::set_Size(temp-size)
           move "Repair Selected" to btn-repair::Text
           invoke btn-repair::set_Name("btnRepair")

           invoke self::Controls::Add(lst-discrepancies)
           invoke self::Controls::Add(btn-run-check)
           invoke self::Controls::Add(btn-repair)

           move "Consistency Check" to self::Text
           invoke type System.Drawing.Size::new(760, 340) returning temp-size
           invoke self::set_ClientSize(temp-size)

           add handler self::Load to Form15_Load
           add handler btn-run-check::Click to Btn-Run-Check-Click
           add handler btn-repair::Click to Btn-Repair-Click

           invoke self::ResumeLayout.
       end method.

       method-id Form15_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RUN-CONSISTENCY-CHECK
       end method.

      *----------------------------------------------------------------
      * Btn-Run-Check-Click - runs the check again, for instance after
      * a repair or once the scheduler has caught up, and spools the
      * fresh report.
      *----------------------------------------------------------------
       method-id Btn-Run-Check-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RUN-CONSISTENCY-CHECK
       end method.

      *----------------------------------------------------------------
      * RUN-CONSISTENCY-CHECK - gathers the known cycle ids, runs each
      * kind of check in report order (so the discrepancy table comes
      * out grouped by kind), lists the result and spools it.  The
      * run-history file stays open for the whole check - every kind
      * looks submissions up on it.
      *----------------------------------------------------------------
       method-id RUN-CONSISTENCY-CHECK private.
       procedure division.
           invoke self::STAMP-CONTEXT
           move current-timestamp(1:8) to check-today
           move 0 to disc-count
           move 0 to disc-overflow
           perform CLEAR-ONE-KIND-COUNT
               varying kind-index from 1 by 1
               until kind-index > 6

           invoke self::LOAD-CANDIDATE-CYCLES

           set history-not-open to true
           open input run-history-file
           if runhist-status = "00"
               set history-is-open to true
           end-if

           invoke self::CHECK-CYCLE-LOCKS
           invoke self::CHECK-TRIGGERS
           invoke self::CHECK-RUN-PARAMETERS
           invoke self::CHECK-SUBMIT-AUDITS
           invoke self::CHECK-RELEASED-ENTRIES
           invoke self::CHECK-TRIAGE-KEYS

           if history-is-open
               close run-history-file
           end-if

           invoke self::REFRESH-DISCREPANCY-LIST
           invoke self::SPOOL-CHECK-REPORT
           goback.

       CLEAR-ONE-KIND-COUNT.
           move 0 to kind-count(kind-index).
       end method.

      *----------------------------------------------------------------
      * LOAD-CANDIDATE-CYCLES - builds the list of cycle ids whose
      * lock and trigger files are probed: every cycle on the run
      * history, the calendar, the release queue and the
      * run-parameter queue.  The history walk also notes which
      * cycles still have a SUBMITTED record, and the run date and
      * environment of each cycle's latest run (the history is read
      * in submission order, so the last record seen is the latest).
      * The interrupted-submission marker's cycle is noted too - the
      * panel's restart check owns that cycle's lock.
      *----------------------------------------------------------------
       method-id LOAD-CANDIDATE-CYCLES private.
       procedure division.
           move 0 to cand-count

           move "N" to history-eof
           open input run-history-file
           if runhist-status = "00"
               move low-values to rh-history-key
               start run-history-file key not < rh-history-key
                   invalid key
                       move "Y" to history-eof
               end-start
               perform NOTE-ONE-HISTORY-CYCLE until history-eof = "Y"
               close run-history-file
           end-if

           move "N" to cyclcal-eof
           open input cycle-cal-file
           if cyclcal-status = "00"
               perform NOTE-ONE-CALENDAR-CYCLE until cyclcal-eof = "Y"
               close cycle-cal-file
           end-if

           move "N" to relqueue-eof
           open input release-queue-file
           if relqueue-status = "00"
               perform NOTE-ONE-QUEUED-CYCLE until relqueue-eof = "Y"
               close release-queue-file
           end-if

           move "N" to runparm-eof
           open input runparm-file
           if runparm-status = "00"
               move low-values to runparm-key
               start runparm-file key not < runparm-key
                   invalid key
                       move "Y" to runparm-eof
               end-start
               perform NOTE-ONE-RUNPARM-CYCLE until runparm-eof = "Y"
               close runparm-file
           end-if

           move spaces to inflight-cycle-id
           open input inflight-file
           if inflight-status = "00"
               read inflight-file
                   not at end
                       move if-cycle-id to inflight-cycle-id
               end-read
               close inflight-file
           end-if
           goback.

       NOTE-ONE-HISTORY-CYCLE.
           read run-history-file next
               at end
                   move "Y" to history-eof
               not at end
                   invoke self::ADD-CANDIDATE using rh-cycle-id
                   if cand-match > 0
                       move rh-run-date    to cn-run-date(cand-match)
                       move rh-environment to cn-environment(cand-match)
                       if rh-status = "SUBMITTED"
                           move "Y" to cn-submitted(cand-match)
                       end-if
                   end-if
           end-read.

       NOTE-ONE-CALENDAR-CYCLE.
           read cycle-cal-file
               at end
                   move "Y" to cyclcal-eof
               not at end
                   invoke self::ADD-CANDIDATE using cc-cycle-id
           end-read.

       NOTE-ONE-QUEUED-CYCLE.
           read release-queue-file
               at end
                   move "Y" to relqueue-eof
               not at end
                   invoke self::ADD-CANDIDATE using rl-cycle-id
           end-read.

       NOTE-ONE-RUNPARM-CYCLE.
           read runparm-file next
               at end
                   move "Y" to runparm-eof
               not at end
                   invoke self::ADD-CANDIDATE using runparm-cycle-id
           end-read.
       end method.

      *----------------------------------------------------------------
      * ADD-CANDIDATE - finds the given cycle id on the candidate
      * list, adding it when new (bounded at 300), and leaves its
      * position in CAND-MATCH (0 for a blank id or a full list).
      *----------------------------------------------------------------
       method-id ADD-CANDIDATE private.
       procedure division using by value p-cycle-id as pic x(08).
           move 0 to cand-match
           if p-cycle-id = spaces
               goback
           end-if
           perform FIND-ONE-CANDIDATE
               varying cand-index from 1 by 1
               until cand-index > cand-count or cand-match > 0
           if cand-match = 0 and cand-count < 300
               add 1 to cand-count
               move cand-count to cand-match
               move p-cycle-id to cn-cycle-id(cand-match)
               move "N"        to cn-submitted(cand-match)
               move spaces     to cn-run-date(cand-match)
               move spaces     to cn-environment(cand-match)
           end-if
           goback.

       FIND-ONE-CANDIDATE.
           if cn-cycle-id(cand-index) = p-cycle-id
               move cand-index to cand-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * CHECK-CYCLE-LOCKS - a cycle lock is only legitimate while the
      * cycle has a SUBMITTED run-history record, or while an
      * interrupted submission of the cycle is waiting on the panel's
      * restart check.  Any other lock on disk is an orphan that
      * would refuse every future submission of the cycle.  The
      * cycle's latest run date and environment go on the entry, so
      * a repair is authorized against that environment.
      *----------------------------------------------------------------
       method-id CHECK-CYCLE-LOCKS private.
       procedure division.
           perform PROBE-ONE-LOCK
               varying cand-index from 1 by 1
               until cand-index > cand-count
           goback.

       PROBE-ONE-LOCK.
           if cn-submitted(cand-index) = "Y"
               or cn-cycle-id(cand-index) = inflight-cycle-id
               exit paragraph
           end-if

           move spaces to lock-file-name
           string "LOCK"                  delimited by size
                  cn-cycle-id(cand-index) delimited by size
                  ".LCK"                  delimited by size
               into lock-file-name
           end-string

           open input cycle-lock-file
           if lock-file-status not = "00"
               exit paragraph
           end-if
           move spaces to cycle-lock-record
           read cycle-lock-file
               at end
                   continue
           end-read
           close cycle-lock-file

           move 1                          to new-kind
           move cn-cycle-id(cand-index)    to new-cycle-id
           move cn-run-date(cand-index)    to new-run-date
           move cn-environment(cand-index) to new-environment
           move spaces                     to new-ref-key
           move spaces                     to new-detail
           string "HELD BY "           delimited by size
                  lock-operator-id     delimited by size
                  " ON "               delimited by size
                  lock-workstation-id  delimited by size
                  " SINCE "            delimited by size
                  lock-timestamp       delimited by size
                  ", NO RUN IN FLIGHT" delimited by size
               into new-detail
           end-string
           invoke self::ADD-DISCREPANCY.
       end method.

      *----------------------------------------------------------------
      * CHECK-TRIGGERS - a trigger still on disk must belong to a
      * submission the history knows about: the history record is
      * written with the trigger's requested timestamp and carries
      * the trigger's job id.  A trigger with no such record would
      * start a job nobody can see on the dashboard or reconcile.
      *----------------------------------------------------------------
       method-id CHECK-TRIGGERS private.
       procedure division.
           perform PROBE-ONE-TRIGGER
               varying cand-index from 1 by 1
               until cand-index > cand-count
           goback.

       PROBE-ONE-TRIGGER.
           move spaces to trigger-file-name
           string "TRIGGER"               delimited by size
                  cn-cycle-id(cand-index) delimited by size
                  ".TRG"                  delimited by size
               into trigger-file-name
           end-string

           open input trigger-file
           if trigger-status not = "00"
               exit paragraph
           end-if
           move spaces to trigger-record
           read trigger-file
               at end
                   continue
           end-read
           close trigger-file

           move trg-requested-timestamp to lookup-stamp
           move cn-cycle-id(cand-index) to lookup-cycle-id
           move trg-job-id              to lookup-job-id
           invoke self::FIND-HISTORY-BY-STAMP
           if history-match-found
               exit paragraph
           end-if

           move 2                       to new-kind
           move cn-cycle-id(cand-index) to new-cycle-id
           move trg-run-date            to new-run-date
           move trg-environment-code    to new-environment
           move spaces                  to new-ref-key
           move spaces                  to new-detail
           string "JOB "                  delimited by size
                  trg-job-id              delimited by size
                  " REQUESTED "           delimited by size
                  trg-requested-timestamp delimited by size
                  " BY "                  delimited by size
                  trg-operator-id         delimited by size
               into new-detail
           end-string
           invoke self::ADD-DISCREPANCY.
       end method.

      *----------------------------------------------------------------
      * CHECK-RUN-PARAMETERS - a run-parameter record the batch
      * stream never marked used, although the run it was written
      * for finished COMPLETED (or WARNING) on an earlier day, is
      * dead: the batch stream is not going to read it now, and it
      * hides a real unconsumed record among the noise.
      *----------------------------------------------------------------
       method-id CHECK-RUN-PARAMETERS private.
       procedure division.
           move "N" to runparm-eof
           open input runparm-file
           if runparm-status not = "00"
               goback
           end-if
           move low-values to runparm-key
           start runparm-file key not < runparm-key
               invalid key
                   move "Y" to runparm-eof
           end-start
           perform CHECK-ONE-RUNPARM until runparm-eof = "Y"
           close runparm-file
           goback.

       CHECK-ONE-RUNPARM.
           read runparm-file next
               at end
                   move "Y" to runparm-eof
                   exit paragraph
           end-read
           if not runparm-not-yet-used
               exit paragraph
           end-if

           move runparm-submit-timestamp to lookup-stamp
           move runparm-cycle-id         to lookup-cycle-id
           move spaces                   to lookup-job-id
           invoke self::FIND-HISTORY-BY-STAMP
           if history-match-missing
               exit paragraph
           end-if
           if lookup-status not = "COMPLETED"
               and lookup-status not = "WARNING"
               exit paragraph
           end-if
           if lookup-end-stamp = spaces
               or lookup-end-stamp(1:8) not < check-today
               exit paragraph
           end-if

           move 3                        to new-kind
           move runparm-cycle-id         to new-cycle-id
           move runparm-run-date         to new-run-date
           move runparm-environment-code to new-environment
           move runparm-key              to new-ref-key
           move spaces                   to new-detail
           string "SUBMITTED "             delimited by size
                  runparm-submit-timestamp delimited by size
                  ", RUN ENDED "           delimited by size
                  lookup-end-stamp         delimited by size
                  ", NEVER USED"           delimited by size
               into new-detail
           end-string
           invoke self::ADD-DISCREPANCY.
       end method.

      *----------------------------------------------------------------
      * CHECK-SUBMIT-AUDITS - every SUBMIT audit record stands for a
      * submission that should have a run-history record with the
      * same cycle id and timestamp.  One without is a submission
      * that crashed between its audit record and its history
      * record, or a history record since lost.
      *----------------------------------------------------------------
       method-id CHECK-SUBMIT-AUDITS private.
       procedure division.
           move "N" to audit-eof
           open input audit-log-file
           if audit-log-status not = "00"
               goback
           end-if
           perform CHECK-ONE-AUDIT until audit-eof = "Y"
           close audit-log-file
           goback.

       CHECK-ONE-AUDIT.
           read audit-log-file
               at end
                   move "Y" to audit-eof
                   exit paragraph
           end-read
           if audit-action not = "SUBMIT  "
               exit paragraph
           end-if

           move audit-timestamp to lookup-stamp
           move audit-cycle-id  to lookup-cycle-id
           move spaces          to lookup-job-id
           invoke self::FIND-HISTORY-BY-STAMP
           if history-match-found
               exit paragraph
           end-if

           move 4                 to new-kind
           move audit-cycle-id    to new-cycle-id
           move audit-run-date    to new-run-date
           move audit-environment to new-environment
           move spaces            to new-ref-key
           move spaces            to new-detail
           string "SUBMITTED "         delimited by size
                  audit-timestamp      delimited by size
                  " BY "               delimited by size
                  audit-operator-id    delimited by size
                  " ON "               delimited by size
                  audit-workstation-id delimited by size
               into new-detail
           end-string
           invoke self::ADD-DISCREPANCY.
       end method.

      *----------------------------------------------------------------
      * CHECK-RELEASED-ENTRIES - a release-queue entry marked RELEASED
      * had its trigger and history record written with the release
      * timestamp; one whose release never reached the history is a
      * cycle the staged plan believes is running.
      *----------------------------------------------------------------
       method-id CHECK-RELEASED-ENTRIES private.
       procedure division.
           move "N" to relqueue-eof
           open input release-queue-file
           if relqueue-status not = "00"
               goback
           end-if
           perform CHECK-ONE-RELEASED until relqueue-eof = "Y"
           close release-queue-file
           goback.

       CHECK-ONE-RELEASED.
           read release-queue-file
               at end
                   move "Y" to relqueue-eof
                   exit paragraph
           end-read
           if not rl-was-released
               exit paragraph
           end-if

           move rl-released-timestamp to lookup-stamp
           move rl-cycle-id           to lookup-cycle-id
           move spaces                to lookup-job-id
           invoke self::FIND-HISTORY-BY-STAMP
           if history-match-found
               exit paragraph
           end-if

           move 5                   to new-kind
           move rl-cycle-id         to new-cycle-id
           move rl-run-date         to new-run-date
           move rl-environment-code to new-environment
           move spaces              to new-ref-key
           move spaces              to new-detail
           string "RELEASED "           delimited by size
                  rl-released-timestamp delimited by size
                  ", STAGED BY "        delimited by size
                  rl-staged-by          delimited by size
               into new-detail
           end-string
           invoke self::ADD-DISCREPANCY.
       end method.

      *----------------------------------------------------------------
      * CHECK-TRIAGE-KEYS - each triage record is tied to its failure
      * by the exact history key, read directly here.  A key gone
      * from the history leaves a cause and resolution attached to
      * nothing the workbench can show.
      *----------------------------------------------------------------
       method-id CHECK-TRIAGE-KEYS private.
       procedure division.
           move "N" to triage-eof
           open input triage-file
           if triage-status not = "00"
               goback
           end-if
           perform CHECK-ONE-TRIAGE until triage-eof = "Y"
           close triage-file
           goback.

       CHECK-ONE-TRIAGE.
           read triage-file
               at end
                   move "Y" to triage-eof
                   exit paragraph
           end-read

           if history-is-open
               move tg-history-key to rh-history-key
               read run-history-file
                   invalid key
                       continue
                   not invalid key
                       exit paragraph
               end-read
           end-if

           move 6              to new-kind
           move tg-cycle-id    to new-cycle-id
           move tg-run-date    to new-run-date
           move spaces         to new-environment
           move tg-history-key to new-ref-key
           move spaces         to new-detail
           string "KEY "         delimited by size
                  tg-history-key delimited by size
                  " JOB "        delimited by size
                  tg-job-id      delimited by size
                  " CAUSE "      delimited by size
                  tg-cause-code  delimited by size
               into new-detail
           end-string
           invoke self::ADD-DISCREPANCY.
       end method.

      *----------------------------------------------------------------
      * FIND-HISTORY-BY-STAMP - looks for the run-history record of
      * one submission: positions on the first key at LOOKUP-STAMP
      * and reads forward while the key timestamp still matches (a
      * night plan triggers several cycles in the same second),
      * matching the cycle id and, when one is given, the job id.
      * Returns the record's status and end timestamp.
      *----------------------------------------------------------------
       method-id FIND-HISTORY-BY-STAMP private.
       procedure division.
           set history-match-missing to true
           move spaces to lookup-status
           move spaces to lookup-end-stamp
           if history-not-open
               goback
           end-if

           move lookup-stamp to rh-key-timestamp
           move 0            to rh-key-sequence
           move "N"          to lookup-done
           start run-history-file key not < rh-history-key
               invalid key
                   move "Y" to lookup-done
           end-start
           perform READ-ONE-STAMP-MATCH until lookup-done = "Y"
           goback.

       READ-ONE-STAMP-MATCH.
           read run-history-file next
               at end
                   move "Y" to lookup-done
                   exit paragraph
           end-read
           if rh-key-timestamp not = lookup-stamp
               move "Y" to lookup-done
               exit paragraph
           end-if
           if rh-cycle-id = lookup-cycle-id
               and (lookup-job-id = spaces or rh-job-id = lookup-job-id)
               set history-match-found to true
               move rh-status        to lookup-status
               move rh-end-timestamp to lookup-end-stamp
               move "Y" to lookup-done
           end-if.
       end method.

      *----------------------------------------------------------------
      * ADD-DISCREPANCY - appends the NEW- fields to the discrepancy
      * table as an open entry and counts it under its kind.  Past
      * 200 entries the discrepancy is still counted, and the report
      * says how many could not be listed.
      *----------------------------------------------------------------
       method-id ADD-DISCREPANCY private.
       procedure division.
           add 1 to kind-count(new-kind)
           if disc-count >= 200
               add 1 to disc-overflow
               goback
           end-if
           add 1 to disc-count
           move new-kind        to ds-kind(disc-count)
           move new-cycle-id    to ds-cycle-id(disc-count)
           move new-run-date    to ds-run-date(disc-count)
           move new-environment to ds-environment(disc-count)
           move new-ref-key     to ds-ref-key(disc-count)
           move new-detail      to ds-detail(disc-count)
           set ds-is-open(disc-count) to true
           goback.
       end method.

      *----------------------------------------------------------------
      * SET-KIND-LABELS - the short list tag and the report heading
      * for discrepancy kind KIND-INDEX.
      *----------------------------------------------------------------
       method-id SET-KIND-LABELS private.
       procedure division.
           evaluate kind-index
               when 1
                   move "LOCK    " to kind-tag
                   move "CYCLE LOCKS WITH NO SUBMITTED RUN"
                       to kind-heading
               when 2
                   move "TRIGGER " to kind-tag
                   move "TRIGGERS WITH NO RUN-HISTORY RECORD"
                       to kind-heading
               when 3
                   move "RUNPARM " to kind-tag
                   move "RUN-PARAMETER RECORDS NEVER MARKED USED"
                       to kind-heading
               when 4
                   move "SUBMIT  " to kind-tag
                   move "SUBMIT AUDIT RECORDS WITH NO HISTORY"
                       to kind-heading
               when 5
                   move "RELEASED" to kind-tag
                   move "RELEASED QUEUE ENTRIES WITH NO HISTORY"
                       to kind-heading
               when other
                   move "TRIAGE  " to kind-tag
                   move "TRIAGE RECORDS FOR A MISSING HISTORY KEY"
                       to kind-heading
           end-evaluate
       end method.

      *----------------------------------------------------------------
      * REFRESH-DISCREPANCY-LIST - one list row per table entry in the
      * same order (already grouped by kind), so a clicked row maps
      * straight back to its entry.
      *----------------------------------------------------------------
       method-id REFRESH-DISCREPANCY-LIST private.
       procedure division.
           invoke lst-discrepancies::Items::Clear
           perform LIST-ONE-DISCREPANCY
               varying disc-index from 1 by 1
               until disc-index > disc-count
           goback.

       LIST-ONE-DISCREPANCY.
           move ds-kind(disc-index) to kind-index
           invoke self::SET-KIND-LABELS
           move spaces to list-row-text
           move 1 to list-row-pointer
           string kind-tag                   delimited by size
                  "  "                       delimited by size
                  ds-cycle-id(disc-index)    delimited by size
                  "  "                       delimited by size
                  ds-run-date(disc-index)    delimited by size
                  "  "                       delimited by size
                  ds-environment(disc-index) delimited by size
                  "  "                       delimited by size
                  ds-detail(disc-index)      delimited by size
               into list-row-text
               with pointer list-row-pointer
           end-string
           if ds-was-repaired(disc-index)
               string "  REPAIRED" delimited by size
                   into list-row-text
                   with pointer list-row-pointer
               end-string
           end-if
           invoke lst-discrepancies::Items::Add(list-row-text).
       end method.

      *----------------------------------------------------------------
      * SPOOL-CHECK-REPORT - writes the discrepancy report to the
      * spool, one section per kind with its count (NONE where the
      * kind is clean), and catalogs it on the spool index (type
      * XCHECK, kept 92 days).
      *----------------------------------------------------------------
       method-id SPOOL-CHECK-REPORT private.
       procedure division.
           move "XCHECK  " to spool-report-type
           move 92 to spool-retention-days
           move check-today to run-date
           move spaces to cycle-id
           invoke self::BUILD-SPOOL-FILE-NAME
           open output spool-file
           if spool-status not = "00"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The consistency report could not be spooled. Run the check again once the spool is reachable.")
               goback
           end-if

           move spaces to spool-text
           string "CONTROL-FILE CONSISTENCY CHECK  "
                                      delimited by size
                  current-timestamp   delimited by size
                  "  BY "             delimited by size
                  operator-id         delimited by size
               into spool-text
           end-string
           perform WRITE-SPOOL-TEXT
           if history-not-open
               move "RUN HISTORY COULD NOT BE OPENED - EVERY SUBMISSION IS REPORTED AS HAVING NO HISTORY."
                   to spool-text
               perform WRITE-SPOOL-TEXT
           end-if

           perform SPOOL-ONE-KIND
               varying kind-index from 1 by 1
               until kind-index > 6

           move spaces to spool-text
           perform WRITE-SPOOL-TEXT
           add disc-count disc-overflow giving count-display
           move spaces to spool-text
           string "DISCREPANCIES FOUND: " delimited by size
                  count-display           delimited by size
               into spool-text
           end-string
           perform WRITE-SPOOL-TEXT
           if disc-overflow > 0
               move disc-overflow to count-display
               move spaces to spool-text
               string "NOT LISTED (TABLE FULL): " delimited by size
                      count-display               delimited by size
                   into spool-text
               end-string
               perform WRITE-SPOOL-TEXT
           end-if

           close spool-file
           invoke self::WRITE-SPOOL-INDEX-RECORD
           goback.

       SPOOL-ONE-KIND.
           invoke self::SET-KIND-LABELS
           move spaces to spool-text
           perform WRITE-SPOOL-TEXT
           move kind-count(kind-index) to count-display
           move spaces to spool-text
           string kind-heading  delimited by size
                  " ("          delimited by size
                  count-display delimited by size
                  ")"           delimited by size
               into spool-text
           end-string
           perform WRITE-SPOOL-TEXT
           if kind-count(kind-index) = 0
               move "  NONE" to spool-text
               perform WRITE-SPOOL-TEXT
           else
               perform SPOOL-ONE-DISCREPANCY
                   varying disc-index from 1 by 1
                   until disc-index > disc-count
           end-if.

       SPOOL-ONE-DISCREPANCY.
           if ds-kind(disc-index) not = kind-index
               exit paragraph
           end-if
           move spaces to spool-text
           string "  "                       delimited by size
                  ds-cycle-id(disc-index)    delimited by size
                  "  "                       delimited by size
                  ds-run-date(disc-index)    delimited by size
                  "  "                       delimited by size
                  ds-environment(disc-index) delimited by size
                  "  "                       delimited by size
                  ds-detail(disc-index)      delimited by size
               into spool-text
           end-string
           perform WRITE-SPOOL-TEXT.

       WRITE-SPOOL-TEXT.
           move spool-text to spool-line-record
           write spool-line-record.
       end method.

      *----------------------------------------------------------------
      * GET-SELECTED-DISCREPANCY - resolves the list selection into
      * SELECTED-DISC (0 when nothing usable is selected).
      *----------------------------------------------------------------
       method-id GET-SELECTED-DISCREPANCY private.
       procedure division.
           move 0 to selected-disc
           invoke lst-discrepancies::get_SelectedIndex returning sel-index
           if sel-index >= 0 and sel-index < disc-count
               move sel-index to selected-disc
               add 1 to selected-disc
           end-if
       end method.

      *----------------------------------------------------------------
      * Btn-Repair-Click - repairs the selected discrepancy where that
      * is safe: an orphan cycle lock is cleared, a dead
      * run-parameter record is expired.  The operator must be
      * authorized for the discrepancy's environment, and each repair
      * is re-checked against the files as they are now (the picture
      * may have moved on since the check ran) before anything is
      * touched.  The repair is audited.
      *----------------------------------------------------------------
       method-id Btn-Repair-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::GET-SELECTED-DISCREPANCY
           if selected-disc = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Select the discrepancy to repair from the list.")
               goback
           end-if

           if ds-was-repaired(selected-disc)
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That discrepancy has already been repaired.")
               goback
           end-if

           if ds-kind(selected-disc) not = 1
               and ds-kind(selected-disc) not = 3
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Only an orphan cycle lock or a dead run-parameter record can be repaired from here. Investigate this discrepancy by hand.")
               goback
           end-if

           move ds-cycle-id(selected-disc)    to cycle-id
           move ds-run-date(selected-disc)    to run-date
           move ds-environment(selected-disc) to environment-code

           move spaces to message-text
           if ds-kind(selected-disc) = 1
               string "Clear the cycle lock for "  delimited by size
                      cycle-id                     delimited by size
                      "?"                          delimited by size
                   into message-text
               end-string
           else
               string "Expire the unused run-parameter record for "
                                                   delimited by size
                      cycle-id                     delimited by size
                      " submitted "                delimited by size
                      ds-ref-key(selected-disc)(9:14)
                                                   delimited by size
                      "?"                          delimited by size
                   into message-text
               end-string
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(
               message-text,
               "Consistency Repair",
               type System.Windows.Forms.MessageBoxButtons::YesNo)
               returning repair-prompt-result
           if repair-prompt-result not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           invoke self::STAMP-CONTEXT

           invoke self::CHECK-OPERATOR-AUTHORITY using operator-id
           if operator-is-not-authorized
               move spaces to message-text
               string "Operator "        delimited by size
                      operator-id        delimited by size
                      " is not authorized for environment "
                                         delimited by size
                      environment-code   delimited by size
                      ". Repair refused." delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           if ds-kind(selected-disc) = 1
               invoke self::REPAIR-ORPHAN-LOCK
           else
               invoke self::REPAIR-DEAD-RUNPARM
           end-if

           if repair-was-refused
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           set ds-was-repaired(selected-disc) to true
           if ds-kind(selected-disc) = 1
               invoke self::WRITE-AUDIT-RECORD using "XLOCKCLR"
           else
               invoke self::WRITE-AUDIT-RECORD using "XPRMEXP "
           end-if
           invoke self::REFRESH-DISCREPANCY-LIST
           invoke type System.Windows.Forms.MessageBox::Show(message-text)
       end method.

      *----------------------------------------------------------------
      * REPAIR-ORPHAN-LOCK - re-confirms that the cycle still has no
      * SUBMITTED run and no interrupted submission before deleting
      * its lock file, since a submission may have gone in since the
      * check ran.
      *----------------------------------------------------------------
       method-id REPAIR-ORPHAN-LOCK private.
       procedure division.
           set repair-was-refused to true
           invoke self::LOAD-CANDIDATE-CYCLES
           invoke self::ADD-CANDIDATE using cycle-id

           move spaces to message-text
           if cand-match > 0
               if cn-submitted(cand-match) = "Y"
                   string "Cycle "     delimited by size
                          cycle-id     delimited by size
                          " now has a submitted run in flight - its lock is in use. Nothing was cleared."
                                       delimited by size
                       into message-text
                   end-string
                   goback
               end-if
           end-if
           if cycle-id = inflight-cycle-id
               string "Cycle "     delimited by size
                      cycle-id     delimited by size
                      " has an interrupted submission waiting on the panel - resume or cancel it there. Nothing was cleared."
                                   delimited by size
                   into message-text
               end-string
               goback
           end-if

           move spaces to lock-file-name
           string "LOCK"   delimited by size
                  cycle-id delimited by size
                  ".LCK"   delimited by size
               into lock-file-name
           end-string
           open input cycle-lock-file
           if lock-file-status not = "00"
               string "The lock for cycle " delimited by size
                      cycle-id              delimited by size
                      " is already gone."   delimited by size
                   into message-text
               end-string
               goback
           end-if
           close cycle-lock-file

           delete file cycle-lock-file
           set repair-was-made to true
           string "Cycle lock for "     delimited by size
                  cycle-id              delimited by size
                  " cleared."           delimited by size
               into message-text
           end-string
       end method.

      *----------------------------------------------------------------
      * REPAIR-DEAD-RUNPARM - marks the run-parameter record expired
      * (RUNPARM-WAS-EXPIRED) in place, provided the batch stream
      * still has not marked it used.  The record itself is kept for
      * the trail.
      *----------------------------------------------------------------
       method-id REPAIR-DEAD-RUNPARM private.
       procedure division.
           set repair-was-refused to true
           move spaces to message-text

           open i-o runparm-file
           if runparm-status not = "00"
               move "The run-parameter queue could not be opened for update. Nothing was expired."
                   to message-text
               goback
           end-if

           move ds-ref-key(selected-disc) to runparm-key
           read runparm-file
               invalid key
                   move "The run-parameter record is no longer on the queue. Nothing was expired."
                       to message-text
           end-read
           if message-text = spaces
               if runparm-not-yet-used
                   set runparm-was-expired to true
                   rewrite runparm-record
                       invalid key
                           move "The run-parameter record could not be rewritten. Nothing was expired."
                               to message-text
                   end-rewrite
               else
                   move "The run-parameter record is no longer waiting to be used. Nothing was expired."
                       to message-text
               end-if
           end-if
           close runparm-file

           if message-text = spaces
               set repair-was-made to true
               string "Run-parameter record for " delimited by size
                      cycle-id                    delimited by size
                      " expired."                 delimited by size
                   into message-text
               end-string
           end-if
       end method.

      *----------------------------------------------------------------
      * CHECK-OPERATOR-AUTHORITY - confirms the given operator id
      * holds an unexpired authorization record for
      * ENVIRONMENT-CODE.  A lock whose cycle has never run has no
      * known environment; clearing it then needs an operator
      * authorized for any environment.
      *----------------------------------------------------------------
       method-id CHECK-OPERATOR-AUTHORITY private.
       procedure division using by value p-operator-id as pic x(08).
           set operator-is-not-authorized to true
           move p-operator-id to auth-check-id
           accept auth-check-date from date yyyymmdd
           move "N" to opauth-eof

           open input operator-auth-file
           if opauth-status not = "00"
               goback
           end-if
           perform CHECK-ONE-AUTH-RECORD
               until opauth-eof = "Y" or operator-is-authorized
           close operator-auth-file
           goback.

       CHECK-ONE-AUTH-RECORD.
           read operator-auth-file
               at end
                   move "Y" to opauth-eof
               not at end
                   if oa-operator-id = auth-check-id
                       and (oa-environment-code = environment-code
                           or environment-code = spaces)
                       and (oa-expiry-date = spaces
                           or oa-expiry-date not < auth-check-date)
                       set operator-is-authorized to true
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * STAMP-CONTEXT - captures the operator id, workstation id and
      * current timestamp for the report, the spool index and the
      * audit records.
      *----------------------------------------------------------------
       method-id STAMP-CONTEXT private.
       procedure division.
           invoke type System.Environment::get_UserName    returning operator-id
           invoke type System.Environment::get_MachineName returning workstation-id
           accept current-timestamp from date yyyymmdd
           accept current-timestamp(9:6) from time
       end method.

      *----------------------------------------------------------------
      * WRITE-AUDIT-RECORD - appends one timestamped audit record to
      * AUDIT-LOG-FILE for the given repair action, carrying the
      * repaired cycle's run date, cycle id and environment.
      *----------------------------------------------------------------
       method-id WRITE-AUDIT-RECORD private.
       procedure division using by value audit-action-code as pic x(08).
           move operator-id       to audit-operator-id
           move workstation-id    to audit-workstation-id
           move current-timestamp to audit-timestamp
           move audit-action-code to audit-action
           move run-date          to audit-run-date
           move cycle-id          to audit-cycle-id
           move environment-code  to audit-environment

           open extend audit-log-file
           if audit-log-status = "35"
               open output audit-log-file
           end-if

           write audit-log-record
           close audit-log-file
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
