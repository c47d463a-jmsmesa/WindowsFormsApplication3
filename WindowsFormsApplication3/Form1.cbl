               organization line sequential
               file status is parmset-status.

           select rc-rule-file assign to "RCRULES.DAT"
               organization line sequential
               file status is rcrule-status.

           select pending-change-file assign to "PENDCHG.DAT"
               organization line sequential
               file status is pending-change-status.

           select incident-file assign to "INCIDENT.DAT"
               organization line sequential
               file status is incident-status.

           select triage-file assign to "TRIAGE.DAT"
               organization line sequential
               file status is triage-status.

           select run-parmset-file assign to "RUNPSET.DAT"
               organization line sequential
               file status is run-parmset-status.

       data division.
       file section.
       fd  runparm-file.
       fd  parmset-file.
           copy "PARMSET.CPY".

       fd  rc-rule-file.
           copy "RCRULE.CPY".

       fd  pending-change-file.
           copy "PENDCHG.CPY".

       fd  incident-file.
           copy "INCIDENT.CPY".

       fd  triage-file.
           copy "TRIAGE.CPY".

       fd  run-parmset-file.
           copy "RUNPSET.CPY".

      *----------------------------------------------------------------
      * Run-parameter entry panel.  Operator keys the nightly cycle's
      * run date, cycle id and target environment here before the
       01 audit-trail-form    object.
       01 mnu-failure-triage  object.
       01 failure-triage-form object.
       01 mnu-downstream-impact  object.
       01 downstream-impact-form object.
       01 mnu-maintenance     object.
       01 mnu-blackout-maint  object.
       01 mnu-calendar-maint  object.
       01 lock-acquired-switch pic x.
           88 lock-was-acquired   value "Y".
           88 lock-was-denied     value "N".
       01 message-text         pic x(320).
       01 restart-cycle-id     pic x(08).
       01 inflight-status      pic xx.
       01 resume-prompt-result type System.Windows.Forms.DialogResult.
               10 ec-code-tbl   pic x(04).
               10 ec-name-tbl   pic x(20).
               10 ec-prod-tbl   pic x(01).
               10 ec-promote-tbl pic x(04).

       01 environment-switch    pic x.
           88 environment-code-is-valid    value "Y".
       01 opauth-status         pic xx.
       01 opauth-eof            pic x.
       01 auth-check-id         pic x(08).
       01 auth-check-date       pic x(08).
       01 authority-switch      pic x.
           88 operator-is-authorized      value "Y".
           88 operator-is-not-authorized  value "N".
       01 feed-unmatched-display pic 9(04).
       01 resolved-status        pic x(08).

      *----------------------------------------------------------------
      * return-code rules, loaded once per feed pass.  The entry with
      * a blank cycle id is the default rule.
      *----------------------------------------------------------------
       01 rcrule-status          pic xx.
       01 rcrule-eof             pic x.
       01 rc-rule-count          pic 9(04) comp value 0.
       01 rc-rule-index          pic 9(04) comp value 0.
       01 rc-rule-match          pic 9(04) comp value 0.
       01 rc-code-slot           pic 9(04) comp value 0.
       01 rc-lookup-cycle-id     pic x(08).
       01 mnu-rcrule-maint       object.
       01 rcrule-maint-form      object.
       01 mnu-consistency-check  object.
       01 consistency-check-form object.
       01 mnu-shift-handover     object.
       01 shift-handover-form    object.
       01 mnu-change-approval    object.
       01 change-approval-form   object.
       01 mnu-promotion-status   object.
       01 promotion-status-form  object.
       01 mnu-operator-access    object.
       01 operator-access-form   object.
       01 rc-rule-table.
           05 rc-rule-entry occurs 50 times.
               10 rct-cycle-id       pic x(08).
               10 rct-success-code   pic x(04) occurs 10 times.
               10 rct-warning-code   pic x(04) occurs 10 times.
               10 rct-failure-code   pic x(04) occurs 10 times.

       01 oncall-status          pic xx.
       01 oncall-eof             pic x.
       01 notify-status          pic xx.
       01 notify-environment     pic x(04).
       01 notify-job-id          pic x(12).
       01 notify-return-code     pic x(04).
       01 incident-status        pic xx.
       01 incident-history-key   pic x(16).

       01 busdate-status         pic xx.
       01 busdate-eof            pic x.
           88 override-was-granted    value "Y".
           88 override-was-refused    value "N".

      *----------------------------------------------------------------
      * production promotion gate.  A production environment naming
      * a promote-from environment on ENVCFG takes a cycle only once
      * run history shows a COMPLETED run of it there with the same
      * parameter-set record (set name on each run's RUNPARM record,
      * effective date on its RUNPSET record) since that record's
      * last approved change on PENDCHG.DAT.  Plan and staged cycles
      * run with no named set, so NO-PARMSET-NAME is what they pass.
      *----------------------------------------------------------------
       01 pending-change-status  pic xx.
       01 pending-change-eof     pic x.
       01 no-parmset-name        pic x(08) value spaces.
       01 promote-from-env       pic x(04).
       01 promote-set-name       pic x(08).
       01 promote-set-effective  pic x(08).
       01 promote-changed-stamp  pic x(14).
       01 promote-cleared-stamp  pic x(14).
       01 promote-runparm-switch pic x.
           88 promote-runparm-open    value "Y".
           88 promote-runparm-closed  value "N".
       01 run-parmset-status     pic xx.
       01 run-parmset-eof        pic x.
       01 run-set-effective      pic x(08).
       01 promotion-switch       pic x.
           88 promotion-is-cleared    value "Y".
           88 promotion-is-blocked    value "N".
       01 promotion-check-switch pic x.
           88 promotion-accepted      value "Y".
           88 promotion-refused       value "N".

       01 btn-close-date         object.
       01 closedate-prompt-result type System.Windows.Forms.DialogResult.
       01 close-incomplete-count pic 9(04) comp value 0.
       01 close-incomplete-display pic 9(04).
       01 triage-status          pic xx.
       01 triage-eof             pic x.
       01 close-ticket-count     pic 9(04) comp value 0.
       01 close-ticket-display   pic 9(04).
       01 close-first-ticket     pic x(12).
       01 close-history-switch   pic x.
           88 close-history-open      value "Y".
           88 close-history-closed    value "N".
       01 ticket-env-switch      pic x.
           88 ticket-env-matches      value "Y".
           88 ticket-env-differs      value "N".
       01 close-cal-count        pic 9(04) comp value 0.
       01 close-cal-index        pic 9(04) comp value 0.
       01 close-cal-table.
      * RELQUEUE.DAT and loaded into RELQ-TABLE whenever it is staged,
      * viewed or polled; RELEASE-TIMER polls it once a minute and
      * drops the trigger for every queued cycle whose planned start
      * has arrived and whose predecessors have all completed.
      *----------------------------------------------------------------
       01 relqueue-status        pic xx.
       01 relqueue-eof           pic x.
               10 rlt-cycle-id       pic x(08).
               10 rlt-run-date       pic x(08).
               10 rlt-environment    pic x(04).
               10 rlt-predecessor-list.
                   15 rlt-predecessor    pic x(08) occurs 5 times.
               10 rlt-planned-start  pic x(04).
               10 rlt-state          pic x(01).
               10 rlt-staged-stamp   pic x(14).
       01 staged-display         pic 9(04).
       01 staged-dropped-count   pic 9(04) comp value 0.
       01 staged-dropped-display pic 9(04).
       01 staged-notdue-count    pic 9(04) comp value 0.
       01 staged-notdue-display  pic 9(04).
       01 staged-gated-count     pic 9(04) comp value 0.
       01 staged-gated-display   pic 9(04).
       01 staged-first-index     pic 9(04) comp value 0.
       01 notdue-index           pic 9(04) comp value 0.
       01 notdue-table.
           05 notdue-cycle-id occurs 50 times pic x(08).
       01 release-due-stamp      pic x(14).
       01 release-now-stamp      pic x(14).
       01 release-changed-switch pic x.
       01 pred-complete-switch   pic x.
           88 predecessor-has-completed   value "Y".
           88 predecessor-still-pending   value "N".
       01 pred-slot              pic 9(04) comp value 0.
       01 pred-done-table.
           05 pred-done          pic x occurs 5 times.
       01 btn-stage-plan         object.
       01 stageplan-prompt-result type System.Windows.Forms.DialogResult.
       01 mnu-staged-plan        object.
       01 nightplan-prompt-result type System.Windows.Forms.DialogResult.
       01 cyclcal-status         pic xx.
       01 cyclcal-eof            pic x.
       01 trigger-predecessor-list.
           05 trigger-predecessor-id pic x(08) occurs 5 times.
       01 plan-count             pic 9(04) comp value 0.
       01 plan-index             pic 9(04) comp value 0.
       01 plan-pred-index        pic 9(04) comp value 0.
       01 plan-locked-count      pic 9(04) comp value 0.
       01 plan-unresolved-count  pic 9(04) comp value 0.
       01 plan-notready-count    pic 9(04) comp value 0.
       01 plan-notdue-count      pic 9(04) comp value 0.
       01 plan-gated-count       pic 9(04) comp value 0.
       01 plan-submitted-display pic 9(04).
       01 plan-locked-display    pic 9(04).
       01 plan-unresolved-display pic 9(04).
       01 plan-notready-display  pic 9(04).
       01 plan-notdue-display    pic 9(04).
       01 plan-gated-display     pic 9(04).
       01 plan-progress-switch   pic x.
           88 plan-pass-progressed    value "Y".
           88 plan-pass-stalled       value "N".
       01 plan-table.
           05 plan-entry occurs 50 times.
               10 pl-cycle-id        pic x(08).
               10 pl-predecessor-list.
                   15 pl-predecessor-id  pic x(08) occurs 5 times.
               10 pl-state           pic x.
                   88 pl-is-pending      value " ".
                   88 pl-was-submitted   value "S".
                   88 pl-was-locked      value "L".
                   88 pl-was-unresolved  value "U".
                   88 pl-was-not-ready   value "R".
                   88 pl-is-not-due      value "N".
                   88 pl-was-gated       value "G".

      *----------------------------------------------------------------
      * pre-flight work areas.  The dry run orders the night plan in
      * PLAN-TABLE by its predecessors, keeps each cycle's verdict in
      * PREFLIGHT-RESULT-TABLE (same subscript) and builds its report
      * in PREFLIGHT-LINE-TABLE; the spooled report is the only thing
      * it writes.
      *----------------------------------------------------------------
       01 btn-preflight          object.
       01 preflight-today        pic x(08).
       01 preflight-text         pic x(100).
       01 preflight-line-count   pic 9(04) comp value 0.
       01 preflight-line-index   pic 9(04) comp value 0.
       01 preflight-line-table.
           05 preflight-line occurs 500 times pic x(100).
       01 preflight-order-count  pic 9(04) comp value 0.
       01 preflight-order-index  pic 9(04) comp value 0.
       01 preflight-order-table.
           05 preflight-order    pic 9(04) comp occurs 50 times.
       01 preflight-result-table.
           05 pft-result         pic x occurs 50 times.
       01 preflight-reason       pic x(80).
       01 preflight-reason-count pic 9(04) comp value 0.
       01 preflight-reason-index pic 9(04) comp value 0.
       01 preflight-reason-table.
           05 preflight-reason-entry occurs 12 times pic x(80).
       01 preflight-lock-by      pic x(08).
       01 preflight-lock-stamp   pic x(14).
       01 preflight-seq          pic 9(04) comp value 0.
       01 preflight-seq-display  pic zzz9.
       01 preflight-ready-count  pic 9(04) comp value 0.
       01 preflight-refused-count pic 9(04) comp value 0.
       01 preflight-notdue-count pic 9(04) comp value 0.
       01 preflight-ready-display pic 9(04).
       01 preflight-refused-display pic 9(04).
       01 preflight-notdue-display pic 9(04).
       01 preflight-plan-switch  pic x.
           88 preflight-plan-clear    value "Y".
           88 preflight-plan-refused  value "N".

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

       01 temp-point             object.
       01 temp-size              object.
           move "Stage Night Plan" to btn-stage-plan::Text
           invoke btn-stage-plan::set_Name("btnStagePlan")

           invoke type System.Windows.Forms.Button::new returning btn-preflight
           invoke type System.Drawing.Point::new(330, 190) returning temp-point
           invoke btn-preflight::set_Location(temp-point)
           invoke type System.Drawing.Size::new(110, 25) returning temp-size
           invoke btn-preflight::set_Size(temp-size)
           move "Pre-flight Check" to btn-preflight::Text
           invoke btn-preflight::set_Name("btnPreflight")

           invoke type System.Windows.Forms.MenuStrip::new returning mnu-strip
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Job History")
               returning mnu-job-history
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Failure Triage")
               returning mnu-failure-triage
           invoke mnu-strip::Items::Add(mnu-failure-triage)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Downstream Impact")
               returning mnu-downstream-impact
           invoke mnu-strip::Items::Add(mnu-downstream-impact)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Staged Plan")
               returning mnu-staged-plan
           invoke mnu-strip::Items::Add(mnu-staged-plan)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Report Spool")
               returning mnu-report-spool
           invoke mnu-strip::Items::Add(mnu-report-spool)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Consistency Check")
               returning mnu-consistency-check
           invoke mnu-strip::Items::Add(mnu-consistency-check)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Shift Handover")
               returning mnu-shift-handover
           invoke mnu-strip::Items::Add(mnu-shift-handover)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Promotion Status")
               returning mnu-promotion-status
           invoke mnu-strip::Items::Add(mnu-promotion-status)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Maintenance")
               returning mnu-maintenance
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Blackout Calendar")
           invoke mnu-maintenance::DropDownItems::Add(mnu-blackout-maint)
           invoke mnu-maintenance::DropDownItems::Add(mnu-calendar-maint)
           invoke mnu-maintenance::DropDownItems::Add(mnu-envlist-maint)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Return Code Rules")
               returning mnu-rcrule-maint
           invoke mnu-maintenance::DropDownItems::Add(mnu-parmset-maint)
           invoke mnu-maintenance::DropDownItems::Add(mnu-rcrule-maint)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Change Approval")
               returning mnu-change-approval
           invoke mnu-maintenance::DropDownItems::Add(mnu-change-approval)
           invoke type System.Windows.Forms.ToolStripMenuItem::new("Operator Access")
               returning mnu-operator-access
           invoke mnu-maintenance::DropDownItems::Add(mnu-operator-access)
           invoke mnu-strip::Items::Add(mnu-maintenance)

           invoke self::Controls::Add(lbl-run-date)
           invoke self::Controls::Add(btn-cancel-cycle)
           invoke self::Controls::Add(btn-close-date)
           invoke self::Controls::Add(btn-stage-plan)
           invoke self::Controls::Add(btn-preflight)
           invoke self::Controls::Add(mnu-strip)
           invoke self::set_MainMenuStrip(mnu-strip)

           add handler btn-cancel-cycle::Click to Btn-Cancel-Cycle-Click
           add handler btn-close-date::Click to Btn-Close-Date-Click
           add handler btn-stage-plan::Click to Btn-Stage-Plan-Click
           add handler btn-preflight::Click to Btn-Preflight-Click
           add handler mnu-staged-plan::Click to Mnu-Staged-Plan-Click
           add handler mnu-report-spool::Click to Mnu-Report-Spool-Click
           add handler mnu-consistency-check::Click
               to Mnu-Consistency-Check-Click
           add handler mnu-shift-handover::Click
               to Mnu-Shift-Handover-Click
           add handler mnu-change-approval::Click
               to Mnu-Change-Approval-Click
           add handler mnu-promotion-status::Click
               to Mnu-Promotion-Status-Click
           add handler mnu-operator-access::Click
               to Mnu-Operator-Access-Click

      *    the release timer is what lets a staged plan go out with
      *    no operator present - it polls the release queue once a
           add handler mnu-job-history::Click to Mnu-Job-History-Click
           add handler mnu-audit-trail::Click to Mnu-Audit-Trail-Click
           add handler mnu-failure-triage::Click to Mnu-Failure-Triage-Click
           add handler mnu-downstream-impact::Click
               to Mnu-Downstream-Impact-Click
           add handler mnu-blackout-maint::Click to Mnu-Blackout-Maint-Click
           add handler mnu-calendar-maint::Click to Mnu-Calendar-Maint-Click
           add handler mnu-envlist-maint::Click to Mnu-Envlist-Maint-Click
           add handler mnu-parmset-maint::Click to Mnu-Parmset-Maint-Click
           add handler mnu-rcrule-maint::Click to Mnu-Rcrule-Maint-Click

           invoke self::ResumeLayout.
       end method.
      * submission's timestamp, so every submission in a back-to-back
      * night plan keeps its own parameters for the batch stream to
      * consume.  The record is written unused; the batch stream
      * marks it used when it picks it up.  A submission with a named
      * set also gets its RUNPSET record, naming the effective date of
      * the set record its options came from.
      *----------------------------------------------------------------
       method-id WRITE-RUN-PARAMETER-RECORD private.
       procedure division.
                   invalid key
                       invoke type System.Windows.Forms.MessageBox::Show(
                           "The run-parameter record for this submission could not be queued (duplicate parameter key).")
                   not invalid key
                       if selected-parmset-name not = spaces
                           invoke self::WRITE-RUN-PARMSET-RECORD
                       end-if
               end-write
               close runparm-file
           else
           end-if
       end method.

      *----------------------------------------------------------------
      * WRITE-RUN-PARMSET-RECORD - appends the RUNPSET record for the
      * submission just queued: its cycle id and submit timestamp,
      * the chosen set name and the effective date of the set record
      * its options were resolved from.
      *----------------------------------------------------------------
       method-id WRITE-RUN-PARMSET-RECORD private.
       procedure division.
           move cycle-id              to rp-cycle-id
           move current-timestamp     to rp-submit-timestamp
           move selected-parmset-name to rp-parmset-name
           move resolved-effective    to rp-parmset-effective

           open extend run-parmset-file
           if run-parmset-status = "35"
               open output run-parmset-file
           end-if

           write run-parmset-record
           close run-parmset-file
       end method.

      *----------------------------------------------------------------
      * RECOVER-RUNPARM-QUEUE - moves a legacy line-sequential
      * RUNPARM.DAT aside (RUNPARM.OLD) so the indexed queue can be
           set override-was-granted to true
       end method.

      *----------------------------------------------------------------
      * EVALUATE-PROMOTION-GATE - decides, without prompting, whether
      * CYCLE-ID is cleared to run in the production environment on the
      * panel with the given parameter-set record.  An environment that
      * is not production, or names no promote-from environment, is
      * always cleared.  Otherwise run history is read from the set
      * record's last approved change onward (from the start when the
      * record has never been changed through approval, or when no set
      * is named) for a COMPLETED run of the cycle in the promote-from
      * environment whose RUNPARM record carries the same set name and
      * whose RUNPSET record the same effective date.  A run with no
      * RUNPARM record predates the parameter queue and ran with no
      * named set.  WARNING, FAILED and ABENDED runs do not clear.
      * PROMOTE-CLEARED-STAMP is the clearing run's start.
      *----------------------------------------------------------------
       method-id EVALUATE-PROMOTION-GATE private.
       procedure division using by value p-set-name as pic x(08)
                                         p-set-effective as pic x(08).
           set promotion-is-cleared to true
           move spaces to promote-from-env
           move spaces to promote-changed-stamp
           move spaces to promote-cleared-stamp
           move p-set-name      to promote-set-name
           move p-set-effective to promote-set-effective

           if env-selected-index = 0
               goback
           end-if
           if ec-prod-tbl(env-selected-index) not = "Y"
               or ec-promote-tbl(env-selected-index) = spaces
               goback
           end-if

           move ec-promote-tbl(env-selected-index) to promote-from-env
           set promotion-is-blocked to true

           if promote-set-name not = spaces
               move "N" to pending-change-eof
               open input pending-change-file
               if pending-change-status = "00"
                   perform FIND-SET-CHANGE-STAMP
                       until pending-change-eof = "Y"
                   close pending-change-file
               end-if
           end-if

           move "N" to history-scan-eof
           open input run-history-file
           if runhist-status not = "00"
               goback
           end-if

           set promote-runparm-closed to true
           open input runparm-file
           if runparm-status = "00"
               set promote-runparm-open to true
           end-if

           move low-values to rh-history-key
           if promote-changed-stamp not = spaces
               move promote-changed-stamp to rh-key-timestamp
               move 0 to rh-key-sequence
           end-if
           start run-history-file key not < rh-history-key
               invalid key
                   move "Y" to history-scan-eof
           end-start
           perform CHECK-ONE-LOWER-RUN
               until history-scan-eof = "Y" or promotion-is-cleared

           if promote-runparm-open
               close runparm-file
           end-if
           close run-history-file
           goback.

       FIND-SET-CHANGE-STAMP.
           read pending-change-file
               at end
                   move "Y" to pending-change-eof
               not at end
                   if pc-for-parmset and pc-was-approved
                       and pc-record-key(1:8) = promote-set-name
                       and pc-record-key(9:8) = promote-set-effective
                       and pc-decided-timestamp > promote-changed-stamp
                       move pc-decided-timestamp
                           to promote-changed-stamp
                   end-if
           end-read.

       CHECK-ONE-LOWER-RUN.
           read run-history-file next
               at end
                   move "Y" to history-scan-eof
               not at end
                   if rh-cycle-id = cycle-id
                       and rh-environment = promote-from-env
                       and rh-status = "COMPLETED"
                       perform MATCH-LOWER-RUN-PARAMETERS
                   end-if
           end-read.

       MATCH-LOWER-RUN-PARAMETERS.
           move spaces to runparm-record
           if promote-runparm-open
               move rh-cycle-id        to runparm-cycle-id
               move rh-start-timestamp to runparm-submit-timestamp
               read runparm-file
                   invalid key
                       move spaces to runparm-record
               end-read
           end-if
           if runparm-parmset-name not = promote-set-name
               exit paragraph
           end-if
           if promote-set-name not = spaces
               perform FIND-RUN-SET-EFFECTIVE
               if run-set-effective not = promote-set-effective
                   exit paragraph
               end-if
           end-if
           set promotion-is-cleared to true
           move rh-start-timestamp to promote-cleared-stamp.

       FIND-RUN-SET-EFFECTIVE.
           move spaces to run-set-effective
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
                       move rp-parmset-effective to run-set-effective
                       move "Y" to run-parmset-eof
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * CHECK-PROMOTION-GATE - refuses a production submission of
      * CYCLE-ID that EVALUATE-PROMOTION-GATE does not clear, unless a
      * supervisor - a second operator authorized for the
      * environment - countersigns an override, audited PROMOVRD the
      * way the business-date override is audited DTOVRIDE.
      *----------------------------------------------------------------
       method-id CHECK-PROMOTION-GATE private.
       procedure division using by value p-set-name as pic x(08)
                                         p-set-effective as pic x(08).
           set promotion-accepted to true

           invoke self::EVALUATE-PROMOTION-GATE
               using p-set-name p-set-effective
           if promotion-is-cleared
               goback
           end-if

           set promotion-refused to true
           move spaces to message-text
           if promote-set-name = spaces
               string "Cycle "                 delimited by size
                      cycle-id                 delimited by space
                      " has no COMPLETED run (with no parameter set) in "
                                               delimited by size
                      promote-from-env         delimited by space
                      ", which must run it before production "
                                               delimited by size
                      environment-code         delimited by space
                      ". A supervisor may countersign to override."
                                               delimited by size
                   into message-text
               end-string
           else
               string "Cycle "                 delimited by size
                      cycle-id                 delimited by space
                      " has no COMPLETED run in "
                                               delimited by size
                      promote-from-env         delimited by space
                      " with parameter set "   delimited by size
                      promote-set-name         delimited by space
                      " (in force from "       delimited by size
                      promote-set-effective    delimited by size
                      ") since that record last changed, so it may not go to production "
                                               delimited by size
                      environment-code         delimited by space
                      ". A supervisor may countersign to override."
                                               delimited by size
                   into message-text
               end-string
           end-if
           invoke type System.Windows.Forms.MessageBox::Show(message-text)

           invoke self::OBTAIN-PROMOTION-OVERRIDE
           if override-was-granted
               invoke self::WRITE-AUDIT-RECORD using "PROMOVRD"
               set promotion-accepted to true
           end-if
       end method.

      *----------------------------------------------------------------
      * OBTAIN-PROMOTION-OVERRIDE - collects a second operator's id on
      * the countersign dialog and grants the promotion override only
      * when that id is a different operator who is themselves
      * authorized for the environment, as OBTAIN-DATE-OVERRIDE does
      * for the business date.
      *----------------------------------------------------------------
       method-id OBTAIN-PROMOTION-OVERRIDE private.
       procedure division.
           set override-was-refused to true

           invoke type WindowsFormsApplication3.Form7::new
               returning override-form
           invoke override-form::ShowDialog returning override-result

           if override-result not = type System.Windows.Forms.DialogResult::OK
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Submission refused - the unproven production run was not countersigned.")
               goback
           end-if

           invoke override-form::GET-COUNTERSIGN-ID returning override-id

           if override-id = spaces or override-id = operator-id
               invoke type System.Windows.Forms.MessageBox::Show(
                   "A promotion override must be countersigned by a different operator. Submission refused.")
               goback
           end-if

           invoke self::CHECK-OPERATOR-AUTHORITY using override-id
           if operator-is-not-authorized
               move spaces to message-text
               string "Operator "         delimited by size
                      override-id         delimited by size
                      " is not authorized for environment "
                                          delimited by size
                      environment-code    delimited by size
                      ". Submission refused."
                                          delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           set override-was-granted to true
       end method.

      *----------------------------------------------------------------
      * NEXT-CALENDAR-DATE - advances NEXT-DATE-WORK by one calendar
      * day, month and year boundaries and leap Februaries included
      *----------------------------------------------------------------
      * Btn-Close-Date-Click - rolls the open business date for the
      * environment on the panel forward one calendar day, but only
      * after every calendar cycle shows COMPLETED (or WARNING, a
      * completion with a warning return code) for the open date in
      * the run history - the end-of-night control the auditors ask
      * for.  A failure for the date whose service desk ticket is
      * still open is warned about before the confirmation, but does
      * not stop the close.  The close is audited DATECLOS with the
      * date that was closed.
      *----------------------------------------------------------------
       method-id Btn-Close-Date-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
                                          delimited by size
                      close-incomplete-display
                                          delimited by size
                      " calendar cycle(s) are not complete for it."
                                          delimited by size
                   into message-text
               end-string
               goback
           end-if

      *    an open service desk ticket does not stop the close - the
      *    cycles are complete - but the operator closing the date is
      *    told before confirming.
           invoke self::COUNT-OPEN-INCIDENT-TICKETS
           if close-ticket-count > 0
               move close-ticket-count to close-ticket-display
               move spaces to message-text
               string "Warning: "         delimited by size
                      close-ticket-display
                                          delimited by size
                      " failure(s) for business date "
                                          delimited by size
                      open-business-date  delimited by size
                      " in "              delimited by size
                      environment-code    delimited by size
                      " still have an open incident ticket (first: "
                                          delimited by size
                      close-first-ticket  delimited by space
                      ")."                delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
           end-if

           move spaces to message-text
           string "Close business date " delimited by size
                  open-business-date     delimited by size

      *----------------------------------------------------------------
      * COUNT-INCOMPLETE-CALENDAR-CYCLES - counts the calendar cycles
      * with no COMPLETED or WARNING run-history record for
      * OPEN-BUSINESS-DATE in the panel's environment.  A cycle whose
      * run rule does not select the open date is not expected on it and
      * is not counted.  Zero means the night is fully reconciled and
      * the date may close.
      *----------------------------------------------------------------
       method-id COUNT-INCOMPLETE-CALENDAR-CYCLES private.
       procedure division.
           move 0 to close-cal-count
           move "N" to cyclcal-eof
           invoke self::LOAD-RULE-BLACKOUTS
           move open-business-date to rule-run-date

           open input cycle-cal-file
           if cyclcal-status = "00"
               at end
                   move "Y" to cyclcal-eof
               not at end
                   move cc-run-rule to rule-code
                   move cc-run-days to rule-run-days
                   invoke self::CHECK-CYCLE-RUN-RULE
                   if cycle-is-due and close-cal-count < 50
                       add 1 to close-cal-count
                       move cc-cycle-id to ccl-cycle-id(close-cal-count)
                       move "N"         to ccl-complete(close-cal-count)
               not at end
                   if rh-run-date = open-business-date
                       and rh-environment = environment-code
                       and (rh-status = "COMPLETED"
                           or rh-status = "WARNING")
                       perform MATCH-ONE-CLOSE-CYCLE
                           varying close-cal-index from 1 by 1
                           until close-cal-index > close-cal-count
           end-if.
       end method.

      *----------------------------------------------------------------
      * COUNT-OPEN-INCIDENT-TICKETS - counts the failures for
      * OPEN-BUSINESS-DATE in the panel's environment whose triage
      * record carries a service desk ticket not yet reported
      * RESOLVED or CLOSED, keeping the first such ticket number for
      * the warning.  The triage record holds no environment, so each
      * is matched to its run-history record by history key; one
      * whose history record cannot be read is counted rather than
      * missed.
      *----------------------------------------------------------------
       method-id COUNT-OPEN-INCIDENT-TICKETS private.
       procedure division.
           move 0 to close-ticket-count
           move spaces to close-first-ticket
           move "N" to triage-eof

           open input triage-file
           if triage-status not = "00"
               goback
           end-if

           open input run-history-file
           if runhist-status = "00"
               set close-history-open to true
           else
               set close-history-closed to true
           end-if

           perform CHECK-ONE-CLOSE-TICKET until triage-eof = "Y"

           close triage-file
           if close-history-open
               close run-history-file
           end-if
           goback.

       CHECK-ONE-CLOSE-TICKET.
           read triage-file
               at end
                   move "Y" to triage-eof
               not at end
                   if tg-run-date = open-business-date
                       and tg-ticket-number not = spaces
                       and not tg-ticket-is-closed
                       perform MATCH-CLOSE-TICKET-ENV
                   end-if
           end-read.

       MATCH-CLOSE-TICKET-ENV.
           set ticket-env-matches to true
           if close-history-open
               move tg-history-key to rh-history-key
               read run-history-file
                   invalid key
                       set ticket-env-matches to true
                   not invalid key
                       if rh-environment not = environment-code
                           set ticket-env-differs to true
                       end-if
               end-read
           end-if

           if ticket-env-matches
               add 1 to close-ticket-count
               if close-first-ticket = spaces
                   move tg-ticket-number to close-first-ticket
               end-if
           end-if.
       end method.

      *----------------------------------------------------------------
      * VALIDATE-RUN-DATE - checks RUN-DATE against BLACKOUT-FILE,
      * setting RUN-DATE-IS-BLACKOUT true (and BLACKOUT-DESCRIPTION)
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
      * LOAD-ENVIRONMENT-CONFIG - reads the valid target environments
      * from ENVCFG-FILE into ENVCFG-TABLE and lists them on the
      * CBO-ENVIRONMENT selector, so the operator picks from a
      * validated list instead of keying a bare code.
      *----------------------------------------------------------------
       method-id LOAD-ENVIRONMENT-CONFIG private.
       procedure division.
           move 0 to envcfg-count
           move "N" to envcfg-eof

           invoke cbo-environment::Items::Clear

           open input envcfg-file
           if envcfg-status = "00"
               perform LOAD-ONE-ENVIRONMENT until envcfg-eof = "Y"
               close envcfg-file
           else
               move "Y" to envcfg-eof
           end-if
           goback.

       LOAD-ONE-ENVIRONMENT.
           read envcfg-file
               at end
                   move "Y" to envcfg-eof
               not at end
                   if envcfg-count < 20
                       add 1 to envcfg-count
                       move ec-environment-code to ec-code-tbl(envcfg-count)
                       move ec-environment-name to ec-name-tbl(envcfg-count)
                       move ec-production-flag  to ec-prod-tbl(envcfg-count)
                       move ec-promote-from-env to ec-promote-tbl(envcfg-count)
                       invoke cbo-environment::Items::Add(ec-environment-code)
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * LOAD-PARAMETER-SETS - lists the distinct set names on the
      * parameter-set library on the CBO-PARMSET selector, behind a
      * blank first entry meaning "no set" - a cycle with no chosen
      * set runs exactly as it always has.
      *----------------------------------------------------------------
       method-id LOAD-PARAMETER-SETS private.
       procedure division.
           move 0 to parmset-name-count
           move "N" to parmset-eof

           invoke cbo-parmset::Items::Clear
           invoke cbo-parmset::Items::Add(" ")

           open input parmset-file
           if parmset-status = "00"
               perform LOAD-ONE-PARMSET-NAME until parmset-eof = "Y"
               close parmset-file
           end-if
           goback.

       LOAD-ONE-PARMSET-NAME.
           read parmset-file
               at end
                   move "Y" to parmset-eof
               not at end
                   move 0 to parmset-name-match
      * holds an authorization record for the environment code on the
      * panel.  No authorization file, or no matching record, leaves
      * the operator unauthorized - submission rights are granted
      * explicitly, never by default.  A record past its expiry date
      * counts as no record.
      *----------------------------------------------------------------
       method-id CHECK-OPERATOR-AUTHORITY private.
       procedure division using by value p-operator-id as pic x(08).
           set operator-is-not-authorized to true
           move p-operator-id to auth-check-id
           accept auth-check-date from date yyyymmdd
           move "N" to opauth-eof

           open input operator-auth-file
               not at end
                   if oa-operator-id = auth-check-id
                       and oa-environment-code = environment-code
                       and (oa-expiry-date = spaces
                           or oa-expiry-date not < auth-check-date)
                       set operator-is-authorized to true
                   end-if
           end-read.
               goback
           end-if

           invoke self::CHECK-PROMOTION-GATE
               using selected-parmset-name resolved-effective
           if promotion-refused
               goback
           end-if

           if ec-prod-tbl(env-selected-index) = "Y"
               invoke self::OBTAIN-PRODUCTION-COUNTERSIGN
               if countersign-was-refused

      *    a cycle submitted singly from the panel has no predecessor
      *    chained ahead of it on the trigger.
           move spaces to trigger-predecessor-list

           invoke self::WRITE-RUN-PARAMETER-RECORD

           move environment-code       to trg-environment-code
           move operator-id            to trg-operator-id
           move current-timestamp      to trg-requested-timestamp
           move trigger-predecessor-list(1:8)  to trg-predecessor-id
           move trigger-predecessor-list(9:32) to trg-more-predecessors
           move job-id                 to trg-job-id
           move selected-parmset-name  to trg-parmset-name
           move resolved-asof-date     to trg-asof-date
      * SUBMIT-NIGHT-PLAN - submits every cycle on the expected-cycle
      * calendar for the run date and environment keyed on the panel,
      * in one pass, honouring predecessor order: a cycle is only
      * released once every one of its predecessors has been
      * submitted tonight (or is already in flight, or is not on the
      * calendar at all), and its trigger carries the predecessor ids
      * so the scheduler chains the jobs in the same order.  Cycles
      * already locked in flight are skipped, as are production
      * cycles not cleared by the promotion gate and not overridden;
      * cycles whose dependencies can never resolve (a circular
      * chain) are left untouched and reported.  Each submitted
      * cycle gets the same in-flight marker, run-parameter record,
      * SUBMIT audit record, trigger and run-history record a single
      * submission from the Run button would get.
      *----------------------------------------------------------------
       method-id SUBMIT-NIGHT-PLAN private.
       procedure division.
      *    the parameter-set selector applies to single submissions
      *    from the Run button; plan cycles run with no named set.
           move spaces to selected-parmset-name
           move spaces to resolved-effective
           move spaces to resolved-asof-date
           move spaces to resolved-proc-mode
           move spaces to resolved-region-list
           move 0   to plan-locked-count
           move 0   to plan-unresolved-count
           move 0   to plan-notready-count
           move 0   to plan-notdue-count
           move 0   to plan-gated-count
           move "N" to cyclcal-eof
           invoke self::LOAD-RULE-BLACKOUTS
           move run-date to rule-run-date

           open input cycle-cal-file
           if cyclcal-status = "00"
               goback
           end-if

           if plan-notdue-count = plan-count
               move spaces to message-text
               string "No calendar cycle's run rule selects run date "
                                              delimited by size
                      run-date                delimited by size
                      ". There is no night plan to submit."
                                              delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           set plan-pass-progressed to true
           perform RESOLVE-PLAN-PASS until plan-pass-stalled

           move plan-locked-count     to plan-locked-display
           move plan-unresolved-count to plan-unresolved-display
           move plan-notready-count   to plan-notready-display
           move plan-notdue-count     to plan-notdue-display
           move plan-gated-count      to plan-gated-display
           move spaces to message-text
           string "Night plan processed: "       delimited by size
                  plan-submitted-display         delimited by size
                  plan-notready-display          delimited by size
                  " with inputs not ready (skipped), "
                                                 delimited by size
                  plan-gated-display             delimited by size
                  " not cleared for production promotion (skipped), "
                                                 delimited by size
                  plan-unresolved-display        delimited by size
                  " held back (predecessor skipped or circular), "
                                                 delimited by size
                  plan-notdue-display            delimited by size
                  " not due on this date by their run rule."
                                                 delimited by size
               into message-text
           end-string
                   if plan-count < 50
                       add 1 to plan-count
                       move cc-cycle-id       to pl-cycle-id(plan-count)
                       move cc-predecessor-id
                           to pl-predecessor-list(plan-count) (1:8)
                       move cc-more-predecessors
                           to pl-predecessor-list(plan-count) (9:32)
                       move " "               to pl-state(plan-count)
                       move cc-run-rule to rule-code
                       move cc-run-days to rule-run-days
                       invoke self::CHECK-CYCLE-RUN-RULE
                       if cycle-not-due
                           move "N" to pl-state(plan-count)
                           add 1 to plan-notdue-count
                       end-if
                   end-if
           end-read.

               end-if
           end-if.

      * a pending cycle is ready once none of its predecessors is
      * still pending: each one submitted tonight, skipped because it
      * is already in flight, not due tonight by its run rule, or
      * simply absent from the calendar (nothing to wait for).  Any
      * predecessor still pending holds the cycle back for a later
      * pass; one skipped for unready inputs or refused at the
      * production promotion gate holds its successors back for
      * good - they end the plan as held back.
       CHECK-PLAN-PREDECESSOR.
           set plan-cycle-is-ready to true
           perform CHECK-ONE-PLAN-PRED-SLOT
               varying pred-slot from 1 by 1
               until pred-slot > 5.

       CHECK-ONE-PLAN-PRED-SLOT.
           if pl-predecessor-id(plan-index, pred-slot) not = spaces
               perform FIND-PLAN-PREDECESSOR
                   varying plan-pred-index from 1 by 1
                   until plan-pred-index > plan-count
           end-if.

       FIND-PLAN-PREDECESSOR.
           if pl-cycle-id(plan-pred-index)
                   = pl-predecessor-id(plan-index, pred-slot)
               and (pl-is-pending(plan-pred-index)
                   or pl-was-not-ready(plan-pred-index)
                   or pl-was-gated(plan-pred-index))
               set plan-cycle-must-wait to true
           end-if.

       PLAN-SUBMIT-ONE-CYCLE.
           move pl-cycle-id(plan-index) to cycle-id

           invoke self::CHECK-PROMOTION-GATE
               using no-parmset-name no-parmset-name
           if promotion-refused
               move "G" to pl-state(plan-index)
               add 1 to plan-gated-count
               set plan-pass-progressed to true
               exit paragraph
           end-if

           invoke self::CHECK-INPUT-READINESS
           if inputs-not-ready
               move spaces to message-text
               invoke self::WRITE-AUDIT-RECORD using "SUBMIT  "
               invoke self::DELETE-INFLIGHT-MARKER

      *        a predecessor its run rule leaves out tonight never
      *        runs, so the scheduler is not told to chain on it.
               move pl-predecessor-list(plan-index)
                   to trigger-predecessor-list
               perform DROP-NOT-DUE-PREDECESSOR
                   varying plan-pred-index from 1 by 1
                   until plan-pred-index > plan-count
               invoke self::TRIGGER-SCHEDULER-JOB

               move "S" to pl-state(plan-index)
           end-if
           set plan-pass-progressed to true.

       DROP-NOT-DUE-PREDECESSOR.
           if pl-is-not-due(plan-pred-index)
               perform DROP-ONE-TRIGGER-PRED-SLOT
                   varying pred-slot from 1 by 1
                   until pred-slot > 5
           end-if.

       DROP-ONE-TRIGGER-PRED-SLOT.
           if trigger-predecessor-id(pred-slot)
                   = pl-cycle-id(plan-pred-index)
               move spaces to trigger-predecessor-id(pred-slot)
           end-if.

       MARK-ONE-UNRESOLVED.
           if pl-is-pending(plan-index)
               move "U" to pl-state(plan-index)
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
      * the release queue for unattended release at each cycle's
      * planned start, instead of triggering everything at once the
      * way Submit Night Plan does.  The plan is validated, checked
      * against the business date and (for production) passed
      * through the promotion gate and countersigned here, in the
      * afternoon while the operators are present - the
      * release timer then drops each trigger on time with nobody at
      * the panel.  Re-staging the same run date and environment
      * replaces its earlier staged entries; other dates and

           move 0 to staged-count
           move 0 to staged-dropped-count
           move 0 to staged-notdue-count
           move 0 to staged-gated-count
           compute staged-first-index = relq-count + 1
           move "N" to cyclcal-eof
           invoke self::LOAD-RULE-BLACKOUTS
           move run-date to rule-run-date
           open input cycle-cal-file
           if cyclcal-status = "00"
               perform STAGE-ONE-CALENDAR-CYCLE until cyclcal-eof = "Y"
               close cycle-cal-file
           end-if

      *    a predecessor its run rule leaves out tonight is never
      *    staged and never completes, so a successor does not wait
      *    on it.
           perform DROP-ONE-NOT-DUE-PREDECESSOR
               varying relq-index from staged-first-index by 1
               until relq-index > relq-count

      *    the unattended release cannot collect a promotion
      *    override at 2 a.m. any more than a countersign, so the
      *    gate is passed (or overridden) here; once one cycle's
      *    override is declined the staging is refused, and the rest
      *    are only counted, not prompted for.
           if staged-gated-count > 0
               move staged-gated-count to staged-gated-display
               move spaces to message-text
               string "Staging refused: "      delimited by size
                      staged-gated-display     delimited by size
                      " of the calendar's cycles are not cleared for production promotion from "
                                               delimited by size
                      promote-from-env         delimited by space
                      " and were not overridden. Prove them there first."
                                               delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

      *    a cycle the full queue rejected would never release - and
      *    a dropped predecessor would hold its successors back all
      *    night.  Refuse the whole staging (the queue on disk is
               goback
           end-if

           if staged-count = 0 and staged-notdue-count > 0
               move spaces to message-text
               string "No calendar cycle's run rule selects run date "
                                              delimited by size
                      run-date                delimited by size
                      ". There is no night plan to stage."
                                              delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           if staged-count = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The cycle calendar is empty. There is no night plan to stage.")
           end-if

           move staged-count to staged-display
           move staged-notdue-count to staged-notdue-display
           move spaces to message-text
           string "Night plan staged: "    delimited by size
                  staged-display           delimited by size
                  " cycle(s) queued for release at their planned starts, "
                                           delimited by size
                  staged-notdue-display    delimited by size
                  " not due on this date by their run rule."
                                           delimited by size
               into message-text
           end-string
               at end
                   move "Y" to cyclcal-eof
               not at end
                   move cc-run-rule to rule-code
                   move cc-run-days to rule-run-days
                   invoke self::CHECK-CYCLE-RUN-RULE
                   if cycle-not-due
                       add 1 to staged-notdue-count
                       if staged-notdue-count <= 50
                           move cc-cycle-id
                               to notdue-cycle-id(staged-notdue-count)
                       end-if
                       exit paragraph
                   end-if
                   move cc-cycle-id to cycle-id
                   if staged-gated-count = 0
                       invoke self::CHECK-PROMOTION-GATE
                           using no-parmset-name no-parmset-name
                       if promotion-refused
                           add 1 to staged-gated-count
                       end-if
                   else
                       invoke self::EVALUATE-PROMOTION-GATE
                           using no-parmset-name no-parmset-name
                       if promotion-is-blocked
                           add 1 to staged-gated-count
                       end-if
                   end-if
                   if relq-count >= 100
                       add 1 to staged-dropped-count
                   end-if
                       move cc-cycle-id       to rlt-cycle-id(relq-count)
                       move run-date          to rlt-run-date(relq-count)
                       move environment-code  to rlt-environment(relq-count)
                       move cc-predecessor-id
                           to rlt-predecessor-list(relq-count) (1:8)
                       move cc-more-predecessors
                           to rlt-predecessor-list(relq-count) (9:32)
                       move cc-planned-start  to rlt-planned-start(relq-count)
                       move "Q"               to rlt-state(relq-count)
                       move current-timestamp to rlt-staged-stamp(relq-count)
                       move spaces            to rlt-released-stamp(relq-count)
                   end-if
           end-read.

       DROP-ONE-NOT-DUE-PREDECESSOR.
           perform MATCH-ONE-NOT-DUE-CYCLE
               varying notdue-index from 1 by 1
               until notdue-index > staged-notdue-count
                   or notdue-index > 50.

       MATCH-ONE-NOT-DUE-CYCLE.
           perform CLEAR-ONE-NOT-DUE-SLOT
               varying pred-slot from 1 by 1
               until pred-slot > 5.

       CLEAR-ONE-NOT-DUE-SLOT.
           if notdue-cycle-id(notdue-index)
                   = rlt-predecessor(relq-index, pred-slot)
               move spaces to rlt-predecessor(relq-index, pred-slot)
           end-if.
       end method.

      *----------------------------------------------------------------
           set panel-is-idle to true.
       end method.

      *----------------------------------------------------------------
      * PREFLIGHT-NIGHT-PLAN - the afternoon dry run of the night plan
      * for the run date and environment on the panel.  Makes the checks
      * a submission, Submit Night Plan and Stage Night Plan would make
      * - the run date and its blackout windows, the environment, the
      * operator's authority, the business date, the panel's parameter
      * set and the production countersign, then for every calendar
      * cycle in dependency order its run rule, its predecessors, its
      * input readiness, the production promotion gate and its cycle
      * lock - and reports each cycle READY or with every reason it
      * would be refused.  Nothing is submitted, staged, locked or
      * audited and the business date is not opened; the report is the
      * only thing written, spooled (type PREFLITE, kept 92 days) so the
      * night shift can see the plan was checked, and by whom.
      *----------------------------------------------------------------
       method-id PREFLIGHT-NIGHT-PLAN private.
       procedure division.
           move txt-run-date::Text    to run-date
           move cbo-environment::Text to environment-code
           move cbo-parmset::Text     to selected-parmset-name
           move spaces to cycle-id
           invoke self::STAMP-CONTEXT
           move current-timestamp(1:8) to preflight-today

           move 0 to preflight-line-count
           set preflight-plan-clear to true

           move spaces to preflight-text
           string "PRE-FLIGHT CHECK - NIGHT PLAN FOR RUN DATE "
                                           delimited by size
                  run-date                 delimited by size
                  "  ENVIRONMENT "         delimited by size
                  environment-code         delimited by size
               into preflight-text
           end-string
           perform ADD-PREFLIGHT-LINE
           move spaces to preflight-text
           string "CHECKED BY "            delimited by size
                  operator-id              delimited by size
                  " ON "                   delimited by size
                  workstation-id           delimited by size
                  " AT "                   delimited by size
                  current-timestamp        delimited by size
                  " - DRY RUN, NOTHING WAS SUBMITTED"
                                           delimited by size
               into preflight-text
           end-string
           perform ADD-PREFLIGHT-LINE
           move spaces to preflight-text
           perform ADD-PREFLIGHT-LINE
           move "PLAN CHECKS" to preflight-text
           perform ADD-PREFLIGHT-LINE

      *    the run date: a real calendar date outside every blackout
      *    window.
           move run-date to dv-work-date
           invoke self::VALIDATE-DATE-FIELD
           move spaces to preflight-text
           if date-is-invalid
               set preflight-plan-refused to true
               string "  RUN DATE       REFUSED - "  delimited by size
                      run-date                       delimited by size
                      " IS NOT A REAL CALENDAR DATE" delimited by size
                   into preflight-text
               end-string
           else
               invoke self::VALIDATE-RUN-DATE
               if run-date-is-blackout
                   set preflight-plan-refused to true
                   string "  RUN DATE       REFUSED - FALLS IN BLACKOUT WINDOW ("
                                                     delimited by size
                          blackout-description       delimited by "  "
                          ")"                        delimited by size
                       into preflight-text
                   end-string
               else
                   move "  RUN DATE       OK" to preflight-text
               end-if
           end-if
           perform ADD-PREFLIGHT-LINE

           invoke self::VALIDATE-ENVIRONMENT-CODE
           move spaces to preflight-text
           if environment-code-is-invalid
               set preflight-plan-refused to true
               string "  ENVIRONMENT    REFUSED - "  delimited by size
                      environment-code               delimited by size
                      " IS NOT ON THE VALIDATED ENVCFG LIST"
                                                     delimited by size
                   into preflight-text
               end-string
           else
               if ec-prod-tbl(env-selected-index) = "Y"
                   move "  ENVIRONMENT    OK (PRODUCTION)" to preflight-text
               else
                   move "  ENVIRONMENT    OK" to preflight-text
               end-if
           end-if
           perform ADD-PREFLIGHT-LINE

           invoke self::CHECK-OPERATOR-AUTHORITY using operator-id
           move spaces to preflight-text
           if operator-is-not-authorized
               set preflight-plan-refused to true
               string "  AUTHORITY      REFUSED - OPERATOR "
                                                     delimited by size
                      operator-id                    delimited by size
                      " IS NOT AUTHORIZED FOR "      delimited by size
                      environment-code               delimited by size
                   into preflight-text
               end-string
           else
               string "  AUTHORITY      OK - OPERATOR "
                                                     delimited by size
                      operator-id                    delimited by size
                   into preflight-text
               end-string
           end-if
           perform ADD-PREFLIGHT-LINE

      *    the business date is read, never opened: an environment
      *    with no open date yet would have it opened by the first
      *    real submission.
           move spaces to preflight-text
           if date-is-invalid
               move "  BUSINESS DATE  NOT CHECKED - THE RUN DATE IS NOT A REAL DATE"
                   to preflight-text
           else
               invoke self::LOAD-BUSINESS-DATES
               evaluate true
                   when busdate-match = 0 and busdate-count >= 20
                       set preflight-plan-refused to true
                       move "  BUSINESS DATE  REFUSED - THE BUSINESS-DATE CONTROL FILE IS FULL"
                           to preflight-text
                   when busdate-match = 0
                       string "  BUSINESS DATE  OK - NONE OPEN YET; THE FIRST SUBMISSION OPENS "
                                                     delimited by size
                              run-date               delimited by size
                           into preflight-text
                       end-string
                   when run-date = open-business-date
                       move "  BUSINESS DATE  OK" to preflight-text
                   when other
                       set preflight-plan-refused to true
                       string "  BUSINESS DATE  REFUSED - THE OPEN DATE IS "
                                                     delimited by size
                              open-business-date     delimited by size
                              " (A SUPERVISOR OVERRIDE IS NEEDED)"
                                                     delimited by size
                           into preflight-text
                       end-string
               end-evaluate
           end-if
           perform ADD-PREFLIGHT-LINE

      *    plan cycles run with no named set; a set chosen on the
      *    panel is what a single submission would carry, so an
      *    unresolved one is reported without refusing the plan.
           move spaces to preflight-text
           if selected-parmset-name = spaces
               move "  PARAMETER SET  NONE CHOSEN - PLAN CYCLES RUN WITH NO NAMED SET"
                   to preflight-text
           else
               invoke self::RESOLVE-PARAMETER-SET
               if parmset-not-resolved
                   string "  PARAMETER SET  "        delimited by size
                          selected-parmset-name      delimited by size
                          " HAS NO RECORD IN FORCE - A SUBMISSION WITH IT IS REFUSED"
                                                     delimited by size
                       into preflight-text
                   end-string
               else
                   string "  PARAMETER SET  OK - "   delimited by size
                          selected-parmset-name      delimited by size
                          " IN FORCE FROM "          delimited by size
                          resolved-effective         delimited by size
                       into preflight-text
                   end-string
               end-if
           end-if
           perform ADD-PREFLIGHT-LINE

           move spaces to preflight-text
           if environment-code-is-valid
               and ec-prod-tbl(env-selected-index) = "Y"
               move "  COUNTERSIGN    REQUIRED - A SECOND AUTHORIZED OPERATOR MUST SIGN"
                   to preflight-text
           else
               move "  COUNTERSIGN    NOT REQUIRED" to preflight-text
           end-if
           perform ADD-PREFLIGHT-LINE

           move spaces to preflight-text
           if environment-code-is-valid
               and ec-prod-tbl(env-selected-index) = "Y"
               and ec-promote-tbl(env-selected-index) not = spaces
               string "  PROMOTION      REQUIRED - EACH CYCLE MUST HAVE COMPLETED IN "
                                                     delimited by size
                      ec-promote-tbl(env-selected-index)
                                                     delimited by size
                      " FIRST"                       delimited by size
                   into preflight-text
               end-string
           else
               move "  PROMOTION      NOT REQUIRED" to preflight-text
           end-if
           perform ADD-PREFLIGHT-LINE

           move 0   to plan-count
           move 0   to preflight-notdue-count
           move 0   to preflight-ready-count
           move 0   to preflight-refused-count
           move 0   to preflight-seq
           move "N" to cyclcal-eof
           invoke self::LOAD-RULE-BLACKOUTS
           move run-date to rule-run-date
           open input cycle-cal-file
           if cyclcal-status = "00"
               perform LOAD-ONE-PREFLIGHT-CYCLE until cyclcal-eof = "Y"
               close cycle-cal-file
           end-if

           move 0 to preflight-order-count
           set plan-pass-progressed to true
           perform ORDER-PREFLIGHT-PASS until plan-pass-stalled

           move spaces to preflight-text
           perform ADD-PREFLIGHT-LINE
           move "CYCLES IN DEPENDENCY ORDER" to preflight-text
           perform ADD-PREFLIGHT-LINE
           move "   SEQ  CYCLE ID  RESULT" to preflight-text
           perform ADD-PREFLIGHT-LINE
           if plan-count = 0
               move "  THE CYCLE CALENDAR IS EMPTY - THERE IS NO NIGHT PLAN"
                   to preflight-text
               perform ADD-PREFLIGHT-LINE
           end-if
           perform REPORT-ONE-ORDERED-CYCLE
               varying preflight-order-index from 1 by 1
               until preflight-order-index > preflight-order-count
           perform REPORT-ONE-CIRCULAR-CYCLE
               varying plan-index from 1 by 1
               until plan-index > plan-count
           perform REPORT-ONE-NOT-DUE-CYCLE
               varying plan-index from 1 by 1
               until plan-index > plan-count

           move preflight-ready-count   to preflight-ready-display
           move preflight-refused-count to preflight-refused-display
           move preflight-notdue-count  to preflight-notdue-display
           move spaces to preflight-text
           perform ADD-PREFLIGHT-LINE
           string "TOTALS: "                  delimited by size
                  preflight-ready-display     delimited by size
                  " READY, "                  delimited by size
                  preflight-refused-display   delimited by size
                  " WOULD BE REFUSED, "       delimited by size
                  preflight-notdue-display    delimited by size
                  " NOT DUE"                  delimited by size
               into preflight-text
           end-string
           perform ADD-PREFLIGHT-LINE
           move "NO TRIGGER, RUN-PARAMETER, RUN-HISTORY OR LOCK RECORD WAS WRITTEN BY THIS CHECK."
               to preflight-text
           perform ADD-PREFLIGHT-LINE

           move "PREFLITE" to spool-report-type
           move 92 to spool-retention-days
           move spaces to cycle-id
           invoke self::BUILD-SPOOL-FILE-NAME
           open output spool-file
           if spool-status not = "00"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The pre-flight report could not be spooled. Run the check again once the spool is reachable.")
               goback
           end-if
           perform SPOOL-ONE-PREFLIGHT-LINE
               varying preflight-line-index from 1 by 1
               until preflight-line-index > preflight-line-count
           close spool-file
           invoke self::WRITE-SPOOL-INDEX-RECORD

           move spaces to message-text
           string "Pre-flight check for run date " delimited by size
                  run-date                         delimited by size
                  ": "                             delimited by size
                  preflight-ready-display          delimited by size
                  " cycle(s) ready, "              delimited by size
                  preflight-refused-display        delimited by size
                  " would be refused, "            delimited by size
                  preflight-notdue-display         delimited by size
                  " not due. Nothing was submitted; the report is on the spool (PREFLITE)."
                                                   delimited by size
               into message-text
           end-string
           invoke type System.Windows.Forms.MessageBox::Show(message-text)
           goback.

       ADD-PREFLIGHT-LINE.
           if preflight-line-count < 500
               add 1 to preflight-line-count
               move preflight-text to preflight-line(preflight-line-count)
           end-if
           move spaces to preflight-text.

       LOAD-ONE-PREFLIGHT-CYCLE.
           read cycle-cal-file
               at end
                   move "Y" to cyclcal-eof
               not at end
                   if plan-count < 50
                       add 1 to plan-count
                       move cc-cycle-id       to pl-cycle-id(plan-count)
                       move cc-predecessor-id
                           to pl-predecessor-list(plan-count) (1:8)
                       move cc-more-predecessors
                           to pl-predecessor-list(plan-count) (9:32)
                       move " "               to pl-state(plan-count)
                       move " "               to pft-result(plan-count)
                       move cc-run-rule to rule-code
                       move cc-run-days to rule-run-days
                       invoke self::CHECK-CYCLE-RUN-RULE
                       if cycle-not-due
                           move "N" to pl-state(plan-count)
                           add 1 to preflight-notdue-count
                       end-if
                   end-if
           end-read.

      * a pending cycle takes the next place in the order once none
      * of its predecessors is still pending - the same test the
      * night plan releases cycles by.  Whatever is still pending
      * when a pass places nothing sits on a circular chain.
       ORDER-PREFLIGHT-PASS.
           set plan-pass-stalled to true
           perform ORDER-ONE-PLAN-CYCLE
               varying plan-index from 1 by 1
               until plan-index > plan-count.

       ORDER-ONE-PLAN-CYCLE.
           if pl-is-pending(plan-index)
               set plan-cycle-is-ready to true
               perform CHECK-ONE-ORDER-PRED-SLOT
                   varying pred-slot from 1 by 1
                   until pred-slot > 5
               if plan-cycle-is-ready
                   move "S" to pl-state(plan-index)
                   add 1 to preflight-order-count
                   move plan-index
                       to preflight-order(preflight-order-count)
                   set plan-pass-progressed to true
               end-if
           end-if.

       CHECK-ONE-ORDER-PRED-SLOT.
           if pl-predecessor-id(plan-index, pred-slot) not = spaces
               perform FIND-ORDER-PREDECESSOR
                   varying plan-pred-index from 1 by 1
                   until plan-pred-index > plan-count
           end-if.

       FIND-ORDER-PREDECESSOR.
           if pl-cycle-id(plan-pred-index)
                   = pl-predecessor-id(plan-index, pred-slot)
               and pl-is-pending(plan-pred-index)
               set plan-cycle-must-wait to true
           end-if.

       REPORT-ONE-ORDERED-CYCLE.
           move preflight-order(preflight-order-index) to plan-index
           move pl-cycle-id(plan-index) to cycle-id
           move 0 to preflight-reason-count

           if preflight-plan-refused
               move "A PLAN CHECK FAILS - SEE PLAN CHECKS ABOVE"
                   to preflight-reason
               perform ADD-PREFLIGHT-REASON
           end-if

           perform CHECK-ONE-PREFLIGHT-PRED-SLOT
               varying pred-slot from 1 by 1
               until pred-slot > 5

           invoke self::CHECK-INPUT-READINESS
           if inputs-not-ready
               perform ADD-ONE-INPUT-REASON
                   varying req-index from 1 by 1
                   until req-index > req-count
           end-if

           invoke self::EVALUATE-PROMOTION-GATE
               using no-parmset-name no-parmset-name
           if promotion-is-blocked
               move spaces to preflight-reason
               string "NOT CLEARED FOR PRODUCTION - NO COMPLETED RUN IN "
                                                     delimited by size
                      promote-from-env               delimited by space
                      " (OVERRIDE NEEDED)"           delimited by size
                   into preflight-reason
               end-string
               perform ADD-PREFLIGHT-REASON
           end-if

           perform CHECK-PREFLIGHT-LOCK

           add 1 to preflight-seq
           move preflight-seq to preflight-seq-display
           if preflight-reason-count = 0
               move "Y" to pft-result(plan-index)
               add 1 to preflight-ready-count
               string "  "                   delimited by size
                      preflight-seq-display  delimited by size
                      "  "                   delimited by size
                      cycle-id               delimited by size
                      "  READY"              delimited by size
                   into preflight-text
               end-string
           else
               move "N" to pft-result(plan-index)
               add 1 to preflight-refused-count
               string "  "                   delimited by size
                      preflight-seq-display  delimited by size
                      "  "                   delimited by size
                      cycle-id               delimited by size
                      "  WOULD BE REFUSED"   delimited by size
                   into preflight-text
               end-string
           end-if
           perform ADD-PREFLIGHT-LINE
           perform EMIT-ONE-PREFLIGHT-REASON
               varying preflight-reason-index from 1 by 1
               until preflight-reason-index > preflight-reason-count.

      * a predecessor that would be refused holds its successors
      * back all night; the ordering guarantees every predecessor's
      * verdict is already known.
       CHECK-ONE-PREFLIGHT-PRED-SLOT.
           if pl-predecessor-id(plan-index, pred-slot) not = spaces
               perform FIND-REFUSED-PREDECESSOR
                   varying plan-pred-index from 1 by 1
                   until plan-pred-index > plan-count
           end-if.

       FIND-REFUSED-PREDECESSOR.
           if pl-cycle-id(plan-pred-index)
                   = pl-predecessor-id(plan-index, pred-slot)
               and pft-result(plan-pred-index) = "N"
               move spaces to preflight-reason
               string "HELD BACK - PREDECESSOR "      delimited by size
                      pl-cycle-id(plan-pred-index)    delimited by space
                      " WOULD BE REFUSED"             delimited by size
                   into preflight-reason
               end-string
               perform ADD-PREFLIGHT-REASON
           end-if.

       ADD-ONE-INPUT-REASON.
           if rqt-result(req-index) not = "OK"
               move spaces to preflight-reason
               string "INPUT "                       delimited by size
                      rqt-dataset(req-index)         delimited by space
                      " "                            delimited by size
                      rqt-result(req-index)          delimited by "  "
                      " (OVERRIDE NEEDED)"           delimited by size
                   into preflight-reason
               end-string
               perform ADD-PREFLIGHT-REASON
           end-if.

      * the lock is only peeked at, the way PEEK-CYCLE-LOCK does -
      * any lock file refuses the submission, and one dated before
      * today is a lock left behind from an earlier night.
       CHECK-PREFLIGHT-LOCK.
           invoke self::BUILD-LOCK-FILE-NAME
           open input cycle-lock-file
           if lock-file-status not = "00"
               exit paragraph
           end-if
           move spaces to preflight-lock-by
           move spaces to preflight-lock-stamp
           read cycle-lock-file
               not at end
                   move lock-operator-id to preflight-lock-by
                   move lock-timestamp   to preflight-lock-stamp
           end-read
           close cycle-lock-file

           move spaces to preflight-reason
           if preflight-lock-stamp not = spaces
               and preflight-lock-stamp(1:8) < preflight-today
               string "STALE CYCLE LOCK LEFT BY "     delimited by size
                      preflight-lock-by              delimited by space
                      " ON "                         delimited by size
                      preflight-lock-stamp           delimited by size
                      " - CLEAR IT BEFORE THE NIGHT" delimited by size
                   into preflight-reason
               end-string
           else
               string "CYCLE LOCK HELD BY "           delimited by size
                      preflight-lock-by              delimited by space
                      " SINCE "                      delimited by size
                      preflight-lock-stamp           delimited by size
                      " - ALREADY IN FLIGHT"         delimited by size
                   into preflight-reason
               end-string
           end-if
           perform ADD-PREFLIGHT-REASON.

       ADD-PREFLIGHT-REASON.
           if preflight-reason-count < 12
               add 1 to preflight-reason-count
               move preflight-reason
                   to preflight-reason-entry(preflight-reason-count)
           end-if.

       EMIT-ONE-PREFLIGHT-REASON.
           string "                - "            delimited by size
                  preflight-reason-entry(preflight-reason-index)
                                                  delimited by size
               into preflight-text
           end-string
           perform ADD-PREFLIGHT-LINE.

       REPORT-ONE-CIRCULAR-CYCLE.
           if pl-is-pending(plan-index)
               move "N" to pft-result(plan-index)
               add 1 to preflight-refused-count
               string "     -  "                delimited by size
                      pl-cycle-id(plan-index)   delimited by size
                      "  WOULD BE REFUSED"      delimited by size
                   into preflight-text
               end-string
               perform ADD-PREFLIGHT-LINE
               move "                - ITS PREDECESSORS NEVER RESOLVE (CIRCULAR CHAIN) - NEVER RELEASED"
                   to preflight-text
               perform ADD-PREFLIGHT-LINE
           end-if.

       REPORT-ONE-NOT-DUE-CYCLE.
           if pl-is-not-due(plan-index)
               string "     -  "                delimited by size
                      pl-cycle-id(plan-index)   delimited by size
                      "  NOT DUE ON THIS DATE BY ITS RUN RULE"
                                                delimited by size
                   into preflight-text
               end-string
               perform ADD-PREFLIGHT-LINE
           end-if.

       SPOOL-ONE-PREFLIGHT-LINE.
           move preflight-line(preflight-line-index) to spool-line-record
           write spool-line-record.
       end method.

      *----------------------------------------------------------------
      * Btn-Preflight-Click - runs the dry-run pre-flight check of the
      * night plan for the run date and environment on the panel.
      * Nothing is submitted, so no confirmation is asked for.
      *----------------------------------------------------------------
       method-id Btn-Preflight-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set panel-is-busy to true
           invoke self::PREFLIGHT-NIGHT-PLAN
           set panel-is-idle to true.
       end method.

      *----------------------------------------------------------------
      * Release-Timer-Tick - once a minute: picks up any scheduler
      * responses dropped since the last pass (so a 2 a.m. abend
      * instead of waiting for the morning shift to open this form),
      * sweeps for cycles that have blown their calendar deadline,
      * and releases every staged cycle whose planned start has
      * arrived and whose predecessors have all completed.  Runs
      * silently - there is nobody at the panel to dismiss message
      * boxes - and gives way whenever a click handler holds the
      * panel: ticks are delivered while a modal dialog pumps
      * messages, and this pass rewrites the shared panel fields a
      * paused handler is using.
      *----------------------------------------------------------------
       method-id Release-Timer-Tick final private.
       procedure division using by value sender as object e as type System.EventArgs.

      *----------------------------------------------------------------
      * RELEASE-DUE-CYCLES - polls the release queue and drops the
      * trigger for each queued cycle that is due.  The production
      * promotion gate is not re-tested here: it was passed or
      * overridden when the plan was staged, and a plan cycle (no
      * named set) once cleared stays cleared.  A cycle whose
      * inputs are not yet ready stays queued and is retried on the
      * next poll (its inputs normally land during the evening); a
      * cycle found already locked in flight is marked held so it
      *    from the Run button; released plan cycles run with no
      *    named set.
           move spaces to selected-parmset-name
           move spaces to resolved-effective
           move spaces to resolved-asof-date
           move spaces to resolved-proc-mode
           move spaces to resolved-region-list
           invoke self::WRITE-RUN-PARAMETER-RECORD
           invoke self::WRITE-AUDIT-RECORD using "RELEASE "

           move rlt-predecessor-list(relq-index) to trigger-predecessor-list
           invoke self::TRIGGER-SCHEDULER-JOB

           move "R"               to rlt-state(relq-index)
               into release-due-stamp
           end-string.

      * every named predecessor needs its own COMPLETED (or WARNING)
      * record for the run date and environment; one missing keeps
      * the cycle queued.
       CHECK-RELEASE-PREDECESSOR.
           set predecessor-has-completed to true
           if rlt-predecessor-list(relq-index) = spaces
               exit paragraph
           end-if
           set predecessor-still-pending to true
           perform SEED-ONE-PRED-DONE
               varying pred-slot from 1 by 1
               until pred-slot > 5

           move "N" to history-scan-eof
           open input run-history-file
                   move "Y" to history-scan-eof
           end-start
           perform SCAN-ONE-FOR-PREDECESSOR until history-scan-eof = "Y"
           close run-history-file

           set predecessor-has-completed to true
           perform TEST-ONE-PRED-DONE
               varying pred-slot from 1 by 1
               until pred-slot > 5.

       SEED-ONE-PRED-DONE.
           if rlt-predecessor(relq-index, pred-slot) = spaces
               move "Y" to pred-done(pred-slot)
           else
               move "N" to pred-done(pred-slot)
           end-if.

       SCAN-ONE-FOR-PREDECESSOR.
           read run-history-file next
               at end
                   move "Y" to history-scan-eof
               not at end
                   if rh-run-date = rlt-run-date(relq-index)
                       and rh-environment = rlt-environment(relq-index)
                       and (rh-status = "COMPLETED"
                           or rh-status = "WARNING")
                       perform MARK-ONE-PRED-DONE
                           varying pred-slot from 1 by 1
                           until pred-slot > 5
                   end-if
           end-read.

       MARK-ONE-PRED-DONE.
           if rh-cycle-id = rlt-predecessor(relq-index, pred-slot)
               move "Y" to pred-done(pred-slot)
           end-if.

       TEST-ONE-PRED-DONE.
           if pred-done(pred-slot) = "N"
               set predecessor-still-pending to true
           end-if.
       end method.

      *----------------------------------------------------------------
      * APPLY-SCHEDULER-RESPONSES - picks up the status-response file
      * the scheduler drops back after consuming a trigger, and
      * applies each response to the run-history record carrying the
      * matching job id: the status becomes ABENDED for a system or
      * user abend code, and otherwise whatever the return-code rules
      * on RCRULES.DAT say the code means for the cycle - COMPLETED,
      * WARNING (completed with a warning) or FAILED - falling back to
      * COMPLETED for a zero return code and FAILED for anything else
      * when no rule lists the code, with the return code and the
      * scheduler's end timestamp captured.  The cycle lock is released
      * for every cycle a response completes, so a cycle that failed
      * overnight no longer sits locked in SUBMITTED until someone
      * falsely marks it complete.  The response file is consumed
      * (deleted) once its responses are applied; responses quoting a
      * job id with no SUBMITTED history record are counted and reported
      * rather than silently dropped.  A FAILED or ABENDED resolution
      * is paged (NOTIFYQ.DAT) and raised as an incident for the
      * service desk (INCIDENT.DAT).
      *----------------------------------------------------------------
       method-id APPLY-SCHEDULER-RESPONSES private.
       procedure division.
               goback
           end-if

           invoke self::LOAD-RC-RULES

           move "N" to sched-response-eof
           open input sched-response-file
           perform APPLY-ONE-RESPONSE until sched-response-eof = "Y"
                       rewrite run-history-record
                       invoke self::RELEASE-CYCLE-LOCK-FOR using rh-cycle-id
      *                a failure resolved at 2 a.m. goes straight to
      *                the notification outbox for the paging gateway,
      *                and to the incident file for the service desk,
      *                instead of waiting for the morning shift to
      *                open this form.
                       if resolved-status = "FAILED"
                           move rh-return-code to notify-return-code
                           invoke self::WRITE-NOTIFICATION
                               using resolved-status
                           move rh-history-key to incident-history-key
                           invoke self::WRITE-INCIDENT
                               using resolved-status
                       end-if
                       add 1 to feed-applied-count
               end-read
                   end-if
           end-read.

      * an abend code is always ABENDED.  Any other code is looked
      * up in the cycle's own rule, then in the default rule; a WARNING
      * is neither paged nor triaged, and counts as complete.
       RESOLVE-RESPONSE-STATUS.
           move spaces to resolved-status
           if sr-return-code(1:1) = "S" or sr-return-code(1:1) = "U"
               move "ABENDED"  to resolved-status
               exit paragraph
           end-if

           if sr-return-code not = spaces
               move rh-cycle-id to rc-lookup-cycle-id
               perform APPLY-RC-RULE
               if resolved-status = spaces
                   move spaces to rc-lookup-cycle-id
                   perform APPLY-RC-RULE
               end-if
           end-if

           if resolved-status = spaces
               if sr-return-code = "0000"
                   move "COMPLETED" to resolved-status
               else
                   move "FAILED"   to resolved-status
               end-if
           end-if.

       APPLY-RC-RULE.
           move 0 to rc-rule-match
           perform FIND-RC-RULE
               varying rc-rule-index from 1 by 1
               until rc-rule-index > rc-rule-count or rc-rule-match > 0
           if rc-rule-match > 0
               perform TEST-ONE-RC-CODE
                   varying rc-code-slot from 1 by 1
                   until rc-code-slot > 10 or resolved-status not = spaces
           end-if.

       FIND-RC-RULE.
           if rct-cycle-id(rc-rule-index) = rc-lookup-cycle-id
               move rc-rule-index to rc-rule-match
           end-if.

       TEST-ONE-RC-CODE.
           evaluate sr-return-code
               when rct-success-code(rc-rule-match, rc-code-slot)
                   move "COMPLETED" to resolved-status
               when rct-warning-code(rc-rule-match, rc-code-slot)
                   move "WARNING"   to resolved-status
               when rct-failure-code(rc-rule-match, rc-code-slot)
                   move "FAILED"    to resolved-status
           end-evaluate.
       end method.

      *----------------------------------------------------------------
      * LOAD-RC-RULES - reads the return-code rules from RCRULES.DAT
      * into RC-RULE-TABLE (bounded at 50).  No rules file leaves the
      * table empty, and every code keeps its original meaning.
      *----------------------------------------------------------------
       method-id LOAD-RC-RULES private.
       procedure division.
           move 0 to rc-rule-count
           move "N" to rcrule-eof

           open input rc-rule-file
           if rcrule-status = "00"
               perform LOAD-ONE-RC-RULE until rcrule-eof = "Y"
               close rc-rule-file
           end-if
           goback.

       LOAD-ONE-RC-RULE.
           read rc-rule-file
               at end
                   move "Y" to rcrule-eof
               not at end
                   if rc-rule-count < 50
                       add 1 to rc-rule-count
                       move rc-rule-record to rc-rule-entry(rc-rule-count)
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * FIND-ONCALL-OPERATOR - resolves who is on call right now for
      * the environment in NOTIFY-ENVIRONMENT from the roster file: a
           close notify-file
       end method.

      *----------------------------------------------------------------
      * WRITE-INCIDENT - appends one record to the incident file the
      * service desk tool polls, so a FAILED or ABENDED cycle becomes
      * a ticket without anyone retyping it from the triage
      * workbench.  Invoked straight after WRITE-NOTIFICATION, whose
      * NOTIFY-* fields, timestamp and resolved on-call operator it
      * reuses, so the page and the ticket name the same operator.
      * INCIDENT-HISTORY-KEY is filled by the caller; the service
      * desk quotes it back on its ticket response.
      *----------------------------------------------------------------
       method-id WRITE-INCIDENT private.
       procedure division using by value p-status as pic x(08).
           move notify-stamp          to ic-created-timestamp
           move incident-history-key  to ic-history-key
           move notify-cycle-id       to ic-cycle-id
           move notify-run-date       to ic-run-date
           move notify-environment    to ic-environment
           move notify-job-id         to ic-job-id
           move notify-return-code    to ic-return-code
           move p-status              to ic-status
           move oncall-operator-found to ic-oncall-operator

           open extend incident-file
           if incident-status = "35"
               open output incident-file
           end-if

           write incident-record
           close incident-file
       end method.

      *----------------------------------------------------------------
      * Btn-Apply-Feed-Click - lets the operator pull in the
      * scheduler's status-response file on demand, without waiting
           invoke failure-triage-form::Show
       end method.

      *----------------------------------------------------------------
      * Mnu-Downstream-Impact-Click - opens the downstream impact
      * view, listing for a failed or abended cycle every calendar
      * cycle now blocked behind it and the deadlines at risk.
      *----------------------------------------------------------------
       method-id Mnu-Downstream-Impact-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type WindowsFormsApplication3.Form13::new
               returning downstream-impact-form
           invoke downstream-impact-form::Show
       end method.

      *----------------------------------------------------------------
      * Mnu-Blackout-Maint-Click - opens the blackout calendar
      * maintenance screen, so the reference data that gates
           invoke parmset-maint-form::Show
       end method.

      *----------------------------------------------------------------
      * Mnu-Rcrule-Maint-Click - opens the return-code rules
      * maintenance screen.
      *----------------------------------------------------------------
       method-id Mnu-Rcrule-Maint-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type WindowsFormsApplication3.Form14::new
               returning rcrule-maint-form
           invoke rcrule-maint-form::Show
       end method.

      *----------------------------------------------------------------
      * Mnu-Consistency-Check-Click - opens the consistency check,
      * which cross-reads the control files, spools the discrepancies
      * it finds and repairs the safe ones.
      *----------------------------------------------------------------
       method-id Mnu-Consistency-Check-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type WindowsFormsApplication3.Form15::new
               returning consistency-check-form
           invoke consistency-check-form::Show
       end method.

      *----------------------------------------------------------------
      * Mnu-Shift-Handover-Click - opens the shift handover, where
      * the outgoing operator leaves notes and the incoming operator
      * accepts the generated handover summary.
      *----------------------------------------------------------------
       method-id Mnu-Shift-Handover-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type WindowsFormsApplication3.Form16::new
               returning shift-handover-form
           invoke shift-handover-form::Show
       end method.

      *----------------------------------------------------------------
      * Mnu-Change-Approval-Click - opens the change approval, where a
      * second operator approves or rejects the calendar, environment
      * and parameter-set changes proposed on the maintenance screens.
      *----------------------------------------------------------------
       method-id Mnu-Change-Approval-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type WindowsFormsApplication3.Form17::new
               returning change-approval-form
           invoke change-approval-form::Show
       end method.

      *----------------------------------------------------------------
      * Mnu-Promotion-Status-Click - opens the promotion status, which
      * lists the cycle and parameter-set combinations cleared (and
      * not yet cleared) for each gated production environment.
      *----------------------------------------------------------------
       method-id Mnu-Promotion-Status-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type WindowsFormsApplication3.Form18::new
               returning promotion-status-form
           invoke promotion-status-form::Show
       end method.

      *----------------------------------------------------------------
      * Mnu-Operator-Access-Click - opens the operator access
      * maintenance, where operators' environment rights are granted,
      * re-dated and revoked, and the recertification report is run.
      *----------------------------------------------------------------
       method-id Mnu-Operator-Access-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type WindowsFormsApplication3.Form19::new
               returning operator-access-form
           invoke operator-access-form::Show
       end method.

       end class.
