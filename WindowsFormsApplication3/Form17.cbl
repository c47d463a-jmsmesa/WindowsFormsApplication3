       class-id WindowsFormsApplication3.Form17 is partial
                 inherits type System.Windows.Forms.Form.

       environment division.
       input-output section.
       file-control.
           select pending-change-file assign to "PENDCHG.DAT"
               organization line sequential
               file status is pending-change-status.

           select pending-work-file assign to "PENDCHG.WRK"
               organization line sequential
               file status is pending-work-status.

           select blackout-file assign to "BLKOUT.DAT"
               organization line sequential
               file status is blackout-status.

           select cycle-cal-file assign to "CYCLCAL.DAT"
               organization line sequential
               file status is cyclcal-status.

           select envcfg-file assign to "ENVCFG.DAT"
               organization line sequential
               file status is envcfg-status.

           select parmset-file assign to "PARMSETS.DAT"
               organization line sequential
               file status is parmset-status.

           select operator-auth-file assign to "OPAUTH.DAT"
               organization line sequential
               file status is opauth-status.

           select audit-log-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is audit-log-status.

       data division.
       file section.
       fd  pending-change-file.
           copy "PENDCHG.CPY".

       fd  pending-work-file.
       01 pending-work-record    pic x(326).

       fd  blackout-file.
           copy "BLKOUT.CPY".

       fd  cycle-cal-file.
           copy "CYCLCAL.CPY".

       fd  envcfg-file.
           copy "ENVCFG.CPY".

       fd  parmset-file.
           copy "PARMSET.CPY".

       fd  operator-auth-file.
           copy "OPAUTH.CPY".

       fd  audit-log-file.
           copy "AUDITLOG.CPY".

      *----------------------------------------------------------------
      * Change Approval.  The second half of the two-person rule for
      * reference data: adds, changes and deletes proposed on the
      * blackout calendar, cycle calendar, environment list and
      * parameter-set screens wait on PENDCHG.DAT until a second
      * operator decides them here.  The reviewer sees each pending
      * change with the record's before and after images, field by
      * field, and approves or rejects it.  The proposer may not decide
      * their own change (they may only withdraw it), and the reviewer
      * must hold an operator authorization for a production environment
      * - the same standing a production countersign needs.  An approval
      * is applied to the live file only while the live record still
      * matches the before image the proposal was made against (and, for
      * a cycle, while its predecessors are still on the calendar, do
      * not close a circular chain back to it, and no other cycle has
      * come to depend on one being deleted; for an environment, while
      * the environment it promotes from is still on the list and no
      * other environment has come to promote from one being deleted);
      * otherwise the change has to be rejected and proposed again.
      * Every decision is stamped on the pending-change record and
      * audited (CHGAPPR, CHGREJCT, CHGWDRAW), and an applied change is
      * also audited under the maintenance screen's own action code
      * (BLKADD, CALCHG, ...) as the moment it went live.
      *----------------------------------------------------------------
       working-storage section.
       01 pending-change-status pic xx.
       01 pending-change-eof   pic x.
       01 pending-work-status  pic xx.
       01 work-eof             pic x.
       01 decided-record       pic x(326).
       01 decision-switch      pic x.
           88 decision-was-recorded    value "Y".
           88 decision-not-recorded    value "N".
       01 blackout-status      pic xx.
       01 cyclcal-status       pic xx.
       01 envcfg-status        pic xx.
       01 parmset-status       pic xx.
       01 opauth-status        pic xx.
       01 opauth-eof           pic x.
       01 audit-log-status     pic xx.
       01 target-eof           pic x.

       01 chg-overflow         pic x value "N".
       01 chg-count            pic 9(04) comp value 0.
       01 chg-index            pic 9(04) comp value 0.
       01 chg-match            pic 9(04) comp value 0.
       01 chg-table.
           05 chg-record       pic x(326) occurs 200 times.
       01 row-count            pic 9(04) comp value 0.
       01 row-table.
           05 row-change       pic 9(04) comp occurs 200 times.
       01 selected-change      pic 9(04) comp value 0.
       01 selected-stamp       pic x(14).
       01 selected-target      pic x(08).
       01 selected-key         pic x(16).
       01 selection-switch     pic x.
           88 change-is-selected       value "Y".
           88 change-not-selected      value "N".

       01 tgt-overflow         pic x value "N".
       01 tgt-limit            pic 9(04) comp value 0.
       01 tgt-key-length       pic 9(04) comp value 0.
       01 tgt-count            pic 9(04) comp value 0.
       01 tgt-index            pic 9(04) comp value 0.
       01 tgt-match            pic 9(04) comp value 0.
       01 tgt-read-image       pic x(120).
       01 tgt-file-label       pic x(12).
       01 tgt-table.
           05 tgt-image        pic x(120) occurs 100 times.

       01 apply-switch         pic x.
           88 change-was-applied       value "Y".
           88 change-was-refused       value "N".
       01 applied-action-code  pic x(08).
       01 pred-slot            pic 9(04) comp value 0.
       01 pred-found           pic 9(04) comp value 0.
       01 pred-check-id        pic x(08).
       01 pred-check-list.
           05 pred-check       pic x(08) occurs 5 times.
       01 dependent-id         pic x(08).
       01 promote-check-code   pic x(04).
       01 promote-found        pic 9(04) comp value 0.
       01 reach-index          pic 9(04) comp value 0.
       01 reach-slot           pic 9(04) comp value 0.
       01 reach-target-id      pic x(08).
       01 reach-table.
           05 reach-flag       pic x occurs 100 times.
       01 reach-pred-list.
           05 reach-pred       pic x(08) occurs 5 times.
       01 reach-switch         pic x.
           88 reach-grew           value "Y".
           88 reach-stopped        value "N".
       01 circular-switch      pic x.
           88 chain-is-circular    value "Y".
           88 chain-not-circular   value "N".

       01 prod-env-count       pic 9(04) comp value 0.
       01 prod-env-index       pic 9(04) comp value 0.
       01 prod-env-table.
           05 prod-env-code    pic x(04) occurs 20 times.
       01 auth-switch          pic x.
           88 reviewer-is-authorized   value "Y".
           88 reviewer-not-authorized  value "N".
       01 auth-check-date      pic x(08).

       01 detail-side          pic 9(01) comp value 0.
       01 detail-count         pic 9(04) comp value 0.
       01 detail-index         pic 9(04) comp value 0.
       01 detail-table.
           05 detail-field occurs 8 times.
               10 df-label     pic x(16).
               10 df-value     pic x(60) occurs 2 times.
       01 detail-image         pic x(120).
       01 action-word          pic x(06).
       01 key-display          pic x(20).

       01 operator-id          pic x(08).
       01 workstation-id       pic x(08).
       01 current-timestamp    pic x(14).
       01 message-text         pic x(200).
       01 list-row-text        pic x(100).
       01 sel-index            binary-long.
       01 decision-prompt-result type System.Windows.Forms.DialogResult.

       01 lbl-changes          object.
       01 lst-changes          object.
       01 lbl-detail           object.
       01 lst-detail           object.
       01 btn-approve          object.
       01 btn-reject           object.
       01 btn-withdraw         object.
       01 btn-refresh          object.
       01 temp-point           object.
       01 temp-size            object.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           goback.
       end method.

      *----------------------------------------------------------------
      * InitializeComponent - lays out the pending-change list, the
      * before/after detail list and the Approve / Reject / Withdraw
      * / Refresh buttons, and wires each control to its event
      * handler.  This repo carries no separate designer partial
      * file, so this is hand-written rather than tool-generated;
      * NEW calls INVOKE SELF::INITIALIZECOMPONENT and expects it to
      * exist.
      *----------------------------------------------------------------
       method-id InitializeComponent private.
       procedure division.
           invoke self::SuspendLayout

           invoke type System.Windows.Forms.Label::new returning lbl-changes
           invoke type System.Drawing.Point::new(20, 10) returning temp-point
           invoke lbl-changes::set_Location(temp-point)
           invoke type System.Drawing.Size::new(300, 20) returning temp-size
           invoke lbl-changes::set_Size(temp-size)
           move "Changes awaiting a decision:" to lbl-changes::Text

           invoke type System.Windows.Forms.ListBox::new returning lst-changes
           invoke type System.Drawing.Point::new(20, 30) returning temp-point
           invoke lst-changes::set_Location(temp-point)
           invoke type System.Drawing.Size::new(720, 150) returning temp-size
           invoke lst-changes::set_Size(temp-size)
           invoke lst-changes::set_Name("lstChanges")

           invoke type System.Windows.Forms.Label::new returning lbl-detail
           invoke type System.Drawing.Point::new(20, 190) returning temp-point
           invoke lbl-detail::set_Location(temp-point)
           invoke type System.Drawing.Size::new(300, 20) returning temp-size
           invoke lbl-detail::set_Size(temp-size)
           move "Record before (WAS) and after (NOW):" to lbl-detail::Text

           invoke type System.Windows.Forms.ListBox::new returning lst-detail
           invoke type System.Drawing.Point::new(20, 210) returning temp-point
           invoke lst-detail::set_Location(temp-point)
           invoke type System.Drawing.Size::new(720, 180) returning temp-size
           invoke lst-detail::set_Size(temp-size)
           invoke lst-detail::set_Name("lstDetail")

           invoke type System.Windows.Forms.Button::new returning btn-approve
           invoke type System.Drawing.Point::new(20, 400) returning temp-point
           invoke btn-approve::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 25) returning temp-size
           invoke btn-approve::set_Size(temp-size)
           move "Approve" to btn-approve::Text
           invoke btn-approve::set_Name("btnApprove")

           invoke type System.Windows.Forms.Button::new returning btn-reject
           invoke type System.Drawing.Point::new(130, 400) returning temp-point
           invoke btn-reject::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 25) returning temp-size
           invoke btn-reject::set_Size(temp-size)
           move "Reject" to btn-reject::Text
           invoke btn-reject::set_Name("btnReject")

           invoke type System.Windows.Forms.Button::new returning btn-withdraw
           invoke type System.Drawing.Point::new(240, 400) returning temp-point
           invoke btn-withdraw::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 25) returning temp-size
           invoke btn-withdraw::set_Size(temp-size)
           move "Withdraw" to btn-withdraw::Text
           invoke btn-withdraw::set_Name("btnWithdraw")

           invoke type System.Windows.Forms.Button::new returning btn-refresh
           invoke type System.Drawing.Point::new(640, 400) returning temp-point
           invoke btn-refresh::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 25) returning temp-size
           invoke btn-refresh::set_Size(temp-size)
           move "Refresh" to btn-refresh::Text
           invoke btn-refresh::set_Name("btnRefresh")

           invoke self::Controls::Add(lbl-changes)
           invoke self::Controls::Add(lst-changes)
           invoke self::Controls::Add(lbl-detail)
           invoke self::Controls::Add(lst-detail)
           invoke self::Controls::Add(btn-approve)
           invoke self::Controls::Add(btn-reject)
           invoke self::Controls::Add(btn-withdraw)
           invoke self::Controls::Add(btn-refresh)

           move "Change Approval" to self::Text
           invoke type System.Drawing.Size::new(760, 440) returning temp-size
           invoke self::set_ClientSize(temp-size)

           add handler self::Load to Form17_Load
           add handler lst-changes::SelectedIndexChanged
               to Lst-Changes-SelectedIndexChanged
           add handler btn-approve::Click to Btn-Approve-Click
           add handler btn-reject::Click to Btn-Reject-Click
           add handler btn-withdraw::Click to Btn-Withdraw-Click
           add handler btn-refresh::Click to Btn-Refresh-Click

           invoke self::ResumeLayout.
       end method.

       method-id Form17_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::LOAD-CHANGE-TABLE
           invoke self::REFRESH-CHANGE-LIST
           if chg-overflow = "Y"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "More than 200 changes are pending; the rest are not shown until some of these are decided.")
           end-if
       end method.

       method-id Btn-Refresh-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::LOAD-CHANGE-TABLE
           invoke self::REFRESH-CHANGE-LIST
       end method.

      *----------------------------------------------------------------
      * LOAD-CHANGE-TABLE - reads the changes still pending on
      * PENDCHG.DAT into CHG-TABLE (bounded at 200).  Decided records
      * stay on the file as history but are not loaded; a decision is
      * recorded by streaming the file, so neither the history nor
      * this bound limits it.
      *----------------------------------------------------------------
       method-id LOAD-CHANGE-TABLE private.
       procedure division.
           move 0 to chg-count
           move "N" to chg-overflow
           move "N" to pending-change-eof

           open input pending-change-file
           if pending-change-status = "00"
               perform LOAD-ONE-CHANGE until pending-change-eof = "Y"
               close pending-change-file
           end-if
           goback.

       LOAD-ONE-CHANGE.
           read pending-change-file
               at end
                   move "Y" to pending-change-eof
               not at end
                   if pc-is-pending
                       if chg-count < 200
                           add 1 to chg-count
                           move pending-change-record
                               to chg-record(chg-count)
                       else
                           move "Y" to chg-overflow
                       end-if
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * REFRESH-CHANGE-LIST - lists the changes still pending, oldest
      * first, remembering which table entry each list row shows.
      *----------------------------------------------------------------
       method-id REFRESH-CHANGE-LIST private.
       procedure division.
           invoke lst-changes::Items::Clear
           invoke lst-detail::Items::Clear
           move 0 to row-count
           move 0 to selected-change
           perform LIST-ONE-CHANGE
               varying chg-index from 1 by 1
               until chg-index > chg-count
           goback.

       LIST-ONE-CHANGE.
           move chg-record(chg-index) to pending-change-record
           if not pc-is-pending
               exit paragraph
           end-if
           add 1 to row-count
           move chg-index to row-change(row-count)
           invoke self::SET-CHANGE-WORDS
           move spaces to list-row-text
           string pc-proposed-timestamp    delimited by size
                  "  "                     delimited by size
                  pc-target-file           delimited by size
                  "  "                     delimited by size
                  action-word              delimited by size
                  "  "                     delimited by size
                  key-display              delimited by size
                  "  PROPOSED BY "         delimited by size
                  pc-proposed-by           delimited by size
                  " ON "                   delimited by size
                  pc-proposed-workstation  delimited by size
               into list-row-text
           end-string
           invoke lst-changes::Items::Add(list-row-text).
       end method.

      *----------------------------------------------------------------
      * SET-CHANGE-WORDS - the action as a word and the record key as
      * it is shown on its maintenance screen, for the change in
      * PENDING-CHANGE-RECORD.
      *----------------------------------------------------------------
       method-id SET-CHANGE-WORDS private.
       procedure division.
           evaluate true
               when pc-is-add
                   move "ADD   " to action-word
               when pc-is-change
                   move "CHANGE" to action-word
               when other
                   move "DELETE" to action-word
           end-evaluate
           move spaces to key-display
           if pc-for-parmset
               string pc-record-key(1:8)   delimited by size
                      " "                  delimited by size
                      pc-record-key(9:8)   delimited by size
                   into key-display
               end-string
           else
               move pc-record-key to key-display
           end-if
       end method.

      *----------------------------------------------------------------
      * Lst-Changes-SelectedIndexChanged - shows the clicked change's
      * record before and after, field by field.
      *----------------------------------------------------------------
       method-id Lst-Changes-SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lst-changes::get_SelectedIndex returning sel-index
           if sel-index >= 0 and sel-index < row-count
               move row-change(sel-index + 1) to selected-change
               move chg-record(selected-change) to pending-change-record
               invoke self::SHOW-CHANGE-DETAIL
           end-if
       end method.

      *----------------------------------------------------------------
      * SHOW-CHANGE-DETAIL - lists each field of the changed record
      * with its value before (WAS) and after (NOW) the change.  An
      * add has no WAS and a delete no NOW; on a change the fields
      * that differ are marked with an asterisk.
      *----------------------------------------------------------------
       method-id SHOW-CHANGE-DETAIL private.
       procedure division.
           invoke lst-detail::Items::Clear
           move 0 to detail-count
           move pc-before-image to detail-image
           move 1 to detail-side
           perform FILL-DETAIL-FIELDS
           move pc-after-image to detail-image
           move 2 to detail-side
           perform FILL-DETAIL-FIELDS

           invoke self::SET-CHANGE-WORDS
           move spaces to list-row-text
           string action-word              delimited by size
                  " "                      delimited by size
                  pc-target-file           delimited by size
                  " "                      delimited by size
                  key-display              delimited by size
                  "  PROPOSED "            delimited by size
                  pc-proposed-timestamp    delimited by size
                  " BY "                   delimited by size
                  pc-proposed-by           delimited by size
               into list-row-text
           end-string
           invoke lst-detail::Items::Add(list-row-text)
           perform LIST-ONE-DETAIL-FIELD
               varying detail-index from 1 by 1
               until detail-index > detail-count
           goback.

       FILL-DETAIL-FIELDS.
           evaluate true
               when pc-for-blackout
                   perform FILL-BLACKOUT-FIELDS
               when pc-for-calendar
                   perform FILL-CALENDAR-FIELDS
               when pc-for-environment
                   perform FILL-ENVIRONMENT-FIELDS
               when other
                   perform FILL-PARMSET-FIELDS
           end-evaluate.

       FILL-BLACKOUT-FIELDS.
           move detail-image to blackout-record
           move 3 to detail-count
           move "START DATE"     to df-label(1)
           move "END DATE"       to df-label(2)
           move "DESCRIPTION"    to df-label(3)
           move bc-start-date    to df-value(1, detail-side)
           move bc-end-date      to df-value(2, detail-side)
           move bc-description   to df-value(3, detail-side).

       FILL-CALENDAR-FIELDS.
           move detail-image to cycle-cal-record
           move 7 to detail-count
           move "CYCLE ID"       to df-label(1)
           move "DESCRIPTION"    to df-label(2)
           move "PREDECESSORS"   to df-label(3)
           move "PLANNED START"  to df-label(4)
           move "DEADLINE"       to df-label(5)
           move "RUN RULE"       to df-label(6)
           move "RUN DAYS"       to df-label(7)
           move cc-cycle-id      to df-value(1, detail-side)
           move cc-description   to df-value(2, detail-side)
           move spaces           to df-value(3, detail-side)
           string cc-predecessor-id         delimited by size
                  " "                       delimited by size
                  cc-more-predecessor-id(1) delimited by size
                  " "                       delimited by size
                  cc-more-predecessor-id(2) delimited by size
                  " "                       delimited by size
                  cc-more-predecessor-id(3) delimited by size
                  " "                       delimited by size
                  cc-more-predecessor-id(4) delimited by size
               into df-value(3, detail-side)
           end-string
           move cc-planned-start to df-value(4, detail-side)
           move cc-deadline      to df-value(5, detail-side)
           move cc-run-rule      to df-value(6, detail-side)
           move cc-run-days      to df-value(7, detail-side).

       FILL-ENVIRONMENT-FIELDS.
           move detail-image to env-config-record
           move 5 to detail-count
           move "CODE"                 to df-label(1)
           move "NAME"                 to df-label(2)
           move "CONNECTION"           to df-label(3)
           move "PRODUCTION"           to df-label(4)
           move "PROMOTE FROM"         to df-label(5)
           move ec-environment-code    to df-value(1, detail-side)
           move ec-environment-name    to df-value(2, detail-side)
           move ec-connection-string   to df-value(3, detail-side)
           move ec-production-flag     to df-value(4, detail-side)
           move ec-promote-from-env    to df-value(5, detail-side).

       FILL-PARMSET-FIELDS.
           move detail-image to parm-set-record
           move 5 to detail-count
           move "SET NAME"           to df-label(1)
           move "EFFECTIVE DATE"     to df-label(2)
           move "AS-OF DATE"         to df-label(3)
           move "PROCESSING MODE"    to df-label(4)
           move "REGION LIST"        to df-label(5)
           move ps-set-name          to df-value(1, detail-side)
           move ps-effective-date    to df-value(2, detail-side)
           move ps-asof-date         to df-value(3, detail-side)
           move ps-processing-mode   to df-value(4, detail-side)
           move ps-region-list       to df-value(5, detail-side).

       LIST-ONE-DETAIL-FIELD.
           if not pc-is-add
               move spaces to list-row-text
               if pc-is-change
                   and df-value(detail-index, 1)
                       not = df-value(detail-index, 2)
                   move "*" to list-row-text(1:1)
               end-if
               move df-label(detail-index) to list-row-text(3:16)
               move "WAS " to list-row-text(20:4)
               move df-value(detail-index, 1) to list-row-text(24:60)
               invoke lst-detail::Items::Add(list-row-text)
           end-if
           if not pc-is-delete
               move spaces to list-row-text
               if pc-is-add
                   move df-label(detail-index) to list-row-text(3:16)
               end-if
               move "NOW " to list-row-text(20:4)
               move df-value(detail-index, 2) to list-row-text(24:60)
               invoke lst-detail::Items::Add(list-row-text)
           end-if.
       end method.

      *----------------------------------------------------------------
      * SELECT-CURRENT-CHANGE - confirms a change is picked, then
      * rereads PENDCHG.DAT and finds it again by its proposal
      * timestamp, file and key, so a decision is never recorded
      * against a change another reviewer decided meanwhile.  Leaves
      * the change as it stands on the file in PENDING-CHANGE-RECORD.
      *----------------------------------------------------------------
       method-id SELECT-CURRENT-CHANGE private.
       procedure division.
           set change-not-selected to true
           if selected-change = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick a change from the list first.")
               goback
           end-if

           move chg-record(selected-change) to pending-change-record
           move pc-proposed-timestamp to selected-stamp
           move pc-target-file        to selected-target
           move pc-record-key         to selected-key

           move 0 to chg-match
           move spaces to decided-record
           move "N" to pending-change-eof
           open input pending-change-file
           if pending-change-status = "00"
               perform FIND-ONE-CHANGE
                   until pending-change-eof = "Y" or chg-match > 0
               close pending-change-file
           end-if
           if chg-match = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That change is no longer on PENDCHG.DAT.")
               invoke self::LOAD-CHANGE-TABLE
               invoke self::REFRESH-CHANGE-LIST
               goback
           end-if

           move decided-record to pending-change-record
           if not pc-is-pending
               move spaces to message-text
               string "That change was already decided by "
                                           delimited by size
                      pc-decided-by        delimited by size
                      " at "               delimited by size
                      pc-decided-timestamp delimited by size
                      "."                  delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               invoke self::LOAD-CHANGE-TABLE
               invoke self::REFRESH-CHANGE-LIST
               goback
           end-if
           set change-is-selected to true
           goback.

       FIND-ONE-CHANGE.
           read pending-change-file
               at end
                   move "Y" to pending-change-eof
               not at end
                   if pc-proposed-timestamp = selected-stamp
                       and pc-target-file = selected-target
                       and pc-record-key = selected-key
                       move pending-change-record to decided-record
                       move 1 to chg-match
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * Btn-Approve-Click - a second authorized operator approves the
      * picked change: it is applied to the live file, stamped
      * approved, and audited as both the decision (CHGAPPR) and the
      * applied maintenance action.
      *----------------------------------------------------------------
       method-id Btn-Approve-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::SELECT-CURRENT-CHANGE
           if change-not-selected
               goback
           end-if

           invoke self::STAMP-CONTEXT
           if pc-proposed-by = operator-id
               invoke type System.Windows.Forms.MessageBox::Show(
                   "You proposed this change; a second operator must approve it. You may withdraw it instead.")
               goback
           end-if
           invoke self::CHECK-REVIEWER-AUTHORITY
           if reviewer-not-authorized
               move spaces to message-text
               string "Operator "          delimited by size
                      operator-id          delimited by size
                      " holds no production authorization and may not approve reference-data changes."
                                           delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::SET-CHANGE-WORDS
           move spaces to message-text
           string "Approve and apply this "  delimited by size
                  action-word                delimited by space
                  " to "                     delimited by size
                  pc-target-file             delimited by space
                  " "                        delimited by size
                  key-display                delimited by size
                  " proposed by "            delimited by size
                  pc-proposed-by             delimited by size
                  "?"                        delimited by size
               into message-text
           end-string
           invoke type System.Windows.Forms.MessageBox::Show(
               message-text,
               "Change Approval",
               type System.Windows.Forms.MessageBoxButtons::YesNo)
               returning decision-prompt-result
           if decision-prompt-result
               not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           invoke self::APPLY-PENDING-CHANGE
           if change-was-refused
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::RECORD-DECISION using "A"
           if decision-not-recorded
      *        the change is live, so its maintenance action is still
      *        audited; only the approval stamp could not be made.
               invoke self::WRITE-AUDIT-RECORD using applied-action-code
               invoke self::REFRESH-CHANGE-LIST
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The change was applied, but another reviewer decided it on PENDCHG.DAT meanwhile, so the approval was not stamped. Check the decided history.")
               goback
           end-if
           invoke self::WRITE-AUDIT-RECORD using "CHGAPPR "
           invoke self::WRITE-AUDIT-RECORD using applied-action-code
           invoke self::REFRESH-CHANGE-LIST
           invoke type System.Windows.Forms.MessageBox::Show(
               "Change approved and applied.")
       end method.

      *----------------------------------------------------------------
      * Btn-Reject-Click - a second authorized operator rejects the
      * picked change; it is stamped rejected, left unapplied, and
      * audited (CHGREJCT).
      *----------------------------------------------------------------
       method-id Btn-Reject-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::SELECT-CURRENT-CHANGE
           if change-not-selected
               goback
           end-if

           invoke self::STAMP-CONTEXT
           if pc-proposed-by = operator-id
               invoke type System.Windows.Forms.MessageBox::Show(
                   "You proposed this change; a second operator must decide it. You may withdraw it instead.")
               goback
           end-if
           invoke self::CHECK-REVIEWER-AUTHORITY
           if reviewer-not-authorized
               move spaces to message-text
               string "Operator "          delimited by size
                      operator-id          delimited by size
                      " holds no production authorization and may not reject reference-data changes."
                                           delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke type System.Windows.Forms.MessageBox::Show(
               "Reject this change? It will not be applied.",
               "Change Approval",
               type System.Windows.Forms.MessageBoxButtons::YesNo)
               returning decision-prompt-result
           if decision-prompt-result
               not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           invoke self::RECORD-DECISION using "R"
           if decision-not-recorded
               invoke self::REFRESH-CHANGE-LIST
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That change was decided by another reviewer meanwhile; the rejection was not recorded.")
               goback
           end-if
           invoke self::WRITE-AUDIT-RECORD using "CHGREJCT"
           invoke self::REFRESH-CHANGE-LIST
       end method.

      *----------------------------------------------------------------
      * Btn-Withdraw-Click - the proposer takes back their own
      * pending change before anyone decides it; stamped withdrawn,
      * left unapplied, and audited (CHGWDRAW).
      *----------------------------------------------------------------
       method-id Btn-Withdraw-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::SELECT-CURRENT-CHANGE
           if change-not-selected
               goback
           end-if

           invoke self::STAMP-CONTEXT
           if pc-proposed-by not = operator-id
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Only the operator who proposed a change may withdraw it.")
               goback
           end-if

           invoke type System.Windows.Forms.MessageBox::Show(
               "Withdraw your proposed change? It will not be applied.",
               "Change Approval",
               type System.Windows.Forms.MessageBoxButtons::YesNo)
               returning decision-prompt-result
           if decision-prompt-result
               not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           invoke self::RECORD-DECISION using "W"
           if decision-not-recorded
               invoke self::REFRESH-CHANGE-LIST
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That change was decided by another reviewer meanwhile; the withdrawal was not recorded.")
               goback
           end-if
           invoke self::WRITE-AUDIT-RECORD using "CHGWDRAW"
           invoke self::REFRESH-CHANGE-LIST
       end method.

      *----------------------------------------------------------------
      * CHECK-REVIEWER-AUTHORITY - the reviewer must hold an operator
      * authorization for at least one production environment on the
      * environment list (for any environment, while the list names
      * no production environment).  No authorization file leaves the
      * reviewer unauthorized, and an authorization past its expiry
      * date does not count.
      *----------------------------------------------------------------
       method-id CHECK-REVIEWER-AUTHORITY private.
       procedure division.
           set reviewer-not-authorized to true
           move 0 to prod-env-count
           move "N" to target-eof
           open input envcfg-file
           if envcfg-status = "00"
               perform NOTE-ONE-PRODUCTION-ENV until target-eof = "Y"
               close envcfg-file
           end-if

           accept auth-check-date from date yyyymmdd
           move "N" to opauth-eof
           open input operator-auth-file
           if opauth-status not = "00"
               goback
           end-if
           perform CHECK-ONE-AUTH-RECORD
               until opauth-eof = "Y" or reviewer-is-authorized
           close operator-auth-file
           goback.

       NOTE-ONE-PRODUCTION-ENV.
           read envcfg-file
               at end
                   move "Y" to target-eof
               not at end
                   if ec-production-flag = "Y" and prod-env-count < 20
                       add 1 to prod-env-count
                       move ec-environment-code
                           to prod-env-code(prod-env-count)
                   end-if
           end-read.

       CHECK-ONE-AUTH-RECORD.
           read operator-auth-file
               at end
                   move "Y" to opauth-eof
                   exit paragraph
           end-read
           if oa-operator-id not = operator-id
               exit paragraph
           end-if
           if oa-expiry-date not = spaces
               and oa-expiry-date < auth-check-date
               exit paragraph
           end-if
           if prod-env-count = 0
               set reviewer-is-authorized to true
               exit paragraph
           end-if
           perform CHECK-ONE-PRODUCTION-ENV
               varying prod-env-index from 1 by 1
               until prod-env-index > prod-env-count
                   or reviewer-is-authorized.

       CHECK-ONE-PRODUCTION-ENV.
           if prod-env-code(prod-env-index) = oa-environment-code
               set reviewer-is-authorized to true
           end-if.
       end method.

      *----------------------------------------------------------------
      * APPLY-PENDING-CHANGE - applies the change in
      * PENDING-CHANGE-RECORD to its live file: reloads the file,
      * checks the record still matches the before image (or, for an
      * add, that the key is still free), makes the change and writes
      * the file back.  Leaves the reason in MESSAGE-TEXT when the
      * change cannot be applied, and the maintenance screen's action
      * code for the applied change in APPLIED-ACTION-CODE.
      *----------------------------------------------------------------
       method-id APPLY-PENDING-CHANGE private.
       procedure division.
           set change-was-refused to true
           move spaces to message-text
           invoke self::LOAD-TARGET-TABLE

           if tgt-overflow = "Y"
               string tgt-file-label delimited by space
                      " holds more records than its maintenance screen loads. Trim it before approving changes to it."
                                     delimited by size
                   into message-text
               end-string
               goback
           end-if

           move 0 to tgt-match
           perform FIND-ONE-TARGET
               varying tgt-index from 1 by 1
               until tgt-index > tgt-count or tgt-match > 0

           if pc-is-add
               if tgt-match > 0
                   string "A record with this key has been put on "
                                          delimited by size
                          tgt-file-label  delimited by space
                          " since the change was proposed. Reject it and propose it again."
                                          delimited by size
                       into message-text
                   end-string
                   goback
               end-if
               if tgt-count >= tgt-limit
                   string tgt-file-label  delimited by space
                          " is full; the add cannot be applied."
                                          delimited by size
                       into message-text
                   end-string
                   goback
               end-if
           else
               if tgt-match = 0
                   or tgt-image(tgt-match) not = pc-before-image
                   string "The live record on "
                                          delimited by size
                          tgt-file-label  delimited by space
                          " has changed since this change was proposed. Reject it and propose it again against the current record."
                                          delimited by size
                       into message-text
                   end-string
                   goback
               end-if
           end-if

           if pc-for-calendar
               invoke self::CHECK-CALENDAR-DEPENDENCIES
               if message-text not = spaces
                   goback
               end-if
           end-if

           if pc-for-environment
               invoke self::CHECK-ENVIRONMENT-DEPENDENCIES
               if message-text not = spaces
                   goback
               end-if
           end-if

           evaluate true
               when pc-is-add
                   add 1 to tgt-count
                   move pc-after-image to tgt-image(tgt-count)
               when pc-is-change
                   move pc-after-image to tgt-image(tgt-match)
               when other
                   perform SHIFT-ONE-TARGET
                       varying tgt-index from tgt-match by 1
                       until tgt-index >= tgt-count
                   subtract 1 from tgt-count
           end-evaluate

           invoke self::SAVE-TARGET-TABLE
           set change-was-applied to true

           evaluate true
               when pc-for-blackout
                   move "BLK" to applied-action-code
               when pc-for-calendar
                   move "CAL" to applied-action-code
               when pc-for-environment
                   move "ENV" to applied-action-code
               when other
                   move "PST" to applied-action-code
           end-evaluate
           evaluate true
               when pc-is-add
                   move "ADD" to applied-action-code(4:3)
               when pc-is-change
                   move "CHG" to applied-action-code(4:3)
               when other
                   move "DEL" to applied-action-code(4:3)
           end-evaluate
           goback.

       FIND-ONE-TARGET.
           if tgt-image(tgt-index) (1:tgt-key-length)
               = pc-record-key(1:tgt-key-length)
               move tgt-index to tgt-match
           end-if.

       SHIFT-ONE-TARGET.
           move tgt-image(tgt-index + 1) to tgt-image(tgt-index).
       end method.

      *----------------------------------------------------------------
      * CHECK-CALENDAR-DEPENDENCIES - a calendar change approved
      * later than it was proposed must still leave the calendar
      * whole: every predecessor an added or changed cycle names must
      * still be on the calendar and must not wait, directly or
      * through others, on the cycle itself - two changes each passing
      * the maintenance screen's circular-chain check on its own can
      * still close a loop once both are live - and no cycle may have
      * come to name a cycle being deleted.  Leaves the reason in
      * MESSAGE-TEXT.
      *----------------------------------------------------------------
       method-id CHECK-CALENDAR-DEPENDENCIES private.
       procedure division.
           if pc-is-delete
               move spaces to dependent-id
               perform CHECK-ONE-DEPENDENT
                   varying tgt-index from 1 by 1
                   until tgt-index > tgt-count or dependent-id not = spaces
               if dependent-id not = spaces
                   string "Cycle "         delimited by size
                          dependent-id     delimited by size
                          " now names this cycle as a predecessor. Reject the delete and propose it again once that is changed."
                                           delimited by size
                       into message-text
                   end-string
               end-if
               goback
           end-if

           move pc-after-image to cycle-cal-record
           move cc-predecessor-id to pred-check(1)
           move cc-more-predecessor-id(1) to pred-check(2)
           move cc-more-predecessor-id(2) to pred-check(3)
           move cc-more-predecessor-id(3) to pred-check(4)
           move cc-more-predecessor-id(4) to pred-check(5)
           perform CHECK-ONE-PREDECESSOR
               varying pred-slot from 1 by 1
               until pred-slot > 5 or message-text not = spaces
           if message-text not = spaces
               goback
           end-if

           perform CHECK-CIRCULAR-CHAIN
           if chain-is-circular
               move "Those predecessors would now make a circular chain: one of them waits, directly or through others, on this cycle. Reject the change and propose it again."
                   to message-text
           end-if
           goback.

       CHECK-ONE-DEPENDENT.
           if tgt-index = tgt-match
               exit paragraph
           end-if
           move tgt-image(tgt-index) to cycle-cal-record
           if cc-predecessor-id = pc-record-key(1:8)
               or cc-more-predecessor-id(1) = pc-record-key(1:8)
               or cc-more-predecessor-id(2) = pc-record-key(1:8)
               or cc-more-predecessor-id(3) = pc-record-key(1:8)
               or cc-more-predecessor-id(4) = pc-record-key(1:8)
               move cc-cycle-id to dependent-id
           end-if.

       CHECK-ONE-PREDECESSOR.
           if pred-check(pred-slot) = spaces
               exit paragraph
           end-if
           move pred-check(pred-slot) to pred-check-id
           move 0 to pred-found
           perform FIND-ONE-PREDECESSOR
               varying tgt-index from 1 by 1
               until tgt-index > tgt-count or pred-found > 0
           if pred-found = 0
               string "Predecessor "   delimited by size
                      pred-check-id    delimited by size
                      " is no longer on the cycle calendar. Reject the change and propose it again."
                                       delimited by size
                   into message-text
               end-string
           end-if.

       FIND-ONE-PREDECESSOR.
           if tgt-image(tgt-index) (1:8) = pred-check-id
               move tgt-index to pred-found
           end-if.

      * marks every calendar cycle reachable by walking back from the
      * after image's predecessors through the predecessors on the
      * reloaded calendar, the changed cycle's own live record
      * standing aside for its after image; reaching the cycle itself
      * means the change would close a loop.  The walk repeats until a
      * pass marks nothing new.
       CHECK-CIRCULAR-CHAIN.
           set chain-not-circular to true
           move all "N" to reach-table
           move pred-check-list to reach-pred-list
           perform SEED-ONE-REACH
               varying reach-slot from 1 by 1
               until reach-slot > 5
           set reach-grew to true
           perform SPREAD-REACH-PASS
               until reach-stopped or chain-is-circular.

       SEED-ONE-REACH.
           if reach-pred(reach-slot) not = spaces
               move reach-pred(reach-slot) to reach-target-id
               perform MARK-ONE-REACH
           end-if.

       SPREAD-REACH-PASS.
           set reach-stopped to true
           perform SPREAD-ONE-REACH
               varying reach-index from 1 by 1
               until reach-index > tgt-count or chain-is-circular.

       SPREAD-ONE-REACH.
           if reach-flag(reach-index) = "Y"
               and reach-index not = tgt-match
               move tgt-image(reach-index) to cycle-cal-record
               move cc-predecessor-id         to reach-pred(1)
               move cc-more-predecessor-id(1) to reach-pred(2)
               move cc-more-predecessor-id(2) to reach-pred(3)
               move cc-more-predecessor-id(3) to reach-pred(4)
               move cc-more-predecessor-id(4) to reach-pred(5)
               perform SEED-ONE-REACH
                   varying reach-slot from 1 by 1
                   until reach-slot > 5
           end-if.

       MARK-ONE-REACH.
           if reach-target-id = pc-record-key(1:8)
               set chain-is-circular to true
               exit paragraph
           end-if
           perform MARK-ONE-REACH-ROW
               varying tgt-index from 1 by 1
               until tgt-index > tgt-count.

       MARK-ONE-REACH-ROW.
           if tgt-image(tgt-index) (1:8) = reach-target-id
               and reach-flag(tgt-index) = "N"
               move "Y" to reach-flag(tgt-index)
               set reach-grew to true
           end-if.
       end method.

      *----------------------------------------------------------------
      * CHECK-ENVIRONMENT-DEPENDENCIES - an environment change
      * approved later than it was proposed must still leave the
      * promotion rules whole, by the same tests the environment list
      * makes when the change is keyed: an added or changed
      * environment may name a promote-from environment only when it
      * is production itself, and the one named must be another
      * environment still on the list; and no environment may have
      * come to promote from one being deleted.  Leaves the reason in
      * MESSAGE-TEXT.
      *----------------------------------------------------------------
       method-id CHECK-ENVIRONMENT-DEPENDENCIES private.
       procedure division.
           if pc-is-delete
               move 0 to promote-found
               perform CHECK-ONE-PROMOTE-DEPENDENT
                   varying tgt-index from 1 by 1
                   until tgt-index > tgt-count or promote-found > 0
               if promote-found > 0
                   string "Environment "      delimited by size
                          promote-check-code  delimited by space
                          " now names this environment as the one it promotes from. Reject the delete and propose it again once that is changed."
                                              delimited by size
                       into message-text
                   end-string
               end-if
               goback
           end-if

           move pc-after-image to env-config-record
           if ec-promote-from-env = spaces
               goback
           end-if
           if ec-production-flag not = "Y"
               move "Only a production environment may name an environment to promote from. Reject the change and propose it again."
                   to message-text
               goback
           end-if
           if ec-promote-from-env = ec-environment-code
               move "An environment cannot be promoted from itself. Reject the change and propose it again."
                   to message-text
               goback
           end-if

           move ec-promote-from-env to promote-check-code
           move 0 to promote-found
           perform CHECK-ONE-PROMOTE-SOURCE
               varying tgt-index from 1 by 1
               until tgt-index > tgt-count or promote-found > 0
           if promote-found = 0
               string "Promote-from environment "
                                          delimited by size
                      promote-check-code  delimited by space
                      " is no longer on the environment list. Reject the change and propose it again."
                                          delimited by size
                   into message-text
               end-string
           end-if
           goback.

       CHECK-ONE-PROMOTE-DEPENDENT.
           if tgt-index = tgt-match
               exit paragraph
           end-if
           move tgt-image(tgt-index) to env-config-record
           if ec-promote-from-env = pc-record-key(1:4)
               move ec-environment-code to promote-check-code
               move tgt-index to promote-found
           end-if.

       CHECK-ONE-PROMOTE-SOURCE.
           if tgt-image(tgt-index) (1:4) = promote-check-code
               move tgt-index to promote-found
           end-if.
       end method.

      *----------------------------------------------------------------
      * LOAD-TARGET-TABLE - reads the live file the change in
      * PENDING-CHANGE-RECORD is for into TGT-TABLE as record images,
      * bounded at the same count its maintenance screen loads, and
      * sets the length of the record key at the front of each image.
      *----------------------------------------------------------------
       method-id LOAD-TARGET-TABLE private.
       procedure division.
           move 0 to tgt-count
           move "N" to tgt-overflow
           move "N" to target-eof

           evaluate true
               when pc-for-blackout
                   move "BLKOUT.DAT" to tgt-file-label
                   move 100 to tgt-limit
                   move 8 to tgt-key-length
                   open input blackout-file
                   if blackout-status = "00"
                       perform LOAD-ONE-BLACKOUT until target-eof = "Y"
                       close blackout-file
                   end-if
               when pc-for-calendar
                   move "CYCLCAL.DAT" to tgt-file-label
                   move 50 to tgt-limit
                   move 8 to tgt-key-length
                   open input cycle-cal-file
                   if cyclcal-status = "00"
                       perform LOAD-ONE-CALENDAR until target-eof = "Y"
                       close cycle-cal-file
                   end-if
               when pc-for-environment
                   move "ENVCFG.DAT" to tgt-file-label
                   move 20 to tgt-limit
                   move 4 to tgt-key-length
                   open input envcfg-file
                   if envcfg-status = "00"
                       perform LOAD-ONE-ENVIRONMENT until target-eof = "Y"
                       close envcfg-file
                   end-if
               when other
                   move "PARMSETS.DAT" to tgt-file-label
                   move 100 to tgt-limit
                   move 16 to tgt-key-length
                   open input parmset-file
                   if parmset-status = "00"
                       perform LOAD-ONE-PARMSET until target-eof = "Y"
                       close parmset-file
                   end-if
           end-evaluate
           goback.

       LOAD-ONE-BLACKOUT.
           read blackout-file
               at end
                   move "Y" to target-eof
               not at end
                   move blackout-record to tgt-read-image
                   perform KEEP-TARGET-IMAGE
           end-read.

       LOAD-ONE-CALENDAR.
           read cycle-cal-file
               at end
                   move "Y" to target-eof
               not at end
                   move cycle-cal-record to tgt-read-image
                   perform KEEP-TARGET-IMAGE
           end-read.

       LOAD-ONE-ENVIRONMENT.
           read envcfg-file
               at end
                   move "Y" to target-eof
               not at end
                   move env-config-record to tgt-read-image
                   perform KEEP-TARGET-IMAGE
           end-read.

       LOAD-ONE-PARMSET.
           read parmset-file
               at end
                   move "Y" to target-eof
               not at end
                   move parm-set-record to tgt-read-image
                   perform KEEP-TARGET-IMAGE
           end-read.

       KEEP-TARGET-IMAGE.
           if tgt-count < tgt-limit
               add 1 to tgt-count
               move tgt-read-image to tgt-image(tgt-count)
           else
               move "Y" to tgt-overflow
           end-if.
       end method.

      *----------------------------------------------------------------
      * SAVE-TARGET-TABLE - writes TGT-TABLE back over the live file
      * the change is for, in table order.
      *----------------------------------------------------------------
       method-id SAVE-TARGET-TABLE private.
       procedure division.
           evaluate true
               when pc-for-blackout
                   open output blackout-file
                   perform WRITE-ONE-BLACKOUT
                       varying tgt-index from 1 by 1
                       until tgt-index > tgt-count
                   close blackout-file
               when pc-for-calendar
                   open output cycle-cal-file
                   perform WRITE-ONE-CALENDAR
                       varying tgt-index from 1 by 1
                       until tgt-index > tgt-count
                   close cycle-cal-file
               when pc-for-environment
                   open output envcfg-file
                   perform WRITE-ONE-ENVIRONMENT
                       varying tgt-index from 1 by 1
                       until tgt-index > tgt-count
                   close envcfg-file
               when other
                   open output parmset-file
                   perform WRITE-ONE-PARMSET
                       varying tgt-index from 1 by 1
                       until tgt-index > tgt-count
                   close parmset-file
           end-evaluate
           goback.

       WRITE-ONE-BLACKOUT.
           move tgt-image(tgt-index) to blackout-record
           write blackout-record.

       WRITE-ONE-CALENDAR.
           move tgt-image(tgt-index) to cycle-cal-record
           write cycle-cal-record.

       WRITE-ONE-ENVIRONMENT.
           move tgt-image(tgt-index) to env-config-record
           write env-config-record.

       WRITE-ONE-PARMSET.
           move tgt-image(tgt-index) to parm-set-record
           write parm-set-record.
       end method.

      *----------------------------------------------------------------
      * RECORD-DECISION - stamps the decision (A approved, R
      * rejected, W withdrawn), the deciding operator and the time on
      * the selected change.  PENDCHG.DAT is streamed once to a work
      * file with only that record replaced - and only while it is
      * still pending - and the work file then replaces it, the way
      * the audit rollover replaces the live audit log, so however
      * much decided history the file holds a decision can always be
      * recorded.  Reloads the pending changes and leaves the decided
      * change in PENDING-CHANGE-RECORD for the audit record.
      *----------------------------------------------------------------
       method-id RECORD-DECISION private.
       procedure division using by value p-state as pic x(01).
           move p-state           to pc-state
           move operator-id       to pc-decided-by
           move current-timestamp to pc-decided-timestamp
           move workstation-id    to pc-decided-workstation
           move pending-change-record to decided-record
           set decision-not-recorded to true

           move "N" to pending-change-eof
           open input pending-change-file
           if pending-change-status not = "00"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "PENDCHG.DAT could not be opened; the decision was not recorded.")
               move decided-record to pending-change-record
               goback
           end-if
           open output pending-work-file
           perform STREAM-ONE-CHANGE until pending-change-eof = "Y"
           close pending-change-file
           close pending-work-file

      *    the work file now holds every record with the decision
      *    stamped - copy it back over PENDCHG.DAT and discard it.
           move "N" to work-eof
           open input pending-work-file
           open output pending-change-file
           perform COPY-ONE-WORK-CHANGE until work-eof = "Y"
           close pending-work-file
           close pending-change-file
           delete file pending-work-file

           invoke self::LOAD-CHANGE-TABLE
           move decided-record to pending-change-record
           goback.

       STREAM-ONE-CHANGE.
           read pending-change-file
               at end
                   move "Y" to pending-change-eof
               not at end
                   if pc-proposed-timestamp = selected-stamp
                       and pc-target-file = selected-target
                       and pc-record-key = selected-key
                       and pc-is-pending
                       and decision-not-recorded
                       move decided-record to pending-change-record
                       set decision-was-recorded to true
                   end-if
                   move pending-change-record to pending-work-record
                   write pending-work-record
           end-read.

       COPY-ONE-WORK-CHANGE.
           read pending-work-file
               at end
                   move "Y" to work-eof
               not at end
                   move pending-work-record to pending-change-record
                   write pending-change-record
           end-read.
       end method.

      *----------------------------------------------------------------
      * STAMP-CONTEXT - captures the reviewing operator id,
      * workstation id and current timestamp for the decision and the
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
      * AUDIT-LOG-FILE for the given decision or applied action,
      * carrying the changed record's key in the positions its own
      * maintenance screen uses: a blackout start date or parameter
      * set effective date as run date, a cycle id or set name as
      * cycle id, an environment code as environment.
      *----------------------------------------------------------------
       method-id WRITE-AUDIT-RECORD private.
       procedure division using by value audit-action-code as pic x(08).
           move operator-id       to audit-operator-id
           move workstation-id    to audit-workstation-id
           move current-timestamp to audit-timestamp
           move audit-action-code to audit-action
           move spaces            to audit-run-date
           move spaces            to audit-cycle-id
           move spaces            to audit-environment
           evaluate true
               when pc-for-blackout
                   move pc-record-key(1:8) to audit-run-date
               when pc-for-calendar
                   move pc-record-key(1:8) to audit-cycle-id
               when pc-for-environment
                   move pc-record-key(1:4) to audit-environment
               when other
                   move pc-record-key(1:8) to audit-cycle-id
                   move pc-record-key(9:8) to audit-run-date
           end-evaluate

           open extend audit-log-file
           if audit-log-status = "35"
               open output audit-log-file
           end-if

           write audit-log-record
           close audit-log-file
       end method.

       end class.
