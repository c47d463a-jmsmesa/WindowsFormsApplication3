               organization line sequential
               file status is audit-log-status.

           select pending-change-file assign to "PENDCHG.DAT"
               organization line sequential
               file status is pending-change-status.

       data division.
       file section.
       fd  envcfg-file.
       fd  audit-log-file.
           copy "AUDITLOG.CPY".

       fd  pending-change-file.
           copy "PENDCHG.CPY".

      *----------------------------------------------------------------
      * Environment List maintenance.  Replaces hand-editing
      * ENVCFG.DAT in a text editor: entries are added, changed and
      * deleted here with the environment code checked for duplicates
      * on entry (a bad code row in the raw file poisons the
      * submission panel's selector list).  The connection string and
      * the production flag decide where and how a cycle runs - and a
      * production environment's promote-from code names the lower
      * environment a cycle must complete in before it may run
      * there - so an add, change or delete is not saved here: it is
      * recorded on PENDCHG.DAT as a pending change, with the
      * environment's before and after images, and goes live only when a
      * second authorized operator approves it on the Change Approval
      * screen.  The proposal is audited the same way Form1 audits opens
      * and submits.  The list row an operator clicks carries its entry
      * onto the fields below.
      *----------------------------------------------------------------
       working-storage section.
       01 envcfg-status        pic xx.
       01 envcfg-eof           pic x.
       01 audit-log-status     pic xx.
       01 pending-change-status pic xx.
       01 pending-change-eof   pic x.

       01 pending-key          pic x(16).
       01 pending-action       pic x(01).
       01 pending-proposer     pic x(08).
       01 pending-switch       pic x.
           88 pending-change-found     value "Y".
           88 pending-change-none      value "N".

       01 env-overflow         pic x value "N".
       01 env-count            pic 9(04) comp value 0.
               10 et-name        pic x(20).
               10 et-connection  pic x(60).
               10 et-production  pic x(01).
               10 et-promote-from pic x(04).

       01 entry-env-code       pic x(04).
       01 entry-env-name       pic x(20).
       01 entry-connection     pic x(60).
       01 entry-production     pic x(01).
       01 entry-promote-from   pic x(04).
       01 promote-match        pic 9(04) comp value 0.
       01 promote-switch       pic x.
           88 promote-from-valid       value "Y".
           88 promote-from-invalid     value "N".

       01 operator-id          pic x(08).
       01 workstation-id       pic x(08).
       01 txt-env-name         object.
       01 txt-connection       object.
       01 txt-production       object.
       01 lbl-promote-from     object.
       01 txt-promote-from     object.
       01 btn-add              object.
       01 btn-change           object.
       01 btn-delete           object.
           invoke txt-production::set_Size(temp-size)
           invoke txt-production::set_Name("txtProduction")

           invoke type System.Windows.Forms.Label::new returning lbl-promote-from
           invoke type System.Drawing.Point::new(20, 335) returning temp-point
           invoke lbl-promote-from::set_Location(temp-point)
           invoke type System.Drawing.Size::new(110, 20) returning temp-size
           invoke lbl-promote-from::set_Size(temp-size)
           move "Promote From:" to lbl-promote-from::Text

           invoke type System.Windows.Forms.TextBox::new returning txt-promote-from
           invoke type System.Drawing.Point::new(140, 335) returning temp-point
           invoke txt-promote-from::set_Location(temp-point)
           invoke type System.Drawing.Size::new(60, 20) returning temp-size
           invoke txt-promote-from::set_Size(temp-size)
           invoke txt-promote-from::set_Name("txtPromoteFrom")

           invoke type System.Windows.Forms.Button::new returning btn-add
           invoke type System.Drawing.Point::new(20, 370) returning temp-point
           invoke btn-add::set_Location(temp-point)
           invoke type System.Drawing.Size::new(90, 25) returning temp-size
           invoke btn-add::set_Size(temp-size)
           invoke btn-add::set_Name("btnAdd")

           invoke type System.Windows.Forms.Button::new returning btn-change
           invoke type System.Drawing.Point::new(120, 370) returning temp-point
           invoke btn-change::set_Location(temp-point)
           invoke type System.Drawing.Size::new(90, 25) returning temp-size
           invoke btn-change::set_Size(temp-size)
           invoke btn-change::set_Name("btnChange")

           invoke type System.Windows.Forms.Button::new returning btn-delete
           invoke type System.Drawing.Point::new(220, 370) returning temp-point
           invoke btn-delete::set_Location(temp-point)
           invoke type System.Drawing.Size::new(90, 25) returning temp-size
           invoke btn-delete::set_Size(temp-size)
           invoke self::Controls::Add(txt-connection)
           invoke self::Controls::Add(lbl-production)
           invoke self::Controls::Add(txt-production)
           invoke self::Controls::Add(lbl-promote-from)
           invoke self::Controls::Add(txt-promote-from)
           invoke self::Controls::Add(btn-add)
           invoke self::Controls::Add(btn-change)
           invoke self::Controls::Add(btn-delete)

           move "Environment List Maintenance" to self::Text
           invoke type System.Drawing.Size::new(500, 415) returning temp-size
           invoke self::set_ClientSize(temp-size)

           add handler self::Load to Form6_Load
           invoke self::REFRESH-ENV-LIST
           if env-overflow = "Y"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "ENVCFG.DAT holds more than 20 entries; the rows beyond 20 are not shown and cannot be maintained or proposed from this screen. Trim the file before maintaining it here.")
           end-if
       end method.

                       move ec-environment-name  to et-name(env-count)
                       move ec-connection-string to et-connection(env-count)
                       move ec-production-flag   to et-production(env-count)
                       move ec-promote-from-env  to et-promote-from(env-count)
                   else
                       move "Y" to env-overflow
                   end-if
                  "  "                      delimited by size
                  et-production(env-index)  delimited by size
                  "  "                      delimited by size
                  et-promote-from(env-index) delimited by size
                  "  "                      delimited by size
                  et-connection(env-index)  delimited by size
               into list-row-text
           end-string
               move et-name(sel-index + 1)       to txt-env-name::Text
               move et-connection(sel-index + 1) to txt-connection::Text
               move et-production(sel-index + 1) to txt-production::Text
               move et-promote-from(sel-index + 1) to txt-promote-from::Text
           end-if
       end method.

       end method.

      *----------------------------------------------------------------
      * VALIDATE-PROMOTE-FROM - checks the keyed promote-from code.
      * Blank means no promotion rule.  Otherwise only a production
      * environment may carry one, and it must name a different
      * environment already on the list - the lower environment a
      * cycle has to complete in before it may run here.
      *----------------------------------------------------------------
       method-id VALIDATE-PROMOTE-FROM private.
       procedure division.
           set promote-from-valid to true
           if entry-promote-from = spaces
               goback
           end-if

           set promote-from-invalid to true
           if entry-production not = "Y"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Only a production environment may name an environment to promote from. Leave Promote From blank.")
               goback
           end-if

           if entry-promote-from = entry-env-code
               invoke type System.Windows.Forms.MessageBox::Show(
                   "An environment cannot be promoted from itself.")
               goback
           end-if

           move 0 to promote-match
           perform CHECK-ONE-PROMOTE-SOURCE
               varying env-index from 1 by 1
               until env-index > env-count or promote-match > 0
           if promote-match = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The promote-from environment is not on the list.")
               goback
           end-if

           set promote-from-valid to true
           goback.

       CHECK-ONE-PROMOTE-SOURCE.
           if et-code(env-index) = entry-promote-from
               move env-index to promote-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * FIND-PROMOTE-DEPENDENT - sets PROMOTE-MATCH to an environment
      * that names the keyed environment as the one it promotes from
      * (0 when none), so that environment is not deleted from under
      * a promotion rule.
      *----------------------------------------------------------------
       method-id FIND-PROMOTE-DEPENDENT private.
       procedure division.
           move 0 to promote-match
           perform CHECK-ONE-PROMOTE-DEPENDENT
               varying env-index from 1 by 1
               until env-index > env-count or promote-match > 0
           goback.

       CHECK-ONE-PROMOTE-DEPENDENT.
           if et-promote-from(env-index) = entry-env-code
               move env-index to promote-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * Btn-Add-Click - validates a new environment, refusing a
      * duplicate code, and proposes it for approval.
      *----------------------------------------------------------------
       method-id Btn-Add-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           move txt-env-name::Text   to entry-env-name
           move txt-connection::Text to entry-connection
           move txt-production::Text to entry-production
           move txt-promote-from::Text to entry-promote-from

           if entry-env-code = spaces
               invoke type System.Windows.Forms.MessageBox::Show(
               goback
           end-if

           invoke self::VALIDATE-PROMOTE-FROM
           if promote-from-invalid
               goback
           end-if

           invoke self::FIND-ENV-BY-CODE
           if env-match > 0
               invoke type System.Windows.Forms.MessageBox::Show(
               goback
           end-if

           move "A" to pending-action
           invoke self::PROPOSE-ENV-CHANGE
       end method.

      *----------------------------------------------------------------
      * Btn-Change-Click - validates a replacement for the environment
      * whose code is keyed and proposes it for approval.
      *----------------------------------------------------------------
       method-id Btn-Change-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           move txt-env-name::Text   to entry-env-name
           move txt-connection::Text to entry-connection
           move txt-production::Text to entry-production
           move txt-promote-from::Text to entry-promote-from

           if entry-env-code = spaces
               invoke type System.Windows.Forms.MessageBox::Show(
               goback
           end-if

           invoke self::VALIDATE-PROMOTE-FROM
           if promote-from-invalid
               goback
           end-if

           invoke self::FIND-ENV-BY-CODE
           if env-match = 0
               invoke type System.Windows.Forms.MessageBox::Show(
               goback
           end-if

           move "C" to pending-action
           invoke self::PROPOSE-ENV-CHANGE
       end method.

      *----------------------------------------------------------------
      * Btn-Delete-Click - proposes removing the environment whose
      * code is keyed, for approval.
      *----------------------------------------------------------------
       method-id Btn-Delete-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
               goback
           end-if

           invoke self::FIND-PROMOTE-DEPENDENT
           if promote-match > 0
               move spaces to message-text
               string "Environment "            delimited by size
                      et-code(promote-match)    delimited by space
                      " names this environment as the one it promotes from. Change "
                                                delimited by size
                      et-code(promote-match)    delimited by space
                      " first."                 delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           move "D" to pending-action
           invoke self::PROPOSE-ENV-CHANGE
       end method.

      *----------------------------------------------------------------
      * PROPOSE-ENV-CHANGE - records the keyed add, change or delete
      * (PENDING-ACTION; ENV-MATCH is the environment changed or
      * deleted) as a pending change carrying the environment's
      * before and after images, for a second operator to approve on
      * the Change Approval screen, and audits the proposal.  Refused
      * while another change to the same environment is still
      * pending - the second would be approved against a stale
      * before image.
      *----------------------------------------------------------------
       method-id PROPOSE-ENV-CHANGE private.
       procedure division.
           move entry-env-code to pending-key
           invoke self::FIND-PENDING-CHANGE
           if pending-change-found
               move spaces to message-text
               string "A change to this environment proposed by "
                                               delimited by size
                      pending-proposer         delimited by size
                      " is still awaiting approval. Have it approved or rejected first."
                                               delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::STAMP-CONTEXT
           move current-timestamp to pc-proposed-timestamp
           move "ENVCFG  "        to pc-target-file
           move pending-action    to pc-action
           move pending-key       to pc-record-key
           move "P"               to pc-state
           move operator-id       to pc-proposed-by
           move workstation-id    to pc-proposed-workstation
           move spaces            to pc-decided-by
           move spaces            to pc-decided-timestamp
           move spaces            to pc-decided-workstation
           move spaces            to pc-before-image
           move spaces            to pc-after-image

           if not pc-is-add
               move spaces to env-config-record
               move et-code(env-match)       to ec-environment-code
               move et-name(env-match)       to ec-environment-name
               move et-connection(env-match) to ec-connection-string
               move et-production(env-match) to ec-production-flag
               move et-promote-from(env-match) to ec-promote-from-env
               move env-config-record to pc-before-image
           end-if
           if not pc-is-delete
               move spaces to env-config-record
               move entry-env-code   to ec-environment-code
               move entry-env-name   to ec-environment-name
               move entry-connection to ec-connection-string
               move entry-production to ec-production-flag
               move entry-promote-from to ec-promote-from-env
               move env-config-record to pc-after-image
           end-if

           open extend pending-change-file
           if pending-change-status = "35"
               open output pending-change-file
           end-if
           write pending-change-record
           close pending-change-file

           evaluate pending-action
               when "A"
                   invoke self::WRITE-AUDIT-RECORD using "PENVADD "
               when "C"
                   invoke self::WRITE-AUDIT-RECORD using "PENVCHG "
               when other
                   invoke self::WRITE-AUDIT-RECORD using "PENVDEL "
           end-evaluate

           invoke type System.Windows.Forms.MessageBox::Show(
               "Change proposed. It takes effect once a second authorized operator approves it on the Change Approval screen.")
       end method.

      *----------------------------------------------------------------
      * FIND-PENDING-CHANGE - looks on PENDCHG.DAT for a change to
      * the environment PENDING-KEY that is still awaiting a
      * decision, noting who proposed it.
      *----------------------------------------------------------------
       method-id FIND-PENDING-CHANGE private.
       procedure division.
           set pending-change-none to true
           move spaces to pending-proposer
           move "N" to pending-change-eof

           open input pending-change-file
           if pending-change-status not = "00"
               goback
           end-if
           perform CHECK-ONE-PENDING-CHANGE
               until pending-change-eof = "Y" or pending-change-found
           close pending-change-file
           goback.

       CHECK-ONE-PENDING-CHANGE.
           read pending-change-file
               at end
                   move "Y" to pending-change-eof
               not at end
                   if pc-for-environment and pc-is-pending
                       and pc-record-key = pending-key
                       set pending-change-found to true
                       move pc-proposed-by to pending-proposer
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------

      *----------------------------------------------------------------
      * WRITE-AUDIT-RECORD - appends one timestamped audit record to
      * AUDIT-LOG-FILE for the given proposed action, carrying the
      * environment code that was touched.
      *----------------------------------------------------------------
       method-id WRITE-AUDIT-RECORD private.
