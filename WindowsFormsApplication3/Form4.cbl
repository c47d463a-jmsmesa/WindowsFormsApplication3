               organization line sequential
               file status is audit-log-status.

           select pending-change-file assign to "PENDCHG.DAT"
               organization line sequential
               file status is pending-change-status.

       data division.
       file section.
       fd  blackout-file.
       fd  audit-log-file.
           copy "AUDITLOG.CPY".

       fd  pending-change-file.
           copy "PENDCHG.CPY".

      *----------------------------------------------------------------
      * Blackout Calendar maintenance.  Replaces hand-editing
      * BLKOUT.DAT in a text editor: entries are added, changed and
      * deleted here with the dates validated on entry (a malformed
      * start date in the raw file silently stops blackout checking
      * on the submission panel).  A blackout window decides what
      * may run in production, so an add, change or delete is not
      * saved here: it is recorded on PENDCHG.DAT as a pending
      * change, with the window's before and after images, and goes
      * live only when a second authorized operator approves it on
      * the Change Approval screen.  The proposal is audited the same
      * way Form1 audits opens and submits.  An entry is identified
      * by its start date; the list row an operator clicks carries
      * its entry onto the fields below.
      *----------------------------------------------------------------
       working-storage section.
       01 blackout-status      pic xx.
       01 blackout-eof         pic x.
       01 audit-log-status     pic xx.
       01 pending-change-status pic xx.
       01 pending-change-eof   pic x.

       01 pending-key          pic x(16).
       01 pending-action       pic x(01).
       01 pending-proposer     pic x(08).
       01 pending-switch       pic x.
           88 pending-change-found     value "Y".
           88 pending-change-none      value "N".

       01 blackout-overflow    pic x value "N".
       01 blackout-count       pic 9(04) comp value 0.
           invoke self::REFRESH-BLACKOUT-LIST
           if blackout-overflow = "Y"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "BLKOUT.DAT holds more than 100 entries; the rows beyond 100 are not shown and cannot be maintained or proposed from this screen. Trim the file before maintaining it here.")
           end-if
       end method.

       end method.

      *----------------------------------------------------------------
      * Btn-Add-Click - validates a new blackout window, refusing a
      * duplicate start date, and proposes it for approval.
      *----------------------------------------------------------------
       method-id Btn-Add-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
               goback
           end-if

           move "A" to pending-action
           invoke self::PROPOSE-BLACKOUT-CHANGE
       end method.

      *----------------------------------------------------------------
      * Btn-Change-Click - validates a replacement for the blackout
      * window whose start date is keyed and proposes it for approval.
      *----------------------------------------------------------------
       method-id Btn-Change-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
               goback
           end-if

           move "C" to pending-action
           invoke self::PROPOSE-BLACKOUT-CHANGE
       end method.

      *----------------------------------------------------------------
      * Btn-Delete-Click - proposes removing the blackout window whose
      * start date is keyed, for approval.
      *----------------------------------------------------------------
       method-id Btn-Delete-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
               goback
           end-if

           move "D" to pending-action
           invoke self::PROPOSE-BLACKOUT-CHANGE
       end method.

      *----------------------------------------------------------------
      * PROPOSE-BLACKOUT-CHANGE - records the keyed add, change or
      * delete (PENDING-ACTION; BLACKOUT-MATCH is the window changed
      * or deleted) as a pending change carrying the window's before
      * and after images, for a second operator to approve on the
      * Change Approval screen, and audits the proposal.  Refused
      * while another change to the same window is still pending -
      * the second would be approved against a stale before image.
      *----------------------------------------------------------------
       method-id PROPOSE-BLACKOUT-CHANGE private.
       procedure division.
           move entry-start-date to pending-key
           invoke self::FIND-PENDING-CHANGE
           if pending-change-found
               move spaces to message-text
               string "A change to this blackout window proposed by "
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
           move "BLKOUT  "        to pc-target-file
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
               move spaces to blackout-record
               move bt-start-date(blackout-match)  to bc-start-date
               move bt-end-date(blackout-match)    to bc-end-date
               move bt-description(blackout-match) to bc-description
               move blackout-record to pc-before-image
           end-if
           if not pc-is-delete
               move spaces to blackout-record
               move entry-start-date  to bc-start-date
               move entry-end-date    to bc-end-date
               move entry-description to bc-description
               move blackout-record to pc-after-image
           end-if

           open extend pending-change-file
           if pending-change-status = "35"
               open output pending-change-file
           end-if
           write pending-change-record
           close pending-change-file

           evaluate pending-action
               when "A"
                   invoke self::WRITE-AUDIT-RECORD using "PBLKADD "
               when "C"
                   invoke self::WRITE-AUDIT-RECORD using "PBLKCHG "
               when other
                   invoke self::WRITE-AUDIT-RECORD using "PBLKDEL "
           end-evaluate

           invoke type System.Windows.Forms.MessageBox::Show(
               "Change proposed. It takes effect once a second authorized operator approves it on the Change Approval screen.")
       end method.

      *----------------------------------------------------------------
      * FIND-PENDING-CHANGE - looks on PENDCHG.DAT for a change to
      * the blackout window PENDING-KEY that is still awaiting a
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
                   if pc-for-blackout and pc-is-pending
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
      * blackout start date in the run-date position so the audit
      * trail shows which window was touched.
      *----------------------------------------------------------------
