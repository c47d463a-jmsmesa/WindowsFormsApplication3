               organization line sequential
               file status is inflight-status.

           select incident-response-file assign to "INCIDRSP.DAT"
               organization line sequential
               file status is incident-response-status.

           select incident-work-file assign to "INCIDRSP.WRK"
               organization line sequential
               file status is incident-work-status.

       data division.
       file section.
       fd  run-history-file.
       fd  inflight-file.
           copy "INFLIGHT.CPY".

       fd  incident-response-file.
           copy "INCIDRSP.CPY".

       fd  incident-work-file.
       01 incident-work-record     pic x(62).

      *----------------------------------------------------------------
      * Failure Triage workbench.  Lists every FAILED or ABENDED
      * record on the run-history file so the morning operator can
      * RERUN audit record and run-history record - the new history
      * record carries the failed run's job id in RH-RERUN-OF-JOB-ID
      * so the morning report shows the failure and its rerun as one
      * story instead of two unrelated rows.  The service desk's ticket
      * responses (INCIDRSP.DAT) are applied onto the triage records
      * when the form opens and on demand, so each failure shows the
      * incident ticket raised for it and the ticket's state.
      *----------------------------------------------------------------
       working-storage section.
       01 runhist-status       pic xx.
               10 ft-cause-code    pic x(08).
               10 ft-resolution    pic x(60).
               10 ft-rerun-job-id  pic x(12).
               10 ft-ticket-number pic x(12).
               10 ft-ticket-state  pic x(08).

       01 triage-count         pic 9(04) comp value 0.
       01 triage-index         pic 9(04) comp value 0.
               10 tt-operator      pic x(08).
               10 tt-timestamp     pic x(14).
               10 tt-rerun-job-id  pic x(12).
               10 tt-ticket-number pic x(12).
               10 tt-ticket-state  pic x(08).
               10 tt-ticket-stamp  pic x(14).

       01 incident-response-status pic xx.
       01 incident-response-eof    pic x.
       01 ticket-applied-count     pic 9(04) comp value 0.
       01 ticket-unmatched-count   pic 9(04) comp value 0.
       01 ticket-held-count        pic 9(04) comp value 0.
       01 ticket-held-display      pic 9(04).
       01 incident-work-status     pic xx.
       01 incident-work-eof        pic x.
       01 ticket-entry-switch      pic x.
           88 ticket-table-is-full     value "Y".
           88 ticket-table-has-room    value "N".
       01 ticket-applied-display   pic 9(04).
       01 ticket-unmatched-display pic 9(04).

       01 entry-cause-code     pic x(08).
       01 entry-resolution     pic x(60).

       01 opauth-eof           pic x.
       01 auth-check-id        pic x(08).
       01 auth-check-date      pic x(08).
       01 authority-switch     pic x.
           88 operator-is-authorized      value "Y".
           88 operator-is-not-authorized  value "N".
       01 txt-resolution       object.
       01 btn-record-triage    object.
       01 btn-rerun            object.
       01 btn-apply-tickets    object.
       01 lst-failures         object.
       01 temp-point           object.
       01 temp-size            object.

      *----------------------------------------------------------------
      * InitializeComponent - lays out the failure list, the cause and
      * resolution fields and the Record Triage / Rerun / Apply
      * Tickets buttons, and
      * wires each control to its event handler.  This repo carries no
      * separate designer partial file, so this is hand-written rather
      * than tool-generated; NEW has always called
           move "Rerun Cycle" to btn-rerun::Text
           invoke btn-rerun::set_Name("btnRerun")

           invoke type System.Windows.Forms.Button::new returning btn-apply-tickets
           invoke type System.Drawing.Point::new(280, 300) returning temp-point
           invoke btn-apply-tickets::set_Location(temp-point)
           invoke type System.Drawing.Size::new(120, 25) returning temp-size
           invoke btn-apply-tickets::set_Size(temp-size)
           move "Apply Tickets" to btn-apply-tickets::Text
           invoke btn-apply-tickets::set_Name("btnApplyTickets")

           invoke self::Controls::Add(lst-failures)
           invoke self::Controls::Add(lbl-cause-code)
           invoke self::Controls::Add(txt-cause-code)
           invoke self::Controls::Add(txt-resolution)
           invoke self::Controls::Add(btn-record-triage)
           invoke self::Controls::Add(btn-rerun)
           invoke self::Controls::Add(btn-apply-tickets)

           move "Failure Triage" to self::Text
           invoke type System.Drawing.Size::new(660, 345) returning temp-size
           add handler self::Load to Form8_Load
           add handler btn-record-triage::Click to Btn-Record-Triage-Click
           add handler btn-rerun::Click to Btn-Rerun-Click
           add handler btn-apply-tickets::Click to Btn-Apply-Tickets-Click
           add handler lst-failures::SelectedIndexChanged
               to Lst-Failures-SelectedIndexChanged

       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::LOAD-FAILURE-TABLE
           invoke self::LOAD-TRIAGE-TABLE
           invoke self::APPLY-INCIDENT-RESPONSES
           invoke self::MERGE-TRIAGE-INFO
           invoke self::REFRESH-FAILURE-LIST
       end method.
                       move spaces          to ft-cause-code(failure-count)
                       move spaces          to ft-resolution(failure-count)
                       move spaces          to ft-rerun-job-id(failure-count)
                       move spaces          to ft-ticket-number(failure-count)
                       move spaces          to ft-ticket-state(failure-count)
                   end-if
           end-read.

                       move tg-triage-operator  to tt-operator(triage-count)
                       move tg-triage-timestamp to tt-timestamp(triage-count)
                       move tg-rerun-job-id     to tt-rerun-job-id(triage-count)
                       move tg-ticket-number    to tt-ticket-number(triage-count)
                       move tg-ticket-state     to tt-ticket-state(triage-count)
                       move tg-ticket-timestamp to tt-ticket-stamp(triage-count)
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * MERGE-TRIAGE-INFO - carries any recorded cause, resolution,
      * rerun job id and incident ticket onto the matching failure
      * rows, so the list shows which failures are already triaged or
      * rerun and which ticket the service desk raised for each.
      *----------------------------------------------------------------
       method-id MERGE-TRIAGE-INFO private.
       procedure division.
                   to ft-resolution(failure-index)
               move tt-rerun-job-id(triage-match)
                   to ft-rerun-job-id(failure-index)
               move tt-ticket-number(triage-match)
                   to ft-ticket-number(failure-index)
               move tt-ticket-state(triage-match)
                   to ft-ticket-state(failure-index)
           end-if.

       FIND-TRIAGE-FOR-FAILURE.
               into list-row-text
               with pointer list-row-pointer
           end-string
           if ft-ticket-number(failure-index) not = spaces
               string "  TICKET "                 delimited by size
                      ft-ticket-number(failure-index)
                                                  delimited by size
                      " "                         delimited by size
                      ft-ticket-state(failure-index)
                                                  delimited by size
                   into list-row-text
                   with pointer list-row-pointer
               end-string
           end-if
           if ft-rerun-job-id(failure-index) not = spaces
               string "  RERUN AS "               delimited by size
                      ft-rerun-job-id(failure-index)
      *----------------------------------------------------------------
      * UPSERT-TRIAGE-ENTRY - updates the triage table entry for the
      * selected failure's history key, appending a new entry when the
      * failure has not been triaged before.  The rerun job id and
      * incident ticket already recorded (if any) are preserved on an
      * update.
      *----------------------------------------------------------------
       method-id UPSERT-TRIAGE-ENTRY private.
       procedure division.
               add 1 to triage-count
               move triage-count to triage-match
               move spaces to tt-rerun-job-id(triage-match)
               move spaces to tt-ticket-number(triage-match)
               move spaces to tt-ticket-state(triage-match)
               move spaces to tt-ticket-stamp(triage-match)
           end-if

           if triage-match > 0
           move tt-operator(triage-index)     to tg-triage-operator
           move tt-timestamp(triage-index)    to tg-triage-timestamp
           move tt-rerun-job-id(triage-index) to tg-rerun-job-id
           move tt-ticket-number(triage-index) to tg-ticket-number
           move tt-ticket-state(triage-index)  to tg-ticket-state
           move tt-ticket-stamp(triage-index)  to tg-ticket-timestamp
           write triage-record.
       end method.

      *----------------------------------------------------------------
      * APPLY-INCIDENT-RESPONSES - picks up the ticket-response file
      * the service desk drops back for the incidents raised from the
      * scheduler feed, and stamps each response's ticket number,
      * state and state time onto the triage entry for the history
      * key it quotes.  A failure nobody has triaged yet gets an
      * entry with the cause, note and operator left blank; a
      * response older than the state already stamped is passed
      * over, so a late-arriving OPEN never reopens a CLOSED ticket.
      * The triage file is saved and the response file consumed
      * once applied, the way the submission panel applies the
      * scheduler's status responses; responses quoting a history key
      * with no run-history record are counted and reported rather
      * than silently dropped.  A response for an untriaged failure
      * that cannot get an entry because the triage list is full
      * (100 entries) is held back: the response file is rewritten
      * with only the held-back responses, so their ticket numbers
      * and states are applied on a later attempt instead of lost.
      * The run history must be readable - otherwise the file is left
      * on disk for the next attempt.
      *----------------------------------------------------------------
       method-id APPLY-INCIDENT-RESPONSES private.
       procedure division.
           move 0 to ticket-applied-count
           move 0 to ticket-unmatched-count
           move 0 to ticket-held-count

           open input incident-response-file
           if incident-response-status not = "00"
      *        no responses on disk - nothing to apply
               goback
           end-if

           open input run-history-file
           if runhist-status not = "00"
               close incident-response-file
               goback
           end-if

           move "N" to incident-response-eof
           open output incident-work-file
           perform APPLY-ONE-TICKET-RESPONSE
               until incident-response-eof = "Y"
           close incident-response-file
           close incident-work-file
           close run-history-file

           if ticket-applied-count > 0
               invoke self::SAVE-TRIAGE-FILE
           end-if

      *    the work file holds exactly the responses held back - copy
      *    them back over the response file, or consume the file when
      *    every response was dealt with.
           if ticket-held-count > 0
               move "N" to incident-work-eof
               open input incident-work-file
               open output incident-response-file
               perform COPY-ONE-HELD-RESPONSE
                   until incident-work-eof = "Y"
               close incident-work-file
               close incident-response-file
           else
               delete file incident-response-file
           end-if
           delete file incident-work-file

           if ticket-applied-count > 0 or ticket-unmatched-count > 0
               or ticket-held-count > 0
               move ticket-applied-count   to ticket-applied-display
               move ticket-unmatched-count to ticket-unmatched-display
               move ticket-held-count      to ticket-held-display
               move spaces to message-text
               string "Service desk ticket responses: "
                                                      delimited by size
                      ticket-applied-display          delimited by size
                      " applied, "                    delimited by size
                      ticket-unmatched-display        delimited by size
                      " with no failure on file, "    delimited by size
                      ticket-held-display             delimited by size
                      " held back (triage list full; kept for the next apply)."
                                                      delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
           end-if
           goback.

       APPLY-ONE-TICKET-RESPONSE.
           read incident-response-file
               at end
                   move "Y" to incident-response-eof
               not at end
                   perform STAMP-TICKET-RESPONSE
           end-read.

       STAMP-TICKET-RESPONSE.
           move 0 to triage-match
           perform FIND-TRIAGE-FOR-TICKET
               varying triage-index from 1 by 1
               until triage-index > triage-count or triage-match > 0

           if triage-match = 0
               perform ADD-TICKET-ONLY-ENTRY
               if triage-match = 0
                   if ticket-table-is-full
                       move incident-response-record
                           to incident-work-record
                       write incident-work-record
                       add 1 to ticket-held-count
                   else
                       add 1 to ticket-unmatched-count
                   end-if
                   exit paragraph
               end-if
           end-if

           if ir-state-timestamp < tt-ticket-stamp(triage-match)
               exit paragraph
           end-if

           move ir-ticket-number   to tt-ticket-number(triage-match)
           move ir-ticket-state    to tt-ticket-state(triage-match)
           move ir-state-timestamp to tt-ticket-stamp(triage-match)
           add 1 to ticket-applied-count.

      * a failure not yet triaged - its details come from the
      * run-history record the response quotes.
       ADD-TICKET-ONLY-ENTRY.
           set ticket-table-has-room to true
           move ir-history-key to rh-history-key
           read run-history-file
               invalid key
                   exit paragraph
           end-read

           if triage-count >= 100
               set ticket-table-is-full to true
               exit paragraph
           end-if

           add 1 to triage-count
           move triage-count to triage-match
           move rh-history-key to tt-history-key(triage-match)
           move rh-cycle-id    to tt-cycle-id(triage-match)
           move rh-run-date    to tt-run-date(triage-match)
           move rh-job-id      to tt-job-id(triage-match)
           move rh-return-code to tt-return-code(triage-match)
           move spaces         to tt-cause-code(triage-match)
           move spaces         to tt-resolution(triage-match)
           move spaces         to tt-operator(triage-match)
           move spaces         to tt-timestamp(triage-match)
           move spaces         to tt-rerun-job-id(triage-match)
           move spaces         to tt-ticket-number(triage-match)
           move spaces         to tt-ticket-state(triage-match)
           move spaces         to tt-ticket-stamp(triage-match).

       FIND-TRIAGE-FOR-TICKET.
           if tt-history-key(triage-index) = ir-history-key
               move triage-index to triage-match
           end-if.

       COPY-ONE-HELD-RESPONSE.
           read incident-work-file
               at end
                   move "Y" to incident-work-eof
               not at end
                   move incident-work-record to incident-response-record
                   write incident-response-record
           end-read.
       end method.

      *----------------------------------------------------------------
      * Btn-Apply-Tickets-Click - lets the operator pull in the service
      * desk's ticket responses on demand, without reopening the
      * workbench, and relists the failures with their tickets.
      *----------------------------------------------------------------
       method-id Btn-Apply-Tickets-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           open input incident-response-file
           if incident-response-status not = "00"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "No service desk ticket responses are waiting to be applied.")
               goback
           end-if
           close incident-response-file

           invoke self::APPLY-INCIDENT-RESPONSES
           invoke self::MERGE-TRIAGE-INFO
           invoke self::REFRESH-FAILURE-LIST
       end method.

      *----------------------------------------------------------------
      * CHECK-OPERATOR-AUTHORITY - confirms the given operator id
      * holds an unexpired authorization record for ENVIRONMENT-CODE,
      * the same way the submission panel checks before a submit.  A
      * rerun is a real submission to the environment and gets the
      * same gate.
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
      *    a rerun stands alone - no predecessor is chained ahead of
      *    it on the trigger.
           move spaces            to trg-predecessor-id
           move spaces            to trg-more-predecessors
           move job-id            to trg-job-id
           move spaces            to trg-parmset-name
           move spaces            to trg-asof-date
