       class-id WindowsFormsApplication3.Form16 is partial
                 inherits type System.Windows.Forms.Form.

       environment division.
       input-output section.
       file-control.
           select handover-file assign to "HANDOVER.DAT"
               organization line sequential
               file status is handover-status.

           select run-history-file assign to "RUNHIST.DAT"
               organization indexed
               access dynamic
               record key rh-history-key
               file status is runhist-status.

           select triage-file assign to "TRIAGE.DAT"
               organization line sequential
               file status is triage-status.

           select release-queue-file assign to "RELQUEUE.DAT"
               organization line sequential
               file status is relqueue-status.

           select cycle-cal-file assign to "CYCLCAL.DAT"
               organization line sequential
               file status is cyclcal-status.

           select cycle-lock-file assign dynamic lock-file-name
               organization line sequential
               file status is lock-file-status.

           select notify-file assign to "NOTIFYQ.DAT"
               organization line sequential
               file status is notify-status.

           select business-date-file assign to "BUSDATE.DAT"
               organization line sequential
               file status is busdate-status.

           select audit-log-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is audit-log-status.

           select spool-file assign dynamic spool-file-name
               organization line sequential
               file status is spool-status.

           select spool-index-file assign to "SPOOLIDX.DAT"
               organization line sequential
               file status is spool-index-status.

       data division.
       file section.
       fd  handover-file.
           copy "HANDOVER.CPY".

       fd  run-history-file.
           copy "RUNHIST.CPY".

       fd  triage-file.
           copy "TRIAGE.CPY".

       fd  release-queue-file.
           copy "RELQUEUE.CPY".

       fd  cycle-cal-file.
           copy "CYCLCAL.CPY".

       fd  cycle-lock-file.
           copy "CYCLOCK.CPY".

       fd  notify-file.
           copy "NOTIFYQ.CPY".

       fd  business-date-file.
           copy "BUSDATE.CPY".

       fd  audit-log-file.
           copy "AUDITLOG.CPY".

       fd  spool-file.
       01 spool-line-record      pic x(100).

       fd  spool-index-file.
           copy "SPOOLIDX.CPY".

      *----------------------------------------------------------------
      * Shift Handover.  The outgoing operator records free-text
      * handover notes against a shift (DAY 07:00-19:00, NIGHT 19:00
      * to 07:00 the next morning, a shift known by the date it
      * starts), each optionally tied to a cycle id and run date.
      * The handover summary is generated from the live files every
      * time it is shown: the shift's notes, failures on the run
      * history with no triage record yet, release-queue entries
      * still HELD or QUEUED, cycle locks still held, notifications
      * raised on the paging outbox during the shift, and the open
      * business date per environment.  The incoming operator - who
      * may not be one of the shift's note writers - accepts the
      * handover: the summary as accepted is spooled (type HANDOVER,
      * kept a year), the acknowledgement is logged on HANDOVER.DAT
      * with the spool file's name, and both the notes (HANDNOTE)
      * and the acknowledgement (HANDACK) are audited.
      *----------------------------------------------------------------
       working-storage section.
       01 handover-status      pic xx.
       01 runhist-status       pic xx.
       01 triage-status        pic xx.
       01 relqueue-status      pic xx.
       01 cyclcal-status       pic xx.
       01 lock-file-status     pic xx.
       01 notify-status        pic xx.
       01 busdate-status       pic xx.
       01 audit-log-status     pic xx.
       01 spool-status         pic xx.
       01 spool-index-status   pic xx.

       01 handover-eof         pic x.
       01 history-eof          pic x.
       01 triage-eof           pic x.
       01 relqueue-eof         pic x.
       01 cyclcal-eof          pic x.
       01 notify-eof           pic x.
       01 busdate-eof          pic x.

       01 day-shift-start      pic x(06) value "070000".
       01 night-shift-start    pic x(06) value "190000".

       01 shift-date           pic x(08).
       01 shift-code           pic x(05).
       01 shift-start-stamp    pic x(14).
       01 shift-end-stamp      pic x(14).
       01 shift-valid-switch   pic x.
           88 shift-is-valid       value "Y".
           88 shift-is-invalid     value "N".
       01 current-shift-date   pic x(08).
       01 current-shift-code   pic x(05).

       01 shift-ack-switch     pic x.
           88 shift-was-acknowledged   value "Y".
           88 shift-not-acknowledged   value "N".
       01 shift-ack-operator   pic x(08).
       01 shift-ack-timestamp  pic x(14).
       01 shift-note-count     pic 9(04) comp value 0.
       01 shift-last-author    pic x(08).
       01 author-count         pic 9(04) comp value 0.
       01 author-index         pic 9(04) comp value 0.
       01 author-table.
           05 author-id        pic x(08) occurs 20 times.
       01 author-switch        pic x.
           88 operator-wrote-notes     value "Y".
           88 operator-wrote-no-notes  value "N".

       01 next-date-work       pic x(08).
       01 next-date-work-r redefines next-date-work.
           05 nd-year          pic 9(04).
           05 nd-month         pic 9(02).
           05 nd-day           pic 9(02).
       01 nd-max-day           pic 9(02) comp.
       01 nd-quot              pic 9(04) comp.
       01 nd-leap-work         pic 9(04) comp.

       01 dv-work-date         pic x(08).
       01 dv-work-date-r redefines dv-work-date.
           05 dv-year          pic 9(04).
           05 dv-month         pic 9(02).
           05 dv-day           pic 9(02).
       01 dv-max-day           pic 9(02) comp.
       01 dv-quot              pic 9(04) comp.
       01 dv-leap-work         pic 9(04) comp.
       01 date-valid-switch    pic x.
           88 date-is-valid        value "Y".
           88 date-is-invalid      value "N".

       01 entry-cycle-id       pic x(08).
       01 entry-run-date       pic x(08).
       01 entry-note-text      pic x(100).

       01 triage-key-count     pic 9(04) comp value 0.
       01 triage-key-index     pic 9(04) comp value 0.
       01 triage-key-match     pic 9(04) comp value 0.
       01 triage-key-table.
           05 triage-key       pic x(16) occurs 500 times.

       01 cand-count           pic 9(04) comp value 0.
       01 cand-index           pic 9(04) comp value 0.
       01 cand-match           pic 9(04) comp value 0.
       01 cand-table.
           05 cn-cycle-id      pic x(08) occurs 300 times.

       01 summary-count        pic 9(04) comp value 0.
       01 summary-index        pic 9(04) comp value 0.
       01 summary-table.
           05 summary-line     pic x(100) occurs 500 times.
       01 summary-text         pic x(100).
       01 section-line         pic 9(04) comp value 0.
       01 section-count        pic 9(04) comp value 0.
       01 section-heading      pic x(60).
       01 count-display        pic zzz9.

       01 operator-id          pic x(08).
       01 workstation-id       pic x(08).
       01 current-timestamp    pic x(14).
       01 run-date             pic x(08).
       01 cycle-id             pic x(08).
       01 environment-code     pic x(04).
       01 message-text         pic x(200).
       01 lock-file-name       pic x(20).
       01 ack-prompt-result    type System.Windows.Forms.DialogResult.

       01 spool-file-name      pic x(24).
       01 spool-report-type    pic x(08).
       01 spool-retention-days pic 9(03).

       01 lbl-shift-date       object.
       01 txt-shift-date       object.
       01 lbl-shift-code       object.
       01 cbo-shift-code       object.
       01 lbl-cycle-id         object.
       01 txt-cycle-id         object.
       01 lbl-run-date         object.
       01 txt-run-date         object.
       01 lbl-note             object.
       01 txt-note             object.
       01 btn-add-note         object.
       01 btn-show-summary     object.
       01 btn-acknowledge      object.
       01 lst-summary          object.
       01 temp-point           object.
       01 temp-size            object.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           goback.
       end method.

      *----------------------------------------------------------------
      * InitializeComponent - lays out the shift, cycle, run date and
      * note fields, the Add Note / Show Summary / Acknowledge
      * Handover buttons and the summary list, and wires each control
      * to its event handler.  This repo carries no separate designer
      * partial file, so this is hand-written rather than
      * tool-generated; NEW calls INVOKE SELF::INITIALIZECOMPONENT and
      * expects it to exist.
      *----------------------------------------------------------------
       method-id InitializeComponent private.
       procedure division.
           invoke self::SuspendLayout

           invoke type System.Windows.Forms.Label::new returning lbl-shift-date
           invoke type System.Drawing.Point::new(20, 20) returning temp-point
           invoke lbl-shift-date::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 20) returning temp-size
           invoke lbl-shift-date::set_Size(temp-size)
           move "Shift Date:" to lbl-shift-date::Text

           invoke type System.Windows.Forms.TextBox::new returning txt-shift-date
           invoke type System.Drawing.Point::new(130, 20) returning temp-point
           invoke txt-shift-date::set_Location(temp-point)
           invoke type System.Drawing.Size::new(80, 20) returning temp-size
           invoke txt-shift-date::set_Size(temp-size)
           invoke txt-shift-date::set_Name("txtShiftDate")

           invoke type System.Windows.Forms.Label::new returning lbl-shift-code
           invoke type System.Drawing.Point::new(230, 20) returning temp-point
           invoke lbl-shift-code::set_Location(temp-point)
           invoke type System.Drawing.Size::new(50, 20) returning temp-size
           invoke lbl-shift-code::set_Size(temp-size)
           move "Shift:" to lbl-shift-code::Text

           invoke type System.Windows.Forms.ComboBox::new returning cbo-shift-code
           invoke type System.Drawing.Point::new(290, 20) returning temp-point
           invoke cbo-shift-code::set_Location(temp-point)
           invoke type System.Drawing.Size::new(80, 20) returning temp-size
           invoke cbo-shift-code::set_Size(temp-size)
           invoke cbo-shift-code::set_Name("cboShiftCode")
           invoke cbo-shift-code::set_DropDownStyle(
               type System.Windows.Forms.ComboBoxStyle::DropDownList)
           invoke cbo-shift-code::Items::Add("DAY")
           invoke cbo-shift-code::Items::Add("NIGHT")

           invoke type System.Windows.Forms.Label::new returning lbl-cycle-id
           invoke type System.Drawing.Point::new(20, 50) returning temp-point
           invoke lbl-cycle-id::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 20) returning temp-size
           invoke lbl-cycle-id::set_Size(temp-size)
           move "Cycle ID:" to lbl-cycle-id::Text

           invoke type System.Windows.Forms.TextBox::new returning txt-cycle-id
           invoke type System.Drawing.Point::new(130, 50) returning temp-point
           invoke txt-cycle-id::set_Location(temp-point)
           invoke type System.Drawing.Size::new(80, 20) returning temp-size
           invoke txt-cycle-id::set_Size(temp-size)
           invoke txt-cycle-id::set_Name("txtCycleId")

           invoke type System.Windows.Forms.Label::new returning lbl-run-date
           invoke type System.Drawing.Point::new(230, 50) returning temp-point
           invoke lbl-run-date::set_Location(temp-point)
           invoke type System.Drawing.Size::new(60, 20) returning temp-size
           invoke lbl-run-date::set_Size(temp-size)
           move "Run Date:" to lbl-run-date::Text

           invoke type System.Windows.Forms.TextBox::new returning txt-run-date
           invoke type System.Drawing.Point::new(290, 50) returning temp-point
           invoke txt-run-date::set_Location(temp-point)
           invoke type System.Drawing.Size::new(80, 20) returning temp-size
           invoke txt-run-date::set_Size(temp-size)
           invoke txt-run-date::set_Name("txtRunDate")

           invoke type System.Windows.Forms.Label::new returning lbl-note
           invoke type System.Drawing.Point::new(20, 80) returning temp-point
           invoke lbl-note::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 20) returning temp-size
           invoke lbl-note::set_Size(temp-size)
           move "Handover Note:" to lbl-note::Text

           invoke type System.Windows.Forms.TextBox::new returning txt-note
           invoke type System.Drawing.Point::new(130, 80) returning temp-point
           invoke txt-note::set_Location(temp-point)
           invoke type System.Drawing.Size::new(610, 20) returning temp-size
           invoke txt-note::set_Size(temp-size)
           invoke txt-note::set_Name("txtNote")
           invoke txt-note::set_MaxLength(100)

           invoke type System.Windows.Forms.Button::new returning btn-add-note
           invoke type System.Drawing.Point::new(20, 110) returning temp-point
           invoke btn-add-note::set_Location(temp-point)
           invoke type System.Drawing.Size::new(120, 25) returning temp-size
           invoke btn-add-note::set_Size(temp-size)
           move "Add Note" to btn-add-note::Text
           invoke btn-add-note::set_Name("btnAddNote")

           invoke type System.Windows.Forms.Button::new returning btn-show-summary
           invoke type System.Drawing.Point::new(150, 110) returning temp-point
           invoke btn-show-summary::set_Location(temp-point)
           invoke type System.Drawing.Size::new(120, 25) returning temp-size
           invoke btn-show-summary::set_Size(temp-size)
           move "Show Summary" to btn-show-summary::Text
           invoke btn-show-summary::set_Name("btnShowSummary")

           invoke type System.Windows.Forms.Button::new returning btn-acknowledge
           invoke type System.Drawing.Point::new(280, 110) returning temp-point
           invoke btn-acknowledge::set_Location(temp-point)
           invoke type System.Drawing.Size::new(150, 25) returning temp-size
           invoke btn-acknowledge::set_Size(temp-size)
           move "Acknowledge Handover" to btn-acknowledge::Text
           invoke btn-acknowledge::set_Name("btnAcknowledge")

           invoke type System.Windows.Forms.ListBox::new returning lst-summary
           invoke type System.Drawing.Point::new(20, 145) returning temp-point
           invoke lst-summary::set_Location(temp-point)
           invoke type System.Drawing.Size::new(720, 300) returning temp-size
           invoke lst-summary::set_Size(temp-size)
           invoke lst-summary::set_Name("lstSummary")

           invoke self::Controls::Add(lbl-shift-date)
           invoke self::Controls::Add(txt-shift-date)
           invoke self::Controls::Add(lbl-shift-code)
           invoke self::Controls::Add(cbo-shift-code)
           invoke self::Controls::Add(lbl-cycle-id)
           invoke self::Controls::Add(txt-cycle-id)
           invoke self::Controls::Add(lbl-run-date)
           invoke self::Controls::Add(txt-run-date)
           invoke self::Controls::Add(lbl-note)
           invoke self::Controls::Add(txt-note)
           invoke self::Controls::Add(btn-add-note)
           invoke self::Controls::Add(btn-show-summary)
           invoke self::Controls::Add(btn-acknowledge)
           invoke self::Controls::Add(lst-summary)

           move "Shift Handover" to self::Text
           invoke type System.Drawing.Size::new(760, 465) returning temp-size
           invoke self::set_ClientSize(temp-size)

           add handler self::Load to Form16_Load
           add handler btn-add-note::Click to Btn-Add-Note-Click
           add handler btn-show-summary::Click to Btn-Show-Summary-Click
           add handler btn-acknowledge::Click to Btn-Acknowledge-Click

           invoke self::ResumeLayout.
       end method.

      *----------------------------------------------------------------
      * Form16_Load - opens on the shift in progress, or on the shift
      * just ended when that one has notes nobody has accepted yet -
      * the incoming operator at 07:05 wants the night shift's
      * handover, not the empty day shift's - and shows its summary.
      *----------------------------------------------------------------
       method-id Form16_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::STAMP-CONTEXT
           invoke self::DETERMINE-CURRENT-SHIFT

           move current-shift-date to shift-date
           move current-shift-code to shift-code
           if shift-code = "DAY  "
               move "NIGHT" to shift-code
               move shift-date to next-date-work
               invoke self::PREVIOUS-CALENDAR-DATE
               move next-date-work to shift-date
           else
               move "DAY  " to shift-code
           end-if
           invoke self::SCAN-SHIFT-HANDOVER
           if shift-not-acknowledged and shift-note-count > 0
               continue
           else
               move current-shift-date to shift-date
               move current-shift-code to shift-code
           end-if

           move shift-date to txt-shift-date::Text
      *    the list holds "DAY" and "NIGHT" unpadded, so the shift is
      *    picked by position rather than by its padded code.
           if shift-code = "DAY  "
               invoke cbo-shift-code::set_SelectedIndex(0)
           else
               invoke cbo-shift-code::set_SelectedIndex(1)
           end-if
           invoke self::SHOW-HANDOVER-SUMMARY
       end method.

      *----------------------------------------------------------------
      * DETERMINE-CURRENT-SHIFT - the shift the current timestamp
      * falls in.  Before 07:00 it is still the night shift that
      * started the evening before.
      *----------------------------------------------------------------
       method-id DETERMINE-CURRENT-SHIFT private.
       procedure division.
           move current-timestamp(1:8) to current-shift-date
           if current-timestamp(9:6) < day-shift-start
               move "NIGHT" to current-shift-code
               move current-shift-date to next-date-work
               invoke self::PREVIOUS-CALENDAR-DATE
               move next-date-work to current-shift-date
           else
               if current-timestamp(9:6) < night-shift-start
                   move "DAY  " to current-shift-code
               else
                   move "NIGHT" to current-shift-code
               end-if
           end-if
       end method.

      *----------------------------------------------------------------
      * READ-SHIFT-FIELDS - takes the shift date and shift from the
      * screen, checks them and works out the shift's start and end
      * timestamps.
      *----------------------------------------------------------------
       method-id READ-SHIFT-FIELDS private.
       procedure division.
           set shift-is-invalid to true
           move txt-shift-date::Text to shift-date
           move cbo-shift-code::Text to shift-code

           move shift-date to dv-work-date
           invoke self::VALIDATE-DATE-FIELD
           if date-is-invalid
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Shift date must be a real date in yyyymmdd form.")
               goback
           end-if
           if shift-code not = "DAY  " and shift-code not = "NIGHT"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Pick the DAY or NIGHT shift.")
               goback
           end-if

           if shift-code = "DAY  "
               move spaces to shift-start-stamp
               string shift-date      delimited by size
                      day-shift-start delimited by size
                   into shift-start-stamp
               end-string
               move spaces to shift-end-stamp
               string shift-date        delimited by size
                      night-shift-start delimited by size
                   into shift-end-stamp
               end-string
           else
               move spaces to shift-start-stamp
               string shift-date        delimited by size
                      night-shift-start delimited by size
                   into shift-start-stamp
               end-string
               move shift-date to next-date-work
               invoke self::NEXT-CALENDAR-DATE
               move spaces to shift-end-stamp
               string next-date-work  delimited by size
                      day-shift-start delimited by size
                   into shift-end-stamp
               end-string
           end-if
           set shift-is-valid to true
       end method.

      *----------------------------------------------------------------
      * SCAN-SHIFT-HANDOVER - reads the handover log for the shift in
      * SHIFT-DATE / SHIFT-CODE: how many notes it has, who wrote
      * them (the latest writer is taken as the outgoing operator)
      * and whether, when and by whom it has been acknowledged.
      *----------------------------------------------------------------
       method-id SCAN-SHIFT-HANDOVER private.
       procedure division.
           set shift-not-acknowledged to true
           move spaces to shift-ack-operator
           move spaces to shift-ack-timestamp
           move 0 to shift-note-count
           move spaces to shift-last-author
           move 0 to author-count
           move "N" to handover-eof

           open input handover-file
           if handover-status not = "00"
               goback
           end-if
           perform SCAN-ONE-HANDOVER until handover-eof = "Y"
           close handover-file
           goback.

       SCAN-ONE-HANDOVER.
           read handover-file
               at end
                   move "Y" to handover-eof
                   exit paragraph
           end-read
           if ho-shift-date not = shift-date
               or ho-shift-code not = shift-code
               exit paragraph
           end-if
           if ho-is-acknowledgement
               set shift-was-acknowledged to true
               move ho-operator-id to shift-ack-operator
               move ho-timestamp   to shift-ack-timestamp
               exit paragraph
           end-if
           add 1 to shift-note-count
           move ho-operator-id to shift-last-author
           set operator-wrote-no-notes to true
           perform FIND-ONE-AUTHOR
               varying author-index from 1 by 1
               until author-index > author-count
           if operator-wrote-no-notes and author-count < 20
               add 1 to author-count
               move ho-operator-id to author-id(author-count)
           end-if.

       FIND-ONE-AUTHOR.
           if author-id(author-index) = ho-operator-id
               set operator-wrote-notes to true
           end-if.
       end method.

      *----------------------------------------------------------------
      * Btn-Add-Note-Click - appends a handover note for the shift on
      * the screen and audits it.  A shift already handed over takes
      * no more notes - the accepted summary would not show them.
      *----------------------------------------------------------------
       method-id Btn-Add-Note-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::READ-SHIFT-FIELDS
           if shift-is-invalid
               goback
           end-if

           move txt-cycle-id::Text to entry-cycle-id
           move txt-run-date::Text to entry-run-date
           move txt-note::Text     to entry-note-text

           if entry-note-text = spaces
               invoke type System.Windows.Forms.MessageBox::Show(
                   "Key the handover note.")
               goback
           end-if
           if entry-run-date not = spaces
               move entry-run-date to dv-work-date
               invoke self::VALIDATE-DATE-FIELD
               if date-is-invalid
                   invoke type System.Windows.Forms.MessageBox::Show(
                       "Run date must be a real date in yyyymmdd form, or left blank.")
                   goback
               end-if
           end-if

           invoke self::SCAN-SHIFT-HANDOVER
           if shift-was-acknowledged
               move spaces to message-text
               string "The "                   delimited by size
                      shift-code               delimited by size
                      " shift of "             delimited by size
                      shift-date               delimited by size
                      " was already handed over to "
                                               delimited by size
                      shift-ack-operator       delimited by size
                      ". Record the note against the current shift."
                                               delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::STAMP-CONTEXT
           move "N"               to ho-record-type
           move shift-date        to ho-shift-date
           move shift-code        to ho-shift-code
           move current-timestamp to ho-timestamp
           move operator-id       to ho-operator-id
           move workstation-id    to ho-workstation-id
           move entry-cycle-id    to ho-cycle-id
           move entry-run-date    to ho-run-date
           move entry-note-text   to ho-note-text
           move spaces            to ho-handed-over-by
           move spaces            to ho-spool-name
           invoke self::APPEND-HANDOVER-RECORD

           move entry-run-date to run-date
           move entry-cycle-id to cycle-id
           move spaces         to environment-code
           invoke self::WRITE-AUDIT-RECORD using "HANDNOTE"

           move spaces to txt-note::Text
           invoke self::SHOW-HANDOVER-SUMMARY
       end method.

      *----------------------------------------------------------------
      * Btn-Show-Summary-Click - regenerates the summary for the
      * shift on the screen from the live files.
      *----------------------------------------------------------------
       method-id Btn-Show-Summary-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::STAMP-CONTEXT
           invoke self::SHOW-HANDOVER-SUMMARY
       end method.

      *----------------------------------------------------------------
      * SHOW-HANDOVER-SUMMARY - builds the summary for the shift on
      * the screen and lists it.
      *----------------------------------------------------------------
       method-id SHOW-HANDOVER-SUMMARY private.
       procedure division.
           invoke self::READ-SHIFT-FIELDS
           if shift-is-invalid
               goback
           end-if
           invoke self::SCAN-SHIFT-HANDOVER
           invoke self::BUILD-HANDOVER-SUMMARY
           invoke self::REFRESH-SUMMARY-LIST
       end method.

      *----------------------------------------------------------------
      * Btn-Acknowledge-Click - the incoming operator accepts the
      * handover of the shift on the screen.  Refused when the shift
      * was already accepted, or when the operator is one of the
      * shift's own note writers.  The summary is regenerated and
      * spooled with the acceptance on it before the acknowledgement
      * is logged and audited - no spooled summary, no
      * acknowledgement.
      *----------------------------------------------------------------
       method-id Btn-Acknowledge-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::READ-SHIFT-FIELDS
           if shift-is-invalid
               goback
           end-if

           invoke self::SCAN-SHIFT-HANDOVER
           if shift-was-acknowledged
               move spaces to message-text
               string "The "                   delimited by size
                      shift-code               delimited by size
                      " shift of "             delimited by size
                      shift-date               delimited by size
                      " was already accepted by "
                                               delimited by size
                      shift-ack-operator       delimited by size
                      " at "                   delimited by size
                      shift-ack-timestamp      delimited by size
                      "."                      delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::STAMP-CONTEXT
           set operator-wrote-no-notes to true
           move operator-id to ho-operator-id
           perform FIND-ONE-AUTHOR
               varying author-index from 1 by 1
               until author-index > author-count
           if operator-wrote-notes
               move spaces to message-text
               string "Operator "              delimited by size
                      operator-id              delimited by size
                      " wrote notes for this shift. The incoming operator must accept the handover."
                                               delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           move spaces to message-text
           string "Accept the handover of the " delimited by size
                  shift-code                    delimited by size
                  " shift of "                  delimited by size
                  shift-date                    delimited by size
                  " as operator "               delimited by size
                  operator-id                   delimited by size
                  "?"                           delimited by size
               into message-text
           end-string
           invoke type System.Windows.Forms.MessageBox::Show(
               message-text,
               "Shift Handover",
               type System.Windows.Forms.MessageBoxButtons::YesNo)
               returning ack-prompt-result
           if ack-prompt-result not = type System.Windows.Forms.DialogResult::Yes
               goback
           end-if

           invoke self::BUILD-HANDOVER-SUMMARY
           move spaces to summary-text
           invoke self::ADD-SUMMARY-LINE
           move spaces to summary-text
           if shift-last-author = spaces
               string "NO HANDOVER NOTES RECORDED.  ACCEPTED BY "
                                            delimited by size
                      operator-id           delimited by size
                      " ON "                delimited by size
                      workstation-id        delimited by size
                      " AT "                delimited by size
                      current-timestamp     delimited by size
                   into summary-text
               end-string
           else
               string "HANDED OVER BY "     delimited by size
                      shift-last-author     delimited by size
                      ".  ACCEPTED BY "     delimited by size
                      operator-id           delimited by size
                      " ON "                delimited by size
                      workstation-id        delimited by size
                      " AT "                delimited by size
                      current-timestamp     delimited by size
                   into summary-text
               end-string
           end-if
           invoke self::ADD-SUMMARY-LINE

           move "HANDOVER" to spool-report-type
           move 366 to spool-retention-days
           move shift-date to run-date
           move spaces to cycle-id
           move spaces to environment-code
           invoke self::BUILD-SPOOL-FILE-NAME
           open output spool-file
           if spool-status not = "00"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The handover summary could not be spooled, so the handover was not accepted. Try again once the spool is reachable.")
               goback
           end-if
           perform SPOOL-ONE-SUMMARY-LINE
               varying summary-index from 1 by 1
               until summary-index > summary-count
           close spool-file
           invoke self::WRITE-SPOOL-INDEX-RECORD

           move "A"               to ho-record-type
           move shift-date        to ho-shift-date
           move shift-code        to ho-shift-code
           move current-timestamp to ho-timestamp
           move operator-id       to ho-operator-id
           move workstation-id    to ho-workstation-id
           move spaces            to ho-cycle-id
           move spaces            to ho-run-date
           move spaces            to ho-note-text
           move shift-last-author to ho-handed-over-by
           move spool-file-name   to ho-spool-name
           invoke self::APPEND-HANDOVER-RECORD

           invoke self::WRITE-AUDIT-RECORD using "HANDACK "
           invoke self::REFRESH-SUMMARY-LIST

           move spaces to message-text
           string "Handover of the "     delimited by size
                  shift-code             delimited by size
                  " shift of "           delimited by size
                  shift-date             delimited by size
                  " accepted. The summary is on the spool (HANDOVER)."
                                         delimited by size
               into message-text
           end-string
           invoke type System.Windows.Forms.MessageBox::Show(message-text)
           goback.

       FIND-ONE-AUTHOR.
           if author-id(author-index) = ho-operator-id
               set operator-wrote-notes to true
           end-if.

       SPOOL-ONE-SUMMARY-LINE.
           move summary-line(summary-index) to spool-line-record
           write spool-line-record.
       end method.

      *----------------------------------------------------------------
      * APPEND-HANDOVER-RECORD - appends the handover record built by
      * the caller to HANDOVER.DAT, creating the file on first use.
      *----------------------------------------------------------------
       method-id APPEND-HANDOVER-RECORD private.
       procedure division.
           open extend handover-file
           if handover-status = "35"
               open output handover-file
           end-if

           write handover-record
           close handover-file
       end method.

      *----------------------------------------------------------------
      * BUILD-HANDOVER-SUMMARY - generates the summary lines for the
      * shift from the live files, one section after another.
      *----------------------------------------------------------------
       method-id BUILD-HANDOVER-SUMMARY private.
       procedure division.
           move 0 to summary-count
           move 0 to cand-count

           move spaces to summary-text
           string "SHIFT HANDOVER - "     delimited by size
                  shift-code              delimited by size
                  " SHIFT OF "            delimited by size
                  shift-date              delimited by size
                  " ("                    delimited by size
                  shift-start-stamp(9:4)  delimited by size
                  " TO "                  delimited by size
                  shift-end-stamp(9:4)    delimited by size
                  ")"                     delimited by size
               into summary-text
           end-string
           invoke self::ADD-SUMMARY-LINE
           move spaces to summary-text
           string "GENERATED "            delimited by size
                  current-timestamp       delimited by size
                  " BY "                  delimited by size
                  operator-id             delimited by size
               into summary-text
           end-string
           invoke self::ADD-SUMMARY-LINE

           invoke self::SUMMARIZE-SHIFT-NOTES
           invoke self::SUMMARIZE-UNTRIAGED-FAILURES
           invoke self::SUMMARIZE-RELEASE-QUEUE
           invoke self::SUMMARIZE-CYCLE-LOCKS
           invoke self::SUMMARIZE-NOTIFICATIONS
           invoke self::SUMMARIZE-BUSINESS-DATES
       end method.

      *----------------------------------------------------------------
      * START-SECTION / END-SECTION - a section opens with a blank
      * line and its heading; once its lines are added the heading
      * gets the section's count, and an empty section says NONE.
      *----------------------------------------------------------------
       method-id START-SECTION private.
       procedure division using by value p-heading as pic x(60).
           move p-heading to section-heading
           move 0 to section-count
           move spaces to summary-text
           invoke self::ADD-SUMMARY-LINE
           move section-heading to summary-text
           invoke self::ADD-SUMMARY-LINE
           move summary-count to section-line
       end method.

       method-id END-SECTION private.
       procedure division.
           move section-count to count-display
           if section-line > 0
               move spaces to summary-line(section-line)
               string section-heading delimited by "  "
                      " ("            delimited by size
                      count-display   delimited by size
                      ")"             delimited by size
                   into summary-line(section-line)
               end-string
           end-if
           if section-count = 0
               move "  NONE" to summary-text
               invoke self::ADD-SUMMARY-LINE
           end-if
       end method.

      *----------------------------------------------------------------
      * ADD-SUMMARY-LINE - appends SUMMARY-TEXT to the summary
      * (bounded at 500 lines).
      *----------------------------------------------------------------
       method-id ADD-SUMMARY-LINE private.
       procedure division.
           if summary-count < 500
               add 1 to summary-count
               move summary-text to summary-line(summary-count)
           end-if
       end method.

      *----------------------------------------------------------------
      * SUMMARIZE-SHIFT-NOTES - the shift's handover notes in the
      * order they were written.
      *----------------------------------------------------------------
       method-id SUMMARIZE-SHIFT-NOTES private.
       procedure division.
           invoke self::START-SECTION using "HANDOVER NOTES"
           move "N" to handover-eof
           open input handover-file
           if handover-status = "00"
               perform LIST-ONE-NOTE until handover-eof = "Y"
               close handover-file
           end-if
           invoke self::END-SECTION
           goback.

       LIST-ONE-NOTE.
           read handover-file
               at end
                   move "Y" to handover-eof
                   exit paragraph
           end-read
           if ho-shift-date not = shift-date
               or ho-shift-code not = shift-code
               or not ho-is-note
               exit paragraph
           end-if
           add 1 to section-count
           move spaces to summary-text
           string "  "              delimited by size
                  ho-timestamp      delimited by size
                  "  "              delimited by size
                  ho-operator-id    delimited by size
                  "  "              delimited by size
                  ho-cycle-id       delimited by size
                  "  "              delimited by size
                  ho-run-date       delimited by size
               into summary-text
           end-string
           invoke self::ADD-SUMMARY-LINE
           move spaces to summary-text
           string "    "            delimited by size
                  ho-note-text      delimited by size
               into summary-text
           end-string
           invoke self::ADD-SUMMARY-LINE.
       end method.

      *----------------------------------------------------------------
      * SUMMARIZE-UNTRIAGED-FAILURES - every FAILED or ABENDED record
      * on the run history with no triage record against its history
      * key.  A record no operator has stamped - one created only to
      * carry the service desk's ticket - does not count as triage.
      * The history walk also collects the cycle ids whose locks the
      * lock section probes.
      *----------------------------------------------------------------
       method-id SUMMARIZE-UNTRIAGED-FAILURES private.
       procedure division.
           invoke self::START-SECTION using "FAILURES NOT YET TRIAGED"

           move 0 to triage-key-count
           move "N" to triage-eof
           open input triage-file
           if triage-status = "00"
               perform LOAD-ONE-TRIAGE-KEY until triage-eof = "Y"
               close triage-file
           end-if

           move "N" to history-eof
           open input run-history-file
           if runhist-status = "00"
               move low-values to rh-history-key
               start run-history-file key not < rh-history-key
                   invalid key
                       move "Y" to history-eof
               end-start
               perform CHECK-ONE-HISTORY until history-eof = "Y"
               close run-history-file
           end-if
           invoke self::END-SECTION
           goback.

       LOAD-ONE-TRIAGE-KEY.
           read triage-file
               at end
                   move "Y" to triage-eof
               not at end
                   if triage-key-count < 500
                       and tg-triage-operator not = spaces
                       add 1 to triage-key-count
                       move tg-history-key to triage-key(triage-key-count)
                   end-if
           end-read.

       CHECK-ONE-HISTORY.
           read run-history-file next
               at end
                   move "Y" to history-eof
                   exit paragraph
           end-read
           invoke self::ADD-CANDIDATE using rh-cycle-id
           if rh-status not = "FAILED" and rh-status not = "ABENDED"
               exit paragraph
           end-if
           move 0 to triage-key-match
           perform FIND-ONE-TRIAGE-KEY
               varying triage-key-index from 1 by 1
               until triage-key-index > triage-key-count
                   or triage-key-match > 0
           if triage-key-match > 0
               exit paragraph
           end-if
           add 1 to section-count
           move spaces to summary-text
           string "  "              delimited by size
                  rh-cycle-id       delimited by size
                  "  "              delimited by size
                  rh-run-date       delimited by size
                  "  "              delimited by size
                  rh-environment    delimited by size
                  "  "              delimited by size
                  rh-status         delimited by size
                  " RC="            delimited by size
                  rh-return-code    delimited by size
                  "  JOB "          delimited by size
                  rh-job-id         delimited by size
                  "  ENDED "        delimited by size
                  rh-end-timestamp  delimited by size
               into summary-text
           end-string
           invoke self::ADD-SUMMARY-LINE.

       FIND-ONE-TRIAGE-KEY.
           if triage-key(triage-key-index) = rh-history-key
               move triage-key-index to triage-key-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * SUMMARIZE-RELEASE-QUEUE - staged cycles still HELD (pulled,
      * or refused release because the cycle was locked) or still
      * QUEUED for release.
      *----------------------------------------------------------------
       method-id SUMMARIZE-RELEASE-QUEUE private.
       procedure division.
           invoke self::START-SECTION using "RELEASE QUEUE - HELD AND QUEUED"
           move "N" to relqueue-eof
           open input release-queue-file
           if relqueue-status = "00"
               perform LIST-ONE-QUEUE-ENTRY until relqueue-eof = "Y"
               close release-queue-file
           end-if
           invoke self::END-SECTION
           goback.

       LIST-ONE-QUEUE-ENTRY.
           read release-queue-file
               at end
                   move "Y" to relqueue-eof
                   exit paragraph
           end-read
           invoke self::ADD-CANDIDATE using rl-cycle-id
           if not rl-was-held and not rl-is-queued
               exit paragraph
           end-if
           add 1 to section-count
           move spaces to summary-text
           if rl-was-held
               move "  HELD    " to summary-text
           else
               move "  QUEUED  " to summary-text
           end-if
           string summary-text(1:10)   delimited by size
                  rl-cycle-id          delimited by size
                  "  "                 delimited by size
                  rl-run-date          delimited by size
                  "  "                 delimited by size
                  rl-environment-code  delimited by size
                  "  START "           delimited by size
                  rl-planned-start     delimited by size
                  "  STAGED BY "       delimited by size
                  rl-staged-by         delimited by size
               into summary-text
           end-string
           invoke self::ADD-SUMMARY-LINE.
       end method.

      *----------------------------------------------------------------
      * SUMMARIZE-CYCLE-LOCKS - probes the lock file of every cycle
      * id known to the history, the release queue and the calendar
      * and lists each lock still held.
      *----------------------------------------------------------------
       method-id SUMMARIZE-CYCLE-LOCKS private.
       procedure division.
           move "N" to cyclcal-eof
           open input cycle-cal-file
           if cyclcal-status = "00"
               perform NOTE-ONE-CALENDAR-CYCLE until cyclcal-eof = "Y"
               close cycle-cal-file
           end-if

           invoke self::START-SECTION using "CYCLE LOCKS STILL HELD"
           perform PROBE-ONE-LOCK
               varying cand-index from 1 by 1
               until cand-index > cand-count
           invoke self::END-SECTION
           goback.

       NOTE-ONE-CALENDAR-CYCLE.
           read cycle-cal-file
               at end
                   move "Y" to cyclcal-eof
               not at end
                   invoke self::ADD-CANDIDATE using cc-cycle-id
           end-read.

       PROBE-ONE-LOCK.
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

           add 1 to section-count
           move spaces to summary-text
           string "  "                    delimited by size
                  cn-cycle-id(cand-index) delimited by size
                  "  HELD BY "            delimited by size
                  lock-operator-id        delimited by size
                  " ON "                  delimited by size
                  lock-workstation-id     delimited by size
                  " SINCE "               delimited by size
                  lock-timestamp          delimited by size
               into summary-text
           end-string
           invoke self::ADD-SUMMARY-LINE.
       end method.

      *----------------------------------------------------------------
      * ADD-CANDIDATE - adds a cycle id to the list whose locks are
      * probed, once (bounded at 300).
      *----------------------------------------------------------------
       method-id ADD-CANDIDATE private.
       procedure division using by value p-cycle-id as pic x(08).
           if p-cycle-id = spaces
               goback
           end-if
           move 0 to cand-match
           perform FIND-ONE-CANDIDATE
               varying cand-index from 1 by 1
               until cand-index > cand-count or cand-match > 0
           if cand-match = 0 and cand-count < 300
               add 1 to cand-count
               move p-cycle-id to cn-cycle-id(cand-count)
           end-if
           goback.

       FIND-ONE-CANDIDATE.
           if cn-cycle-id(cand-index) = p-cycle-id
               move cand-index to cand-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * SUMMARIZE-NOTIFICATIONS - notifications written to the paging
      * outbox between the shift's start and end.  The gateway
      * consumes the outbox, so this shows what is still on it.
      *----------------------------------------------------------------
       method-id SUMMARIZE-NOTIFICATIONS private.
       procedure division.
           invoke self::START-SECTION using "NOTIFICATIONS RAISED THIS SHIFT"
           move "N" to notify-eof
           open input notify-file
           if notify-status = "00"
               perform LIST-ONE-NOTIFICATION until notify-eof = "Y"
               close notify-file
           end-if
           invoke self::END-SECTION
           goback.

       LIST-ONE-NOTIFICATION.
           read notify-file
               at end
                   move "Y" to notify-eof
                   exit paragraph
           end-read
           if nt-created-timestamp < shift-start-stamp
               or nt-created-timestamp not < shift-end-stamp
               exit paragraph
           end-if
           add 1 to section-count
           move spaces to summary-text
           string "  "                 delimited by size
                  nt-created-timestamp delimited by size
                  "  "                 delimited by size
                  nt-reason            delimited by size
                  "  "                 delimited by size
                  nt-cycle-id          delimited by size
                  "  "                 delimited by size
                  nt-run-date          delimited by size
                  "  "                 delimited by size
                  nt-environment       delimited by size
                  "  JOB "             delimited by size
                  nt-job-id            delimited by size
                  " RC="               delimited by size
                  nt-return-code       delimited by size
                  "  ON-CALL "         delimited by size
                  nt-oncall-operator   delimited by size
               into summary-text
           end-string
           invoke self::ADD-SUMMARY-LINE.
       end method.

      *----------------------------------------------------------------
      * SUMMARIZE-BUSINESS-DATES - the business date open in each
      * environment, from the business-date control file.
      *----------------------------------------------------------------
       method-id SUMMARIZE-BUSINESS-DATES private.
       procedure division.
           invoke self::START-SECTION using "OPEN BUSINESS DATES"
           move "N" to busdate-eof
           open input business-date-file
           if busdate-status = "00"
               perform LIST-ONE-BUSINESS-DATE until busdate-eof = "Y"
               close business-date-file
           end-if
           invoke self::END-SECTION
           goback.

       LIST-ONE-BUSINESS-DATE.
           read business-date-file
               at end
                   move "Y" to busdate-eof
                   exit paragraph
           end-read
           add 1 to section-count
           move spaces to summary-text
           string "  "                 delimited by size
                  bd-environment-code  delimited by size
                  "  OPEN "            delimited by size
                  bd-open-date         delimited by size
                  "  SINCE "           delimited by size
                  bd-opened-timestamp  delimited by size
                  " BY "               delimited by size
                  bd-opened-by         delimited by size
               into summary-text
           end-string
           invoke self::ADD-SUMMARY-LINE.
       end method.

      *----------------------------------------------------------------
      * REFRESH-SUMMARY-LIST - shows the summary lines in the list.
      *----------------------------------------------------------------
       method-id REFRESH-SUMMARY-LIST private.
       procedure division.
           invoke lst-summary::Items::Clear
           perform LIST-ONE-SUMMARY-LINE
               varying summary-index from 1 by 1
               until summary-index > summary-count
           goback.

       LIST-ONE-SUMMARY-LINE.
           invoke lst-summary::Items::Add(summary-line(summary-index)).
       end method.

      *----------------------------------------------------------------
      * VALIDATE-DATE-FIELD - checks DV-WORK-DATE is a real calendar
      * date: eight digits, month 01-12, day within the month's
      * length (leap Februaries included).
      *----------------------------------------------------------------
       method-id VALIDATE-DATE-FIELD private.
       procedure division.
           set date-is-invalid to true

           if dv-work-date is not numeric
               goback
           end-if
           if dv-month < 1 or dv-month > 12
               goback
           end-if

           evaluate dv-month
               when 1
               when 3
               when 5
               when 7
               when 8
               when 10
               when 12
                   move 31 to dv-max-day
               when 4
               when 6
               when 9
               when 11
                   move 30 to dv-max-day
      *        the quotient is truncated into its own field before
      *        multiplying back, so the remainder test really tests
      *        divisibility.
               when 2
                   move 28 to dv-max-day
                   compute dv-quot = dv-year / 4
                   compute dv-leap-work = dv-quot * 4
                   if dv-leap-work = dv-year
                       move 29 to dv-max-day
                       compute dv-quot = dv-year / 100
                       compute dv-leap-work = dv-quot * 100
                       if dv-leap-work = dv-year
                           move 28 to dv-max-day
                           compute dv-quot = dv-year / 400
                           compute dv-leap-work = dv-quot * 400
                           if dv-leap-work = dv-year
                               move 29 to dv-max-day
                           end-if
                       end-if
                   end-if
           end-evaluate

           if dv-day >= 1 and dv-day <= dv-max-day
               set date-is-valid to true
           end-if
           goback.
       end method.

      *----------------------------------------------------------------
      * SET-MONTH-LENGTH - the number of days in ND-MONTH of ND-YEAR
      * into ND-MAX-DAY, leap Februaries included.
      *----------------------------------------------------------------
       method-id SET-MONTH-LENGTH private.
       procedure division.
           evaluate nd-month
               when 1
               when 3
               when 5
               when 7
               when 8
               when 10
               when 12
                   move 31 to nd-max-day
               when 4
               when 6
               when 9
               when 11
                   move 30 to nd-max-day
               when 2
                   move 28 to nd-max-day
                   compute nd-quot = nd-year / 4
                   compute nd-leap-work = nd-quot * 4
                   if nd-leap-work = nd-year
                       move 29 to nd-max-day
                       compute nd-quot = nd-year / 100
                       compute nd-leap-work = nd-quot * 100
                       if nd-leap-work = nd-year
                           move 28 to nd-max-day
                           compute nd-quot = nd-year / 400
                           compute nd-leap-work = nd-quot * 400
                           if nd-leap-work = nd-year
                               move 29 to nd-max-day
                           end-if
                       end-if
                   end-if
           end-evaluate
       end method.

      *----------------------------------------------------------------
      * NEXT-CALENDAR-DATE - advances NEXT-DATE-WORK by one calendar
      * day, month and year boundaries included.
      *----------------------------------------------------------------
       method-id NEXT-CALENDAR-DATE private.
       procedure division.
           invoke self::SET-MONTH-LENGTH
           if nd-day < nd-max-day
               add 1 to nd-day
           else
               move 1 to nd-day
               if nd-month < 12
                   add 1 to nd-month
               else
                   move 1 to nd-month
                   add 1 to nd-year
               end-if
           end-if
       end method.

      *----------------------------------------------------------------
      * PREVIOUS-CALENDAR-DATE - steps NEXT-DATE-WORK back one
      * calendar day, month and year boundaries included.
      *----------------------------------------------------------------
       method-id PREVIOUS-CALENDAR-DATE private.
       procedure division.
           if nd-day > 1
               subtract 1 from nd-day
           else
               if nd-month > 1
                   subtract 1 from nd-month
               else
                   move 12 to nd-month
                   subtract 1 from nd-year
               end-if
               invoke self::SET-MONTH-LENGTH
               move nd-max-day to nd-day
           end-if
       end method.

      *----------------------------------------------------------------
      * STAMP-CONTEXT - captures the operator id, workstation id and
      * current timestamp for the handover, spool and audit records.
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
      * AUDIT-LOG-FILE for the given handover action.
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
