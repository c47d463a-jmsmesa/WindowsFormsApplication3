       class-id WindowsFormsApplication3.Form14 is partial
                 inherits type System.Windows.Forms.Form.

       environment division.
       input-output section.
       file-control.
           select rc-rule-file assign to "RCRULES.DAT"
               organization line sequential
               file status is rcrule-status.

           select audit-log-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is audit-log-status.

       data division.
       file section.
       fd  rc-rule-file.
           copy "RCRULE.CPY".

       fd  audit-log-file.
           copy "AUDITLOG.CPY".

      *----------------------------------------------------------------
      * Return Code Rules maintenance.  Each rule says, for one cycle
      * id (or, with the cycle id left blank, for every cycle without
      * a rule of its own), which scheduler return codes count as
      * success, which as completed with a warning and which as
      * failure.  Codes are keyed as comma lists of four-character
      * return codes, up to ten per list; a code may sit on only one
      * list, and abend codes (S or U first) are never listed - they
      * always resolve ABENDED.  Every change is audited the same way
      * the calendar screen audits its changes.  The list row an
      * operator clicks carries its rule onto the fields below.
      *----------------------------------------------------------------
       working-storage section.
       01 rcrule-status        pic xx.
       01 rcrule-eof           pic x.
       01 audit-log-status     pic xx.

       01 rule-overflow        pic x value "N".
       01 rule-count           pic 9(04) comp value 0.
       01 rule-index           pic 9(04) comp value 0.
       01 rule-match           pic 9(04) comp value 0.
       01 rule-table.
           05 rule-entry occurs 50 times.
               10 rt-cycle-id        pic x(08).
               10 rt-success-codes   pic x(40).
               10 rt-warning-codes   pic x(40).
               10 rt-failure-codes   pic x(40).

       01 entry-cycle-id       pic x(08).
       01 entry-success-text   pic x(60).
       01 entry-warning-text   pic x(60).
       01 entry-failure-text   pic x(60).
       01 entry-all-codes.
           05 entry-success-codes  pic x(40).
           05 entry-warning-codes  pic x(40).
           05 entry-failure-codes  pic x(40).
       01 entry-all-codes-r redefines entry-all-codes.
           05 entry-any-code       pic x(04) occurs 30 times.

       01 code-parse-text      pic x(60).
       01 code-parse-list.
           05 code-parse-code  pic x(04) occurs 10 times.
       01 code-parse-extra     pic x(60).
       01 code-parse-counts.
           05 code-parse-length pic 9(04) comp occurs 10 times.
       01 code-text-lead       pic 9(04) comp value 0.
       01 code-text-pointer    pic 9(04) comp value 0.
       01 code-slot            pic 9(04) comp value 0.
       01 code-other-slot      pic 9(04) comp value 0.
       01 code-listed-count    pic 9(04) comp value 0.
       01 code-duplicate       pic x(04).
       01 code-format-list.
           05 code-format-code pic x(04) occurs 10 times.
       01 code-display-text    pic x(50).

       01 operator-id          pic x(08).
       01 workstation-id       pic x(08).
       01 current-timestamp    pic x(14).
       01 message-text         pic x(160).
       01 list-row-text        pic x(200).
       01 list-row-pointer     pic 9(04) comp value 1.
       01 sel-index            binary-long.

       01 lbl-cycle-id         object.
       01 lbl-success-codes    object.
       01 lbl-warning-codes    object.
       01 lbl-failure-codes    object.
       01 txt-cycle-id         object.
       01 txt-success-codes    object.
       01 txt-warning-codes    object.
       01 txt-failure-codes    object.
       01 btn-add              object.
       01 btn-change           object.
       01 btn-delete           object.
       01 lst-rules            object.
       01 temp-point           object.
       01 temp-size            object.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           goback.
       end method.

      *----------------------------------------------------------------
      * InitializeComponent - lays out the rule list, the entry
      * fields and the Add/Change/Delete buttons, and wires each
      * control to its event handler.  This repo carries no separate
      * designer partial file, so this is hand-written rather than
      * tool-generated; NEW has always called
      * INVOKE SELF::INITIALIZECOMPONENT and expects it to exist.
      *----------------------------------------------------------------
       method-id InitializeComponent private.
       procedure division.
           invoke self::SuspendLayout

           invoke type System.Windows.Forms.ListBox::new returning lst-rules
           invoke type System.Drawing.Point::new(20, 20) returning temp-point
           invoke lst-rules::set_Location(temp-point)
           invoke type System.Drawing.Size::new(560, 180) returning temp-size
           invoke lst-rules::set_Size(temp-size)
           invoke lst-rules::set_Name("lstRules")

           invoke type System.Windows.Forms.Label::new returning lbl-cycle-id
           invoke type System.Drawing.Point::new(20, 215) returning temp-point
           invoke lbl-cycle-id::set_Location(temp-point)
           invoke type System.Drawing.Size::new(150, 20) returning temp-size
           invoke lbl-cycle-id::set_Size(temp-size)
           move "Cycle ID (blank=default):" to lbl-cycle-id::Text

           invoke type System.Windows.Forms.TextBox::new returning txt-cycle-id
           invoke type System.Drawing.Point::new(180, 215) returning temp-point
           invoke txt-cycle-id::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 20) returning temp-size
           invoke txt-cycle-id::set_Size(temp-size)
           invoke txt-cycle-id::set_Name("txtCycleId")

           invoke type System.Windows.Forms.Label::new
               returning lbl-success-codes
           invoke type System.Drawing.Point::new(20, 245) returning temp-point
           invoke lbl-success-codes::set_Location(temp-point)
           invoke type System.Drawing.Size::new(150, 20) returning temp-size
           invoke lbl-success-codes::set_Size(temp-size)
           move "Success codes:" to lbl-success-codes::Text

           invoke type System.Windows.Forms.TextBox::new
               returning txt-success-codes
           invoke type System.Drawing.Point::new(180, 245) returning temp-point
           invoke txt-success-codes::set_Location(temp-point)
           invoke type System.Drawing.Size::new(400, 20) returning temp-size
           invoke txt-success-codes::set_Size(temp-size)
           invoke txt-success-codes::set_Name("txtSuccessCodes")

           invoke type System.Windows.Forms.Label::new
               returning lbl-warning-codes
           invoke type System.Drawing.Point::new(20, 275) returning temp-point
           invoke lbl-warning-codes::set_Location(temp-point)
           invoke type System.Drawing.Size::new(150, 20) returning temp-size
           invoke lbl-warning-codes::set_Size(temp-size)
           move "Warning codes:" to lbl-warning-codes::Text

           invoke type System.Windows.Forms.TextBox::new
               returning txt-warning-codes
           invoke type System.Drawing.Point::new(180, 275) returning temp-point
           invoke txt-warning-codes::set_Location(temp-point)
           invoke type System.Drawing.Size::new(400, 20) returning temp-size
           invoke txt-warning-codes::set_Size(temp-size)
           invoke txt-warning-codes::set_Name("txtWarningCodes")

           invoke type System.Windows.Forms.Label::new
               returning lbl-failure-codes
           invoke type System.Drawing.Point::new(20, 305) returning temp-point
           invoke lbl-failure-codes::set_Location(temp-point)
           invoke type System.Drawing.Size::new(150, 20) returning temp-size
           invoke lbl-failure-codes::set_Size(temp-size)
           move "Failure codes:" to lbl-failure-codes::Text

           invoke type System.Windows.Forms.TextBox::new
               returning txt-failure-codes
           invoke type System.Drawing.Point::new(180, 305) returning temp-point
           invoke txt-failure-codes::set_Location(temp-point)
           invoke type System.Drawing.Size::new(400, 20) returning temp-size
           invoke txt-failure-codes::set_Size(temp-size)
           invoke txt-failure-codes::set_Name("txtFailureCodes")

           invoke type System.Windows.Forms.Button::new returning btn-add
           invoke type System.Drawing.Point::new(20, 340) returning temp-point
           invoke btn-add::set_Location(temp-point)
           invoke type System.Drawing.Size::new(90, 25) returning temp-size
           invoke btn-add::set_Size(temp-size)
           move "Add" to btn-add::Text
           invoke btn-add::set_Name("btnAdd")

           invoke type System.Windows.Forms.Button::new returning btn-change
           invoke type System.Drawing.Point::new(120, 340) returning temp-point
           invoke btn-change::set_Location(temp-point)
           invoke type System.Drawing.Size::new(90, 25) returning temp-size
           invoke btn-change::set_Size(temp-size)
           move "Change" to btn-change::Text
           invoke btn-change::set_Name("btnChange")

           invoke type System.Windows.Forms.Button::new returning btn-delete
           invoke type System.Drawing.Point::new(220, 340) returning temp-point
           invoke btn-delete::set_Location(temp-point)
           invoke type System.Drawing.Size::new(90, 25) returning temp-size
           invoke btn-delete::set_Size(temp-size)
           move "Delete" to btn-delete::Text
           invoke btn-delete::set_Name("btnDelete")

           invoke self::Controls::Add(lst-rules)
           invoke self::Controls::Add(lbl-cycle-id)
           invoke self::Controls::Add(txt-cycle-id)
           invoke self::Controls::Add(lbl-success-codes)
           invoke self::Controls::Add(txt-success-codes)
           invoke self::Controls::Add(lbl-warning-codes)
           invoke self::Controls::Add(txt-warning-codes)
           invoke self::Controls::Add(lbl-failure-codes)
           invoke self::Controls::Add(txt-failure-codes)
           invoke self::Controls::Add(btn-add)
           invoke self::Controls::Add(btn-change)
           invoke self::Controls::Add(btn-delete)

           move "Return Code Rules Maintenance" to self::Text
           invoke type System.Drawing.Size::new(600, 385) returning temp-size
           invoke self::set_ClientSize(temp-size)

           add handler self::Load to Form14_Load
           add handler btn-add::Click to Btn-Add-Click
           add handler btn-change::Click to Btn-Change-Click
           add handler btn-delete::Click to Btn-Delete-Click
           add handler lst-rules::SelectedIndexChanged
               to Lst-Rules-SelectedIndexChanged

           invoke self::ResumeLayout.
       end method.

       method-id Form14_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::LOAD-RULE-TABLE
           invoke self::REFRESH-RULE-LIST
           if rule-overflow = "Y"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "RCRULES.DAT holds more than 50 rules; the rows beyond 50 are not shown and would be dropped by a save. Trim the file before maintaining it here.")
           end-if
       end method.

      *----------------------------------------------------------------
      * LOAD-RULE-TABLE - reads RCRULES.DAT into RULE-TABLE (bounded
      * at 50 entries, the same bound the submission panel loads).
      *----------------------------------------------------------------
       method-id LOAD-RULE-TABLE private.
       procedure division.
           move 0 to rule-count
           move "N" to rule-overflow
           move "N" to rcrule-eof

           open input rc-rule-file
           if rcrule-status = "00"
               perform LOAD-ONE-RULE until rcrule-eof = "Y"
               close rc-rule-file
           end-if
           goback.

       LOAD-ONE-RULE.
           read rc-rule-file
               at end
                   move "Y" to rcrule-eof
               not at end
                   if rule-count < 50
                       add 1 to rule-count
                       move rr-cycle-id      to rt-cycle-id(rule-count)
                       move rr-success-codes to rt-success-codes(rule-count)
                       move rr-warning-codes to rt-warning-codes(rule-count)
                       move rr-failure-codes to rt-failure-codes(rule-count)
                   else
                       move "Y" to rule-overflow
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * REFRESH-RULE-LIST - relists the table rows, one list row per
      * table entry in the same order, so a clicked row maps straight
      * back to its entry.  The default rule shows as (DEFAULT).
      *----------------------------------------------------------------
       method-id REFRESH-RULE-LIST private.
       procedure division.
           invoke lst-rules::Items::Clear
           perform LIST-ONE-RULE
               varying rule-index from 1 by 1
               until rule-index > rule-count
           goback.

       LIST-ONE-RULE.
           move spaces to list-row-text
           move 1 to list-row-pointer
           if rt-cycle-id(rule-index) = spaces
               string "(DEFAULT)"  delimited by size
                   into list-row-text
                   with pointer list-row-pointer
               end-string
           else
               string rt-cycle-id(rule-index) delimited by size
                      " "                     delimited by size
                   into list-row-text
                   with pointer list-row-pointer
               end-string
           end-if

           move rt-success-codes(rule-index) to code-format-list
           invoke self::FORMAT-CODE-TEXT
           string "  OK: "           delimited by size
                  code-display-text  delimited by "  "
                  into list-row-text
                  with pointer list-row-pointer
           end-string

           move rt-warning-codes(rule-index) to code-format-list
           invoke self::FORMAT-CODE-TEXT
           string "  WARN: "         delimited by size
                  code-display-text  delimited by "  "
                  into list-row-text
                  with pointer list-row-pointer
           end-string

           move rt-failure-codes(rule-index) to code-format-list
           invoke self::FORMAT-CODE-TEXT
           string "  FAIL: "         delimited by size
                  code-display-text  delimited by "  "
                  into list-row-text
                  with pointer list-row-pointer
           end-string
           invoke lst-rules::Items::Add(list-row-text).
       end method.

      *----------------------------------------------------------------
      * FORMAT-CODE-TEXT - builds CODE-DISPLAY-TEXT, the codes in
      * CODE-FORMAT-LIST as a comma list (the same form they are
      * keyed in).
      *----------------------------------------------------------------
       method-id FORMAT-CODE-TEXT private.
       procedure division.
           move spaces to code-display-text
           move 1 to code-text-pointer
           perform APPEND-ONE-CODE
               varying code-slot from 1 by 1
               until code-slot > 10
           goback.

       APPEND-ONE-CODE.
           if code-format-code(code-slot) not = spaces
               if code-text-pointer > 1
                   string "," delimited by size
                       into code-display-text
                       with pointer code-text-pointer
                   end-string
               end-if
               string code-format-code(code-slot) delimited by space
                   into code-display-text
                   with pointer code-text-pointer
               end-string
           end-if.
       end method.

      *----------------------------------------------------------------
      * Lst-Rules-SelectedIndexChanged - carries the clicked row's
      * rule onto the fields so it can be changed or deleted without
      * re-keying.
      *----------------------------------------------------------------
       method-id Lst-Rules-SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lst-rules::get_SelectedIndex returning sel-index
           if sel-index >= 0 and sel-index < rule-count
               move sel-index to rule-index
               add 1 to rule-index
               move rt-cycle-id(rule-index) to txt-cycle-id::Text
               move rt-success-codes(rule-index) to code-format-list
               invoke self::FORMAT-CODE-TEXT
               move code-display-text to txt-success-codes::Text
               move rt-warning-codes(rule-index) to code-format-list
               invoke self::FORMAT-CODE-TEXT
               move code-display-text to txt-warning-codes::Text
               move rt-failure-codes(rule-index) to code-format-list
               invoke self::FORMAT-CODE-TEXT
               move code-display-text to txt-failure-codes::Text
           end-if
       end method.

      *----------------------------------------------------------------
      * FIND-RULE-BY-ID - sets RULE-MATCH to the table entry whose
      * cycle id matches the keyed one (0 when none); a blank cycle
      * id finds the default rule.
      *----------------------------------------------------------------
       method-id FIND-RULE-BY-ID private.
       procedure division.
           move 0 to rule-match
           perform CHECK-ONE-CYCLE-ID
               varying rule-index from 1 by 1
               until rule-index > rule-count or rule-match > 0
           goback.

       CHECK-ONE-CYCLE-ID.
           if rt-cycle-id(rule-index) = entry-cycle-id
               move rule-index to rule-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * READ-ENTRY-FIELDS - takes the keyed cycle id and the three
      * code lists off the screen.
      *----------------------------------------------------------------
       method-id READ-ENTRY-FIELDS private.
       procedure division.
           move txt-cycle-id::Text      to entry-cycle-id
           move txt-success-codes::Text to entry-success-text
           move txt-warning-codes::Text to entry-warning-text
           move txt-failure-codes::Text to entry-failure-text
       end method.

      *----------------------------------------------------------------
      * VALIDATE-RULE-ENTRY - validates the keyed lists for Add and
      * Change: each list holds at most ten codes, comma or space
      * separated; every code is four digits - a longer code is
      * refused, not cut down to a code that means something else -
      * and not an abend code (S or U first, always ABENDED); no code
      * sits on two
      * lists, or twice on one, since a code can only mean one
      * thing; and at least one code is listed.  Leaves an
      * explanation in MESSAGE-TEXT when invalid.
      *----------------------------------------------------------------
       method-id VALIDATE-RULE-ENTRY private.
       procedure division.
           move spaces to message-text

           move entry-success-text to code-parse-text
           perform PARSE-CODE-LIST
           if message-text not = spaces
               goback
           end-if
           move code-parse-list to entry-success-codes

           move entry-warning-text to code-parse-text
           perform PARSE-CODE-LIST
           if message-text not = spaces
               goback
           end-if
           move code-parse-list to entry-warning-codes

           move entry-failure-text to code-parse-text
           perform PARSE-CODE-LIST
           if message-text not = spaces
               goback
           end-if
           move code-parse-list to entry-failure-codes

           move 0 to code-listed-count
           move spaces to code-duplicate
           perform CHECK-ONE-LISTED-CODE
               varying code-slot from 1 by 1
               until code-slot > 30
           if code-listed-count = 0
               move "List at least one return code." to message-text
               goback
           end-if
           if code-duplicate not = spaces
               string "Return code "                 delimited by size
                      code-duplicate                 delimited by size
                      " is listed more than once; a code can only mean one thing."
                                                     delimited by size
                   into message-text
               end-string
           end-if
           goback.

      * splits one keyed list into CODE-PARSE-LIST, commas read as
      * spaces and leading spaces skipped, keeping each code's keyed
      * length in CODE-PARSE-LENGTH.
       PARSE-CODE-LIST.
           move spaces to code-parse-list
           move spaces to code-parse-extra
           initialize code-parse-counts
           inspect code-parse-text replacing all "," by space
           move 0 to code-text-lead
           inspect code-parse-text
               tallying code-text-lead for leading spaces
           if code-text-lead < 60
               compute code-text-pointer = code-text-lead + 1
               unstring code-parse-text delimited by all space
                   into code-parse-code(1)  count in code-parse-length(1)
                        code-parse-code(2)  count in code-parse-length(2)
                        code-parse-code(3)  count in code-parse-length(3)
                        code-parse-code(4)  count in code-parse-length(4)
                        code-parse-code(5)  count in code-parse-length(5)
                        code-parse-code(6)  count in code-parse-length(6)
                        code-parse-code(7)  count in code-parse-length(7)
                        code-parse-code(8)  count in code-parse-length(8)
                        code-parse-code(9)  count in code-parse-length(9)
                        code-parse-code(10) count in code-parse-length(10)
                        code-parse-extra
                   with pointer code-text-pointer
               end-unstring
           end-if
           if code-parse-extra not = spaces
               move "A list can hold at most ten return codes."
                   to message-text
               exit paragraph
           end-if
           perform CHECK-ONE-PARSED-CODE
               varying code-slot from 1 by 1
               until code-slot > 10 or message-text not = spaces.

       CHECK-ONE-PARSED-CODE.
           if code-parse-code(code-slot) = spaces
               exit paragraph
           end-if
           if code-parse-length(code-slot) not = 4
               move "Return codes are four digits (e.g. 0004); a longer or shorter code is not taken."
                   to message-text
               exit paragraph
           end-if
           if code-parse-code(code-slot) (1:1) = "S"
               or code-parse-code(code-slot) (1:1) = "U"
               move "Abend codes (S or U first) always resolve ABENDED and are not listed."
                   to message-text
               exit paragraph
           end-if
           if code-parse-code(code-slot) is not numeric
               string "Return code "                   delimited by size
                      code-parse-code(code-slot)       delimited by size
                      " is not numeric; key return codes as four digits (e.g. 0004)."
                                                       delimited by size
                   into message-text
               end-string
           end-if.

       CHECK-ONE-LISTED-CODE.
           if entry-any-code(code-slot) not = spaces
               add 1 to code-listed-count
               perform CHECK-CODE-REPEATED
                   varying code-other-slot from 1 by 1
                   until code-other-slot >= code-slot
           end-if.

       CHECK-CODE-REPEATED.
           if entry-any-code(code-other-slot) = entry-any-code(code-slot)
               and code-duplicate = spaces
               move entry-any-code(code-slot) to code-duplicate
           end-if.
       end method.

      *----------------------------------------------------------------
      * Btn-Add-Click - validates and appends a new rule, refusing a
      * second rule for the same cycle id (or a second default),
      * then saves, relists and audits the change.
      *----------------------------------------------------------------
       method-id Btn-Add-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::READ-ENTRY-FIELDS

           invoke self::VALIDATE-RULE-ENTRY
           if message-text not = spaces
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::FIND-RULE-BY-ID
           if rule-match > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That cycle already has a rule. Change it instead.")
               goback
           end-if

           if rule-count >= 50
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The return-code rules are full (50 entries).")
               goback
           end-if

           add 1 to rule-count
           move entry-cycle-id      to rt-cycle-id(rule-count)
           move entry-success-codes to rt-success-codes(rule-count)
           move entry-warning-codes to rt-warning-codes(rule-count)
           move entry-failure-codes to rt-failure-codes(rule-count)

           invoke self::SAVE-RULE-FILE
           invoke self::REFRESH-RULE-LIST
           invoke self::WRITE-AUDIT-RECORD using "RCRADD  "
       end method.

      *----------------------------------------------------------------
      * Btn-Change-Click - validates and replaces the rule for the
      * keyed cycle id, then saves, relists and audits.
      *----------------------------------------------------------------
       method-id Btn-Change-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::READ-ENTRY-FIELDS

           invoke self::VALIDATE-RULE-ENTRY
           if message-text not = spaces
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::FIND-RULE-BY-ID
           if rule-match = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That cycle has no rule yet. Add it instead.")
               goback
           end-if

           move entry-success-codes to rt-success-codes(rule-match)
           move entry-warning-codes to rt-warning-codes(rule-match)
           move entry-failure-codes to rt-failure-codes(rule-match)

           invoke self::SAVE-RULE-FILE
           invoke self::REFRESH-RULE-LIST
           invoke self::WRITE-AUDIT-RECORD using "RCRCHG  "
       end method.

      *----------------------------------------------------------------
      * Btn-Delete-Click - removes the rule for the keyed cycle id,
      * then saves, relists and audits.  The cycle's return codes
      * fall back to the default rule from the next response on.
      *----------------------------------------------------------------
       method-id Btn-Delete-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           move txt-cycle-id::Text to entry-cycle-id

           invoke self::FIND-RULE-BY-ID
           if rule-match = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That cycle has no rule.")
               goback
           end-if

           perform SHIFT-ONE-RULE
               varying rule-index from rule-match by 1
               until rule-index >= rule-count
           subtract 1 from rule-count

           invoke self::SAVE-RULE-FILE
           invoke self::REFRESH-RULE-LIST
           invoke self::WRITE-AUDIT-RECORD using "RCRDEL  "
           goback.

       SHIFT-ONE-RULE.
           move rule-entry(rule-index + 1) to rule-entry(rule-index).
       end method.

      *----------------------------------------------------------------
      * SAVE-RULE-FILE - writes the table back over RCRULES.DAT in
      * table order.
      *----------------------------------------------------------------
       method-id SAVE-RULE-FILE private.
       procedure division.
           open output rc-rule-file
           perform WRITE-ONE-RULE
               varying rule-index from 1 by 1
               until rule-index > rule-count
           close rc-rule-file
           goback.

       WRITE-ONE-RULE.
           move rt-cycle-id(rule-index)      to rr-cycle-id
           move rt-success-codes(rule-index) to rr-success-codes
           move rt-warning-codes(rule-index) to rr-warning-codes
           move rt-failure-codes(rule-index) to rr-failure-codes
           write rc-rule-record.
       end method.

      *----------------------------------------------------------------
      * STAMP-CONTEXT - captures the operator id, workstation id and
      * current timestamp for the audit records, the same way the
      * run-parameter panel stamps its submissions.
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
      * AUDIT-LOG-FILE for the given maintenance action, carrying the
      * cycle id whose rule was touched (spaces for the default).
      *----------------------------------------------------------------
       method-id WRITE-AUDIT-RECORD private.
       procedure division using by value audit-action-code as pic x(08).
           invoke self::STAMP-CONTEXT

           move operator-id       to audit-operator-id
           move workstation-id    to audit-workstation-id
           move current-timestamp to audit-timestamp
           move audit-action-code to audit-action
           move spaces            to audit-run-date
           move entry-cycle-id    to audit-cycle-id
           move spaces            to audit-environment

           open extend audit-log-file
           if audit-log-status = "35"
               open output audit-log-file
           end-if

           write audit-log-record
           close audit-log-file
       end method.

       end class.
