               organization line sequential
               file status is audit-log-status.

           select pending-change-file assign to "PENDCHG.DAT"
               organization line sequential
               file status is pending-change-status.

       data division.
       file section.
       fd  cycle-cal-file.
       fd  audit-log-file.
           copy "AUDITLOG.CPY".

       fd  pending-change-file.
           copy "PENDCHG.CPY".

      *----------------------------------------------------------------
      * Cycle Calendar maintenance.  Replaces hand-editing CYCLCAL.DAT
      * in a text editor: entries are added, changed and deleted here
      * with the cycle id checked for duplicates on entry (a
      * duplicated cycle id in the raw file doubles the cycle in the
      * night plan), the predecessors (up to five, keyed as a comma
      * list) checked against the calendar and for a circular chain,
      * the run rule and run-day mask checked.  The calendar decides
      * what the night plan runs, so an add, change or delete is not
      * saved here: it is recorded on PENDCHG.DAT as a pending change,
      * with the entry's before and after images, and goes live only
      * when a second authorized operator approves it on the Change
      * Approval screen.  The proposal is audited the same way Form1
      * audits opens and submits.  The list row an operator clicks
      * carries its entry onto the fields below.
      *----------------------------------------------------------------
       working-storage section.
       01 cyclcal-status       pic xx.
       01 cyclcal-eof          pic x.
       01 audit-log-status     pic xx.
       01 pending-change-status pic xx.
       01 pending-change-eof   pic x.

       01 pending-key          pic x(16).
       01 pending-action       pic x(01).
       01 pending-proposer     pic x(08).
       01 pending-switch       pic x.
           88 pending-change-found     value "Y".
           88 pending-change-none      value "N".

       01 cal-overflow         pic x value "N".
       01 cal-count            pic 9(04) comp value 0.
           05 cal-entry occurs 50 times.
               10 ct-cycle-id        pic x(08).
               10 ct-description     pic x(30).
               10 ct-predecessor-list.
                   15 ct-predecessor-id  pic x(08) occurs 5 times.
               10 ct-planned-start   pic x(04).
               10 ct-deadline        pic x(04).
               10 ct-run-rule        pic x(01).
               10 ct-run-days        pic x(07).

       01 entry-cycle-id       pic x(08).
       01 entry-description    pic x(30).
       01 entry-predecessor-text   pic x(60).
       01 entry-predecessor-list.
           05 entry-predecessor    pic x(08) occurs 5 times.
       01 entry-predecessor-extra  pic x(60).
       01 entry-predecessor-counts.
           05 entry-predecessor-length pic 9(04) comp occurs 5 times.
       01 pred-display-text    pic x(44).
       01 pred-text-lead       pic 9(04) comp value 0.
       01 pred-text-pointer    pic 9(04) comp value 0.
       01 pred-slot            pic 9(04) comp value 0.
       01 pred-other-slot      pic 9(04) comp value 0.
       01 pred-duplicate       pic x(08).
       01 pred-missing         pic x(08).
       01 reach-index          pic 9(04) comp value 0.
       01 reach-target-id      pic x(08).
       01 reach-table.
           05 reach-flag       pic x occurs 50 times.
       01 reach-switch         pic x.
           88 reach-grew           value "Y".
           88 reach-stopped        value "N".
       01 entry-planned-start  pic x(04).
       01 entry-deadline       pic x(04).
       01 entry-run-rule       pic x(01).
       01 entry-run-days       pic x(07).
       01 run-day-yes-count    pic 9(02) comp value 0.
       01 run-day-no-count     pic 9(02) comp value 0.

       01 time-valid-switch    pic x.
           88 time-is-valid        value "Y".
       01 workstation-id       pic x(08).
       01 current-timestamp    pic x(14).
       01 message-text         pic x(160).
       01 list-row-text        pic x(110).
       01 sel-index            binary-long.

       01 lbl-cycle-id         object.
       01 lbl-predecessor      object.
       01 lbl-planned-start    object.
       01 lbl-deadline         object.
       01 lbl-run-rule         object.
       01 lbl-run-days         object.
       01 txt-cycle-id         object.
       01 txt-description      object.
       01 txt-predecessor      object.
       01 txt-planned-start    object.
       01 txt-deadline         object.
       01 txt-run-rule         object.
       01 txt-run-days         object.
       01 btn-add              object.
       01 btn-change           object.
       01 btn-delete           object.
           invoke type System.Windows.Forms.ListBox::new returning lst-calendar
           invoke type System.Drawing.Point::new(20, 20) returning temp-point
           invoke lst-calendar::set_Location(temp-point)
           invoke type System.Drawing.Size::new(560, 180) returning temp-size
           invoke lst-calendar::set_Size(temp-size)
           invoke lst-calendar::set_Name("lstCalendar")

           invoke lbl-predecessor::set_Location(temp-point)
           invoke type System.Drawing.Size::new(110, 20) returning temp-size
           invoke lbl-predecessor::set_Size(temp-size)
           move "Predecessors:" to lbl-predecessor::Text

           invoke type System.Windows.Forms.TextBox::new returning txt-predecessor
           invoke type System.Drawing.Point::new(140, 275) returning temp-point
           invoke txt-predecessor::set_Location(temp-point)
           invoke type System.Drawing.Size::new(340, 20) returning temp-size
           invoke txt-predecessor::set_Size(temp-size)
           invoke txt-predecessor::set_Name("txtPredecessor")

           invoke txt-deadline::set_Size(temp-size)
           invoke txt-deadline::set_Name("txtDeadline")

           invoke type System.Windows.Forms.Label::new returning lbl-run-rule
           invoke type System.Drawing.Point::new(20, 335) returning temp-point
           invoke lbl-run-rule::set_Location(temp-point)
           invoke type System.Drawing.Size::new(110, 20) returning temp-size
           invoke lbl-run-rule::set_Size(temp-size)
           move "Run Rule (DWSLBF):" to lbl-run-rule::Text

           invoke type System.Windows.Forms.TextBox::new returning txt-run-rule
           invoke type System.Drawing.Point::new(140, 335) returning temp-point
           invoke txt-run-rule::set_Location(temp-point)
           invoke type System.Drawing.Size::new(30, 20) returning temp-size
           invoke txt-run-rule::set_Size(temp-size)
           invoke txt-run-rule::set_Name("txtRunRule")

           invoke type System.Windows.Forms.Label::new returning lbl-run-days
           invoke type System.Drawing.Point::new(220, 335) returning temp-point
           invoke lbl-run-days::set_Location(temp-point)
           invoke type System.Drawing.Size::new(110, 20) returning temp-size
           invoke lbl-run-days::set_Size(temp-size)
           move "Days (Mon-Sun Y/N):" to lbl-run-days::Text

           invoke type System.Windows.Forms.TextBox::new returning txt-run-days
           invoke type System.Drawing.Point::new(340, 335) returning temp-point
           invoke txt-run-days::set_Location(temp-point)
           invoke type System.Drawing.Size::new(70, 20) returning temp-size
           invoke txt-run-days::set_Size(temp-size)
           invoke txt-run-days::set_Name("txtRunDays")

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
           invoke self::Controls::Add(txt-planned-start)
           invoke self::Controls::Add(lbl-deadline)
           invoke self::Controls::Add(txt-deadline)
           invoke self::Controls::Add(lbl-run-rule)
           invoke self::Controls::Add(txt-run-rule)
           invoke self::Controls::Add(lbl-run-days)
           invoke self::Controls::Add(txt-run-days)
           invoke self::Controls::Add(btn-add)
           invoke self::Controls::Add(btn-change)
           invoke self::Controls::Add(btn-delete)

           move "Cycle Calendar Maintenance" to self::Text
           invoke type System.Drawing.Size::new(600, 415) returning temp-size
           invoke self::set_ClientSize(temp-size)

           add handler self::Load to Form5_Load
           invoke self::REFRESH-CALENDAR-LIST
           if cal-overflow = "Y"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "CYCLCAL.DAT holds more than 50 entries; the rows beyond 50 are not shown and cannot be maintained or proposed from this screen. Trim the file before maintaining it here.")
           end-if
       end method.

                       add 1 to cal-count
                       move cc-cycle-id       to ct-cycle-id(cal-count)
                       move cc-description    to ct-description(cal-count)
                       move cc-predecessor-id
                           to ct-predecessor-list(cal-count) (1:8)
                       move cc-more-predecessors
                           to ct-predecessor-list(cal-count) (9:32)
                       move cc-planned-start  to ct-planned-start(cal-count)
                       move cc-deadline       to ct-deadline(cal-count)
                       move cc-run-rule       to ct-run-rule(cal-count)
                       move cc-run-days       to ct-run-days(cal-count)
                   else
                       move "Y" to cal-overflow
                   end-if
      *----------------------------------------------------------------
      * REFRESH-CALENDAR-LIST - relists the table rows, one list row
      * per table entry in the same order, so a clicked row maps
      * straight back to its entry.  The predecessors go last on the
      * row, as a comma list, so the fixed columns stay aligned.
      *----------------------------------------------------------------
       method-id REFRESH-CALENDAR-LIST private.
       procedure division.
           goback.

       LIST-ONE-CALENDAR.
           invoke self::FORMAT-PREDECESSOR-TEXT
           move spaces to list-row-text
           string ct-cycle-id(cal-index)        delimited by size
                  "  "                          delimited by size
                  ct-description(cal-index)     delimited by size
                  "  "                          delimited by size
                  ct-planned-start(cal-index)   delimited by size
                  "  "                          delimited by size
                  ct-deadline(cal-index)        delimited by size
                  "  "                          delimited by size
                  ct-run-rule(cal-index)        delimited by size
                  " "                           delimited by size
                  ct-run-days(cal-index)        delimited by size
                  "  "                          delimited by size
                  pred-display-text             delimited by size
               into list-row-text
           end-string
           invoke lst-calendar::Items::Add(list-row-text).
       end method.

      *----------------------------------------------------------------
      * FORMAT-PREDECESSOR-TEXT - builds PRED-DISPLAY-TEXT, the
      * predecessors of table entry CAL-INDEX as a comma list (the
      * same form they are keyed in).
      *----------------------------------------------------------------
       method-id FORMAT-PREDECESSOR-TEXT private.
       procedure division.
           move spaces to pred-display-text
           move 1 to pred-text-pointer
           perform APPEND-ONE-PREDECESSOR
               varying pred-slot from 1 by 1
               until pred-slot > 5
           goback.

       APPEND-ONE-PREDECESSOR.
           if ct-predecessor-id(cal-index, pred-slot) not = spaces
               if pred-text-pointer > 1
                   string "," delimited by size
                       into pred-display-text
                       with pointer pred-text-pointer
                   end-string
               end-if
               string ct-predecessor-id(cal-index, pred-slot)
                          delimited by space
                   into pred-display-text
                   with pointer pred-text-pointer
               end-string
           end-if.
       end method.

      *----------------------------------------------------------------
      * Lst-Calendar-SelectedIndexChanged - carries the clicked row's
      * entry onto the fields so it can be changed or deleted without
           if sel-index >= 0 and sel-index < cal-count
               move ct-cycle-id(sel-index + 1)       to txt-cycle-id::Text
               move ct-description(sel-index + 1)    to txt-description::Text
               move sel-index to cal-index
               add 1 to cal-index
               invoke self::FORMAT-PREDECESSOR-TEXT
               move pred-display-text                to txt-predecessor::Text
               move ct-planned-start(sel-index + 1)  to txt-planned-start::Text
               move ct-deadline(sel-index + 1)       to txt-deadline::Text
               move ct-run-rule(sel-index + 1)       to txt-run-rule::Text
               move ct-run-days(sel-index + 1)       to txt-run-days::Text
           end-if
       end method.


      *----------------------------------------------------------------
      * VALIDATE-CALENDAR-ENTRY - validates the keyed fields for Add
      * and Change: a cycle id must be keyed; the predecessors (up to
      * five, comma or space separated) must each be a cycle id of at
      * most eight characters - a longer one is refused, not cut down
      * to some other cycle's id - and another cycle already on the
      * calendar, listed once - a mistyped predecessor
      * would otherwise ride out to the scheduler on the trigger and
      * chain the job on a cycle that never completes - and must not
      * close a circular chain back to this cycle, which would hold
      * every cycle on the loop back for good; and the planned start
      * and deadline (when keyed) must be real HHMM times.  The run
      * rule must be one of D W S L B F (blank is taken as D, every
      * night); rule S needs a seven-day Y/N mask, Monday first, with
      * at least one Y, and any other rule carries no mask.  Leaves
      * an explanation in MESSAGE-TEXT when invalid.
      *----------------------------------------------------------------
       method-id VALIDATE-CALENDAR-ENTRY private.
       procedure division.
               goback
           end-if

           move spaces to entry-predecessor-list
           move spaces to entry-predecessor-extra
           initialize entry-predecessor-counts
           inspect entry-predecessor-text replacing all "," by space
           move 0 to pred-text-lead
           inspect entry-predecessor-text
               tallying pred-text-lead for leading spaces
           if pred-text-lead < 60
               compute pred-text-pointer = pred-text-lead + 1
               unstring entry-predecessor-text delimited by all space
                   into entry-predecessor(1)
                            count in entry-predecessor-length(1)
                        entry-predecessor(2)
                            count in entry-predecessor-length(2)
                        entry-predecessor(3)
                            count in entry-predecessor-length(3)
                        entry-predecessor(4)
                            count in entry-predecessor-length(4)
                        entry-predecessor(5)
                            count in entry-predecessor-length(5)
                        entry-predecessor-extra
                   with pointer pred-text-pointer
               end-unstring
           end-if
           if entry-predecessor-extra not = spaces
               move "A cycle can have at most five predecessors."
                   to message-text
               goback
           end-if
           perform CHECK-ONE-PREDECESSOR-LENGTH
               varying pred-slot from 1 by 1
               until pred-slot > 5 or message-text not = spaces
           if message-text not = spaces
               goback
           end-if

           move spaces to pred-duplicate
           move spaces to pred-missing
           perform CHECK-ONE-PREDECESSOR
               varying pred-slot from 1 by 1
               until pred-slot > 5
           if message-text not = spaces
               goback
           end-if
           if pred-duplicate not = spaces
               string "Predecessor "                delimited by size
                      pred-duplicate                delimited by space
                      " is listed more than once."  delimited by size
                   into message-text
               end-string
               goback
           end-if
           if pred-missing not = spaces
               string "Predecessor "                delimited by size
                      pred-missing                  delimited by space
                      " is not a cycle on the calendar. Add it first."
                                                    delimited by size
                   into message-text
               end-string
               goback
           end-if

           perform CHECK-CIRCULAR-CHAIN
           if message-text not = spaces
               goback
           end-if

           if entry-planned-start not = spaces
               if time-is-invalid
                   move "The deadline is not a real time (key it as HHMM)."
                       to message-text
                   goback
               end-if
           end-if

           inspect entry-run-rule converting "dwslbf" to "DWSLBF"
           if entry-run-rule = space
               move "D" to entry-run-rule
           end-if
           if entry-run-rule not = "D" and not = "W" and not = "S"
               and not = "L" and not = "B" and not = "F"
               move "The run rule must be D (daily), W (weekdays), S (set days), L (last day of month), B (last business day) or F (first business day)."
                   to message-text
               goback
           end-if

           if entry-run-rule not = "S"
               move spaces to entry-run-days
               goback
           end-if
           inspect entry-run-days converting "yn" to "YN"
           move 0 to run-day-yes-count
           move 0 to run-day-no-count
           inspect entry-run-days tallying run-day-yes-count for all "Y"
           inspect entry-run-days tallying run-day-no-count for all "N"
           if run-day-yes-count + run-day-no-count not = 7
               or run-day-yes-count = 0
               move "Rule S needs the run days as seven Y/N flags, Monday first, with at least one Y (e.g. YNYNYNN)."
                   to message-text
           end-if
           goback.

       CHECK-ONE-PREDECESSOR-LENGTH.
           if entry-predecessor-length(pred-slot) > 8
               string "Predecessor "                delimited by size
                      entry-predecessor(pred-slot)  delimited by space
                      "... is longer than a cycle id (eight characters)."
                                                    delimited by size
                   into message-text
               end-string
           end-if.

       CHECK-ONE-PREDECESSOR.
           if entry-predecessor(pred-slot) = spaces
               exit paragraph
           end-if
           if entry-predecessor(pred-slot) = entry-cycle-id
               move "A cycle cannot be its own predecessor."
                   to message-text
               exit paragraph
           end-if
           perform CHECK-PREDECESSOR-REPEATED
               varying pred-other-slot from 1 by 1
               until pred-other-slot >= pred-slot
           move 0 to cal-pred-match
           perform CHECK-PREDECESSOR-EXISTS
               varying cal-index from 1 by 1
               until cal-index > cal-count or cal-pred-match > 0
           if cal-pred-match = 0 and pred-missing = spaces
               move entry-predecessor(pred-slot) to pred-missing
           end-if.

       CHECK-PREDECESSOR-REPEATED.
           if entry-predecessor(pred-other-slot)
                   = entry-predecessor(pred-slot)
               and pred-duplicate = spaces
               move entry-predecessor(pred-slot) to pred-duplicate
           end-if.

       CHECK-PREDECESSOR-EXISTS.
           if ct-cycle-id(cal-index) = entry-predecessor(pred-slot)
               move cal-index to cal-pred-match
           end-if.

      * marks every calendar cycle reachable by walking back from the
      * keyed predecessors through the predecessors already on file;
      * reaching this cycle itself means the keyed list would close a
      * loop.  The walk repeats until a pass marks nothing new.
       CHECK-CIRCULAR-CHAIN.
           move all "N" to reach-table
           perform SEED-ONE-REACH
               varying pred-slot from 1 by 1
               until pred-slot > 5
           set reach-grew to true
           perform SPREAD-REACH-PASS until reach-stopped
           move 0 to cal-pred-match
           perform TEST-ONE-REACH
               varying cal-index from 1 by 1
               until cal-index > cal-count or cal-pred-match > 0
           if cal-pred-match > 0
               move "Those predecessors would make a circular chain: one of them already waits, directly or through others, on this cycle."
                   to message-text
           end-if.

       SEED-ONE-REACH.
           if entry-predecessor(pred-slot) not = spaces
               move entry-predecessor(pred-slot) to reach-target-id
               perform MARK-ONE-REACH
                   varying cal-index from 1 by 1
                   until cal-index > cal-count
           end-if.

       SPREAD-REACH-PASS.
           set reach-stopped to true
           perform SPREAD-ONE-REACH
               varying reach-index from 1 by 1
               until reach-index > cal-count.

       SPREAD-ONE-REACH.
           if reach-flag(reach-index) = "Y"
               and ct-cycle-id(reach-index) not = entry-cycle-id
               perform SPREAD-ONE-REACH-SLOT
                   varying pred-slot from 1 by 1
                   until pred-slot > 5
           end-if.

       SPREAD-ONE-REACH-SLOT.
           if ct-predecessor-id(reach-index, pred-slot) not = spaces
               move ct-predecessor-id(reach-index, pred-slot)
                   to reach-target-id
               perform MARK-ONE-REACH
                   varying cal-index from 1 by 1
                   until cal-index > cal-count
           end-if.

       MARK-ONE-REACH.
           if ct-cycle-id(cal-index) = reach-target-id
               and reach-flag(cal-index) = "N"
               move "Y" to reach-flag(cal-index)
               set reach-grew to true
           end-if.

       TEST-ONE-REACH.
           if reach-flag(cal-index) = "Y"
               and ct-cycle-id(cal-index) = entry-cycle-id
               move cal-index to cal-pred-match
           end-if.
       end method.
       end method.

      *----------------------------------------------------------------
      * Btn-Add-Click - validates a new calendar cycle, refusing a
      * duplicate cycle id, and proposes it for approval.
      *----------------------------------------------------------------
       method-id Btn-Add-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           move txt-cycle-id::Text      to entry-cycle-id
           move txt-description::Text   to entry-description
           move txt-predecessor::Text   to entry-predecessor-text
           move txt-planned-start::Text to entry-planned-start
           move txt-deadline::Text      to entry-deadline
           move txt-run-rule::Text      to entry-run-rule
           move txt-run-days::Text      to entry-run-days

           invoke self::VALIDATE-CALENDAR-ENTRY
           if message-text not = spaces
               goback
           end-if

           move "A" to pending-action
           invoke self::PROPOSE-CALENDAR-CHANGE
       end method.

      *----------------------------------------------------------------
      * Btn-Change-Click - validates a replacement for the calendar
      * entry whose cycle id is keyed and proposes it for approval.
      *----------------------------------------------------------------
       method-id Btn-Change-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           move txt-cycle-id::Text      to entry-cycle-id
           move txt-description::Text   to entry-description
           move txt-predecessor::Text   to entry-predecessor-text
           move txt-planned-start::Text to entry-planned-start
           move txt-deadline::Text      to entry-deadline
           move txt-run-rule::Text      to entry-run-rule
           move txt-run-days::Text      to entry-run-days

           invoke self::VALIDATE-CALENDAR-ENTRY
           if message-text not = spaces
               goback
           end-if

           move "C" to pending-action
           invoke self::PROPOSE-CALENDAR-CHANGE
       end method.

      *----------------------------------------------------------------
      * Btn-Delete-Click - proposes removing the calendar entry whose
      * cycle id is keyed, for approval, refusing while another cycle
      * still names it as any of its predecessors.
      *----------------------------------------------------------------
       method-id Btn-Delete-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
               move spaces to message-text
               string "Cycle "                      delimited by size
                      ct-cycle-id(cal-pred-match)   delimited by size
                      " still names this cycle as a predecessor."
                                                    delimited by size
                   into message-text
               end-string
               goback
           end-if

           move "D" to pending-action
           invoke self::PROPOSE-CALENDAR-CHANGE
           goback.

       CHECK-ONE-DEPENDENT.
           perform CHECK-ONE-DEPENDENT-SLOT
               varying pred-slot from 1 by 1
               until pred-slot > 5 or cal-pred-match > 0.

       CHECK-ONE-DEPENDENT-SLOT.
           if ct-predecessor-id(cal-index, pred-slot) = entry-cycle-id
               move cal-index to cal-pred-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * PROPOSE-CALENDAR-CHANGE - records the keyed add, change or
      * delete (PENDING-ACTION; CAL-MATCH is the entry changed or
      * deleted) as a pending change carrying the entry's before and
      * after images, for a second operator to approve on the Change
      * Approval screen, and audits the proposal.  Refused while
      * another change to the same cycle is still pending - the
      * second would be approved against a stale before image.
      *----------------------------------------------------------------
       method-id PROPOSE-CALENDAR-CHANGE private.
       procedure division.
           move entry-cycle-id to pending-key
           invoke self::FIND-PENDING-CHANGE
           if pending-change-found
               move spaces to message-text
               string "A change to this cycle proposed by "
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
           move "CYCLCAL "        to pc-target-file
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
               move spaces to cycle-cal-record
               move ct-cycle-id(cal-match)       to cc-cycle-id
               move ct-description(cal-match)    to cc-description
               move ct-predecessor-list(cal-match) (1:8)
                                                 to cc-predecessor-id
               move ct-predecessor-list(cal-match) (9:32)
                                                 to cc-more-predecessors
               move ct-planned-start(cal-match)  to cc-planned-start
               move ct-deadline(cal-match)       to cc-deadline
               move ct-run-rule(cal-match)       to cc-run-rule
               move ct-run-days(cal-match)       to cc-run-days
               move cycle-cal-record to pc-before-image
           end-if
           if not pc-is-delete
               move spaces to cycle-cal-record
               move entry-cycle-id      to cc-cycle-id
               move entry-description   to cc-description
               move entry-predecessor-list (1:8)
                                        to cc-predecessor-id
               move entry-predecessor-list (9:32)
                                        to cc-more-predecessors
               move entry-planned-start to cc-planned-start
               move entry-deadline      to cc-deadline
               move entry-run-rule      to cc-run-rule
               move entry-run-days      to cc-run-days
               move cycle-cal-record to pc-after-image
           end-if

           open extend pending-change-file
           if pending-change-status = "35"
               open output pending-change-file
           end-if
           write pending-change-record
           close pending-change-file

           evaluate pending-action
               when "A"
                   invoke self::WRITE-AUDIT-RECORD using "PCALADD "
               when "C"
                   invoke self::WRITE-AUDIT-RECORD using "PCALCHG "
               when other
                   invoke self::WRITE-AUDIT-RECORD using "PCALDEL "
           end-evaluate

           invoke type System.Windows.Forms.MessageBox::Show(
               "Change proposed. It takes effect once a second authorized operator approves it on the Change Approval screen.")
       end method.

      *----------------------------------------------------------------
      * FIND-PENDING-CHANGE - looks on PENDCHG.DAT for a change to
      * the cycle PENDING-KEY that is still awaiting a decision,
      * noting who proposed it.
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
                   if pc-for-calendar and pc-is-pending
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
      * cycle id that was touched.
      *----------------------------------------------------------------
       method-id WRITE-AUDIT-RECORD private.
