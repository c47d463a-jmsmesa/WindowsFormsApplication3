       class-id WindowsFormsApplication3.Form19 is partial
                 inherits type System.Windows.Forms.Form.

       environment division.
       input-output section.
       file-control.
           select operator-auth-file assign to "OPAUTH.DAT"
               organization line sequential
               file status is opauth-status.

           select envcfg-file assign to "ENVCFG.DAT"
               organization line sequential
               file status is envcfg-status.

           select audit-log-file assign to "AUDITLOG.DAT"
               organization line sequential
               file status is audit-log-status.

           select audit-archive-file assign dynamic audit-archive-name
               organization line sequential
               file status is audit-archive-status.

           select spool-file assign dynamic spool-file-name
               organization line sequential
               file status is spool-status.

           select spool-index-file assign to "SPOOLIDX.DAT"
               organization line sequential
               file status is spool-index-status.

       data division.
       file section.
       fd  operator-auth-file.
           copy "OPAUTH.CPY".

       fd  envcfg-file.
           copy "ENVCFG.CPY".

       fd  audit-log-file.
           copy "AUDITLOG.CPY".

       fd  audit-archive-file.
       01 audit-archive-record   pic x(58).

       fd  spool-file.
       01 spool-line-record      pic x(100).

       fd  spool-index-file.
           copy "SPOOLIDX.CPY".

      *----------------------------------------------------------------
      * Operator Access maintenance.  Grants, re-dates and revokes the
      * operator authorizations on OPAUTH.DAT - one record per
      * operator and environment - each stamped with who granted it,
      * when, and the last day it holds.  Every grant carries an
      * expiry date; a change re-dates the expiry and is stamped as a
      * fresh grant by the operator making it.  Rights are maintained
      * by an operator who holds an unexpired authorization for a
      * production environment (any environment while the list names
      * no production environment, and anyone while the file holds no
      * rights at all, so the first grants can be keyed), never for
      * their own operator id.  Every change is audited AUTHADD,
      * AUTHCHG or AUTHDEL, the audit record carrying the operator id
      * whose right changed in its cycle-id position, the environment,
      * and the expiry date in its run-date position.
      *
      * The Recertification Report lists every right with the
      * operator's last SUBMIT, COSIGN (countersign) and RERUN in that
      * environment, taken from AUDITLOG.DAT and the monthly audit
      * archives (AUDITyyyymm.DAT, probed by name back three years),
      * and flags rights unused for 90 days, rights expiring within 30
      * days, rights already expired and rights with no expiry.  It
      * is spooled (type RECERT, kept 366 days) for the quarterly
      * sign-off.
      *----------------------------------------------------------------
       working-storage section.
       01 opauth-status        pic xx.
       01 envcfg-status        pic xx.
       01 audit-log-status     pic xx.
       01 audit-archive-status pic xx.
       01 spool-status         pic xx.
       01 spool-index-status   pic xx.
       01 opauth-eof           pic x.
       01 envcfg-eof           pic x.
       01 audit-eof            pic x.

       01 auth-overflow        pic x value "N".
       01 auth-count           pic 9(04) comp value 0.
       01 auth-index           pic 9(04) comp value 0.
       01 auth-match           pic 9(04) comp value 0.
       01 auth-insert          pic 9(04) comp value 0.
       01 auth-table.
           05 auth-entry occurs 200 times.
               10 at-operator-id     pic x(08).
               10 at-environment     pic x(04).
               10 at-granted-by      pic x(08).
               10 at-granted-date    pic x(08).
               10 at-expiry-date     pic x(08).
               10 at-last-submit     pic x(14).
               10 at-last-cosign     pic x(14).
               10 at-last-rerun      pic x(14).
       01 auth-key-work.
           05 ak-operator-id       pic x(08).
           05 ak-environment       pic x(04).
       01 auth-key-entry           pic x(12).

       01 env-count            pic 9(04) comp value 0.
       01 env-index            pic 9(04) comp value 0.
       01 env-match            pic 9(04) comp value 0.
       01 prod-env-count       pic 9(04) comp value 0.
       01 env-table.
           05 env-entry occurs 20 times.
               10 et-code          pic x(04).
               10 et-production    pic x(01).

       01 maintainer-switch    pic x.
           88 maintainer-is-authorized  value "Y".
           88 maintainer-not-authorized value "N".

       01 entry-operator-id    pic x(08).
       01 entry-environment    pic x(04).
       01 entry-expiry-date    pic x(08).
       01 audit-subject-id     pic x(08).
       01 audit-subject-env    pic x(04).
       01 audit-subject-date   pic x(08).

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

       01 today-ymd            pic x(08).
       01 unused-cutoff-ymd    pic x(08).
       01 expiring-limit-ymd   pic x(08).
       01 shift-days           binary-long.
       01 dw-year-b            binary-long.
       01 dw-month-b           binary-long.
       01 dw-day-b             binary-long.
       01 dt-datetime          type System.DateTime.
       01 dt-result-string     type System.String.

      *----------------------------------------------------------------
      * audit-trail scan work areas.  A live or archived audit record
      * is moved into ACTIVITY-RECORD (the AUDITLOG.CPY layout) so one
      * paragraph notes the activity from either source.
      *----------------------------------------------------------------
       01 activity-record.
           05 act-timestamp        pic x(14).
           05 act-operator-id      pic x(08).
           05 act-workstation-id   pic x(08).
           05 act-action           pic x(08).
           05 act-run-date         pic x(08).
           05 act-cycle-id         pic x(08).
           05 act-environment      pic x(04).
       01 audit-archive-name   pic x(20).
       01 archive-probe        pic 9(04) comp value 0.
       01 archive-found-count  pic 9(04) comp value 0.
       01 archive-work-month.
           05 aw-year          pic 9(04).
           05 aw-month         pic 9(02).

       01 recert-last-used     pic x(14).
       01 recert-flags         pic x(30).
       01 recert-flag-pointer  pic 9(04) comp value 1.
       01 recert-unused-count  pic 9(04) comp value 0.
       01 recert-expiring-count pic 9(04) comp value 0.
       01 recert-expired-count pic 9(04) comp value 0.
       01 recert-open-count    pic 9(04) comp value 0.
       01 recert-date-text.
           05 rd-submit        pic x(08).
           05 rd-cosign        pic x(08).
           05 rd-rerun         pic x(08).
           05 rd-expiry        pic x(08).
       01 count-display        pic zzz9.
       01 unused-display       pic zzz9.
       01 expiring-display     pic zzz9.
       01 expired-display      pic zzz9.
       01 open-display         pic zzz9.
       01 archive-display      pic zzz9.
       01 result-text          pic x(100).

       01 spool-file-name      pic x(24).
       01 spool-report-type    pic x(08).
       01 spool-retention-days pic 9(03).
       01 run-date             pic x(08).
       01 cycle-id             pic x(08).

       01 operator-id          pic x(08).
       01 workstation-id       pic x(08).
       01 current-timestamp    pic x(14).
       01 message-text         pic x(200).
       01 list-row-text        pic x(120).
       01 sel-index            binary-long.

       01 lbl-operator-id      object.
       01 lbl-environment      object.
       01 lbl-expiry-date      object.
       01 txt-operator-id      object.
       01 txt-environment      object.
       01 txt-expiry-date      object.
       01 btn-add              object.
       01 btn-change           object.
       01 btn-delete           object.
       01 btn-recert-report    object.
       01 lst-rights           object.
       01 temp-point           object.
       01 temp-size            object.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           goback.
       end method.

      *----------------------------------------------------------------
      * InitializeComponent - lays out the rights list, the entry
      * fields, the Grant/Change Expiry/Revoke buttons and the
      * Recertification Report button, and wires each control to its
      * event handler.  This repo carries no separate designer
      * partial file, so this is hand-written rather than
      * tool-generated; NEW calls INVOKE SELF::INITIALIZECOMPONENT and
      * expects it to exist.
      *----------------------------------------------------------------
       method-id InitializeComponent private.
       procedure division.
           invoke self::SuspendLayout

           invoke type System.Windows.Forms.ListBox::new returning lst-rights
           invoke type System.Drawing.Point::new(20, 20) returning temp-point
           invoke lst-rights::set_Location(temp-point)
           invoke type System.Drawing.Size::new(640, 200) returning temp-size
           invoke lst-rights::set_Size(temp-size)
           invoke lst-rights::set_Name("lstRights")

           invoke type System.Windows.Forms.Label::new
               returning lbl-operator-id
           invoke type System.Drawing.Point::new(20, 235) returning temp-point
           invoke lbl-operator-id::set_Location(temp-point)
           invoke type System.Drawing.Size::new(150, 20) returning temp-size
           invoke lbl-operator-id::set_Size(temp-size)
           move "Operator ID:" to lbl-operator-id::Text

           invoke type System.Windows.Forms.TextBox::new
               returning txt-operator-id
           invoke type System.Drawing.Point::new(180, 235) returning temp-point
           invoke txt-operator-id::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 20) returning temp-size
           invoke txt-operator-id::set_Size(temp-size)
           invoke txt-operator-id::set_Name("txtOperatorId")

           invoke type System.Windows.Forms.Label::new
               returning lbl-environment
           invoke type System.Drawing.Point::new(20, 265) returning temp-point
           invoke lbl-environment::set_Location(temp-point)
           invoke type System.Drawing.Size::new(150, 20) returning temp-size
           invoke lbl-environment::set_Size(temp-size)
           move "Environment:" to lbl-environment::Text

           invoke type System.Windows.Forms.TextBox::new
               returning txt-environment
           invoke type System.Drawing.Point::new(180, 265) returning temp-point
           invoke txt-environment::set_Location(temp-point)
           invoke type System.Drawing.Size::new(60, 20) returning temp-size
           invoke txt-environment::set_Size(temp-size)
           invoke txt-environment::set_Name("txtEnvironment")

           invoke type System.Windows.Forms.Label::new
               returning lbl-expiry-date
           invoke type System.Drawing.Point::new(20, 295) returning temp-point
           invoke lbl-expiry-date::set_Location(temp-point)
           invoke type System.Drawing.Size::new(150, 20) returning temp-size
           invoke lbl-expiry-date::set_Size(temp-size)
           move "Expires (yyyymmdd):" to lbl-expiry-date::Text

           invoke type System.Windows.Forms.TextBox::new
               returning txt-expiry-date
           invoke type System.Drawing.Point::new(180, 295) returning temp-point
           invoke txt-expiry-date::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 20) returning temp-size
           invoke txt-expiry-date::set_Size(temp-size)
           invoke txt-expiry-date::set_Name("txtExpiryDate")

           invoke type System.Windows.Forms.Button::new returning btn-add
           invoke type System.Drawing.Point::new(20, 330) returning temp-point
           invoke btn-add::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 25) returning temp-size
           invoke btn-add::set_Size(temp-size)
           move "Grant" to btn-add::Text
           invoke btn-add::set_Name("btnAdd")

           invoke type System.Windows.Forms.Button::new returning btn-change
           invoke type System.Drawing.Point::new(130, 330) returning temp-point
           invoke btn-change::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 25) returning temp-size
           invoke btn-change::set_Size(temp-size)
           move "Change Expiry" to btn-change::Text
           invoke btn-change::set_Name("btnChange")

           invoke type System.Windows.Forms.Button::new returning btn-delete
           invoke type System.Drawing.Point::new(240, 330) returning temp-point
           invoke btn-delete::set_Location(temp-point)
           invoke type System.Drawing.Size::new(100, 25) returning temp-size
           invoke btn-delete::set_Size(temp-size)
           move "Revoke" to btn-delete::Text
           invoke btn-delete::set_Name("btnDelete")

           invoke type System.Windows.Forms.Button::new
               returning btn-recert-report
           invoke type System.Drawing.Point::new(460, 330) returning temp-point
           invoke btn-recert-report::set_Location(temp-point)
           invoke type System.Drawing.Size::new(200, 25) returning temp-size
           invoke btn-recert-report::set_Size(temp-size)
           move "Recertification Report" to btn-recert-report::Text
           invoke btn-recert-report::set_Name("btnRecertReport")

           invoke self::Controls::Add(lst-rights)
           invoke self::Controls::Add(lbl-operator-id)
           invoke self::Controls::Add(txt-operator-id)
           invoke self::Controls::Add(lbl-environment)
           invoke self::Controls::Add(txt-environment)
           invoke self::Controls::Add(lbl-expiry-date)
           invoke self::Controls::Add(txt-expiry-date)
           invoke self::Controls::Add(btn-add)
           invoke self::Controls::Add(btn-change)
           invoke self::Controls::Add(btn-delete)
           invoke self::Controls::Add(btn-recert-report)

           move "Operator Access Maintenance" to self::Text
           invoke type System.Drawing.Size::new(680, 375) returning temp-size
           invoke self::set_ClientSize(temp-size)

           add handler self::Load to Form19_Load
           add handler btn-add::Click to Btn-Add-Click
           add handler btn-change::Click to Btn-Change-Click
           add handler btn-delete::Click to Btn-Delete-Click
           add handler btn-recert-report::Click to Btn-Recert-Report-Click
           add handler lst-rights::SelectedIndexChanged
               to Lst-Rights-SelectedIndexChanged

           invoke self::ResumeLayout.
       end method.

       method-id Form19_Load final private.
       procedure division using by value sender as object e as type System.EventArgs.
           accept today-ymd from date yyyymmdd
           invoke self::LOAD-AUTH-TABLE
           invoke self::LOAD-ENVIRONMENTS
           invoke self::REFRESH-RIGHTS-LIST
           if auth-overflow = "Y"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "OPAUTH.DAT holds more than 200 rights; the rows beyond 200 are not shown and would be dropped by a save. Trim the file before maintaining it here.")
           end-if
       end method.

      *----------------------------------------------------------------
      * LOAD-AUTH-TABLE - reads OPAUTH.DAT into AUTH-TABLE (bounded at
      * 200 entries), with the activity columns cleared for the
      * recertification scan.
      *----------------------------------------------------------------
       method-id LOAD-AUTH-TABLE private.
       procedure division.
           move 0 to auth-count
           move "N" to auth-overflow
           move "N" to opauth-eof

           open input operator-auth-file
           if opauth-status = "00"
               perform LOAD-ONE-AUTH until opauth-eof = "Y"
               close operator-auth-file
           end-if
           goback.

       LOAD-ONE-AUTH.
           read operator-auth-file
               at end
                   move "Y" to opauth-eof
               not at end
                   if auth-count < 200
                       add 1 to auth-count
                       move oa-operator-id      to at-operator-id(auth-count)
                       move oa-environment-code to at-environment(auth-count)
                       move oa-granted-by       to at-granted-by(auth-count)
                       move oa-granted-date     to at-granted-date(auth-count)
                       move oa-expiry-date      to at-expiry-date(auth-count)
                       move spaces              to at-last-submit(auth-count)
                       move spaces              to at-last-cosign(auth-count)
                       move spaces              to at-last-rerun(auth-count)
                   else
                       move "Y" to auth-overflow
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * LOAD-ENVIRONMENTS - reads the environment list into ENV-TABLE
      * (bounded at 20, the same bound the submission panel uses) for
      * the environment check on a grant and the maintainer check.
      *----------------------------------------------------------------
       method-id LOAD-ENVIRONMENTS private.
       procedure division.
           move 0 to env-count
           move 0 to prod-env-count
           move "N" to envcfg-eof

           open input envcfg-file
           if envcfg-status = "00"
               perform LOAD-ONE-ENVIRONMENT until envcfg-eof = "Y"
               close envcfg-file
           end-if
           goback.

       LOAD-ONE-ENVIRONMENT.
           read envcfg-file
               at end
                   move "Y" to envcfg-eof
               not at end
                   if env-count < 20
                       add 1 to env-count
                       move ec-environment-code to et-code(env-count)
                       move ec-production-flag  to et-production(env-count)
                       if ec-production-flag = "Y"
                           add 1 to prod-env-count
                       end-if
                   end-if
           end-read.
       end method.

      *----------------------------------------------------------------
      * REFRESH-RIGHTS-LIST - relists the table rows, one list row per
      * table entry in the same order, so a clicked row maps straight
      * back to its entry.  A right past its expiry is marked EXPIRED.
      *----------------------------------------------------------------
       method-id REFRESH-RIGHTS-LIST private.
       procedure division.
           invoke lst-rights::Items::Clear
           perform LIST-ONE-RIGHT
               varying auth-index from 1 by 1
               until auth-index > auth-count
           goback.

       LIST-ONE-RIGHT.
           move at-expiry-date(auth-index) to rd-expiry
           if rd-expiry = spaces
               move "NONE" to rd-expiry
           end-if
           move spaces to list-row-text
           string at-operator-id(auth-index)  delimited by size
                  "  "                        delimited by size
                  at-environment(auth-index)  delimited by size
                  "  GRANTED "                delimited by size
                  at-granted-date(auth-index) delimited by size
                  " BY "                      delimited by size
                  at-granted-by(auth-index)   delimited by size
                  "  EXPIRES "                delimited by size
                  rd-expiry                   delimited by size
               into list-row-text
           end-string
           if at-expiry-date(auth-index) not = spaces
               and at-expiry-date(auth-index) < today-ymd
               move "EXPIRED" to list-row-text(76:7)
           end-if
           invoke lst-rights::Items::Add(list-row-text).
       end method.

      *----------------------------------------------------------------
      * Lst-Rights-SelectedIndexChanged - carries the clicked row's
      * operator, environment and expiry onto the fields so the right
      * can be re-dated or revoked without re-keying.
      *----------------------------------------------------------------
       method-id Lst-Rights-SelectedIndexChanged final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke lst-rights::get_SelectedIndex returning sel-index
           if sel-index >= 0 and sel-index < auth-count
               move sel-index to auth-index
               add 1 to auth-index
               move at-operator-id(auth-index) to txt-operator-id::Text
               move at-environment(auth-index) to txt-environment::Text
               move at-expiry-date(auth-index) to txt-expiry-date::Text
           end-if
       end method.

      *----------------------------------------------------------------
      * READ-ENTRY-FIELDS - takes the keyed operator id, environment
      * and expiry date off the screen.
      *----------------------------------------------------------------
       method-id READ-ENTRY-FIELDS private.
       procedure division.
           move txt-operator-id::Text to entry-operator-id
           move txt-environment::Text to entry-environment
           move txt-expiry-date::Text to entry-expiry-date
       end method.

      *----------------------------------------------------------------
      * FIND-RIGHT-BY-KEY - sets AUTH-MATCH to the table entry for the
      * keyed operator and environment (0 when none).
      *----------------------------------------------------------------
       method-id FIND-RIGHT-BY-KEY private.
       procedure division.
           move 0 to auth-match
           perform CHECK-ONE-RIGHT-KEY
               varying auth-index from 1 by 1
               until auth-index > auth-count or auth-match > 0
           goback.

       CHECK-ONE-RIGHT-KEY.
           if at-operator-id(auth-index) = entry-operator-id
               and at-environment(auth-index) = entry-environment
               move auth-index to auth-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * VALIDATE-RIGHT-ENTRY - validates the keyed fields for Grant
      * and Change Expiry: an operator id, an environment on the
      * environment list, and an expiry date that is a real date no
      * earlier than today - a right is never granted open-ended.
      * Leaves an explanation in MESSAGE-TEXT when invalid.
      *----------------------------------------------------------------
       method-id VALIDATE-RIGHT-ENTRY private.
       procedure division.
           move spaces to message-text

           if entry-operator-id = spaces
               move "Key the operator id the right is for." to message-text
               goback
           end-if

           move 0 to env-match
           perform FIND-ONE-ENVIRONMENT
               varying env-index from 1 by 1
               until env-index > env-count or env-match > 0
           if env-match = 0
               string "Environment "      delimited by size
                      entry-environment   delimited by size
                      " is not on the environment list."
                                          delimited by size
                   into message-text
               end-string
               goback
           end-if

           move entry-expiry-date to dv-work-date
           invoke self::VALIDATE-DATE-FIELD
           if date-is-invalid
               move "Key the expiry date as a real date (yyyymmdd); every right must expire."
                   to message-text
               goback
           end-if
           if entry-expiry-date < today-ymd
               move "The expiry date is already past." to message-text
           end-if
           goback.

       FIND-ONE-ENVIRONMENT.
           if et-code(env-index) = entry-environment
               move env-index to env-match
           end-if.
       end method.

      *----------------------------------------------------------------
      * VALIDATE-DATE-FIELD - checks DV-WORK-DATE is a real calendar
      * date (yyyymmdd), the same test the submission panel makes,
      * setting DATE-IS-VALID or DATE-IS-INVALID.
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

           if dv-day < 1 or dv-day > dv-max-day
               goback
           end-if
           set date-is-valid to true
       end method.

      *----------------------------------------------------------------
      * CHECK-MAINTAINER-AUTHORITY - the operator at the screen must
      * hold an unexpired right for a production environment on the
      * environment list (for any environment, while the list names
      * no production environment) and may not maintain their own
      * rights.  While the file holds no rights at all, anyone may
      * key the first grants.  Leaves the refusal in MESSAGE-TEXT.
      *----------------------------------------------------------------
       method-id CHECK-MAINTAINER-AUTHORITY private.
       procedure division.
           move spaces to message-text
           set maintainer-not-authorized to true

           if entry-operator-id = operator-id
               move "An operator may not grant, re-date or revoke their own rights; a second operator must."
                   to message-text
               goback
           end-if

           if auth-count = 0
               set maintainer-is-authorized to true
               goback
           end-if

           perform CHECK-ONE-MAINTAINER-RIGHT
               varying auth-index from 1 by 1
               until auth-index > auth-count or maintainer-is-authorized

           if maintainer-not-authorized
               string "Operator "          delimited by size
                      operator-id          delimited by size
                      " holds no unexpired production authorization and may not maintain operator access."
                                           delimited by size
                   into message-text
               end-string
           end-if
           goback.

       CHECK-ONE-MAINTAINER-RIGHT.
           if at-operator-id(auth-index) not = operator-id
               exit paragraph
           end-if
           if at-expiry-date(auth-index) not = spaces
               and at-expiry-date(auth-index) < today-ymd
               exit paragraph
           end-if
           if prod-env-count = 0
               set maintainer-is-authorized to true
               exit paragraph
           end-if
           perform CHECK-ONE-PRODUCTION-ENV
               varying env-index from 1 by 1
               until env-index > env-count
                   or maintainer-is-authorized.

       CHECK-ONE-PRODUCTION-ENV.
           if et-code(env-index) = at-environment(auth-index)
               and et-production(env-index) = "Y"
               set maintainer-is-authorized to true
           end-if.
       end method.

      *----------------------------------------------------------------
      * Btn-Add-Click - validates and grants a new right, stamped with
      * the granting operator and today's date, refusing a second
      * right for the same operator and environment.  The new row is
      * placed in operator and environment order, so each operator's
      * rights list together; the file is saved, relisted and the
      * grant audited.
      *----------------------------------------------------------------
       method-id Btn-Add-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::READ-ENTRY-FIELDS
           invoke self::STAMP-CONTEXT
           accept today-ymd from date yyyymmdd

           invoke self::VALIDATE-RIGHT-ENTRY
           if message-text not = spaces
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::CHECK-MAINTAINER-AUTHORITY
           if maintainer-not-authorized
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::FIND-RIGHT-BY-KEY
           if auth-match > 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That operator already holds a right for the environment. Change its expiry instead.")
               goback
           end-if

           if auth-count >= 200
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The operator rights are full (200 entries).")
               goback
           end-if

           move entry-operator-id to ak-operator-id
           move entry-environment to ak-environment
           move auth-key-work     to auth-key-entry
           move 0 to auth-insert
           perform FIND-INSERT-POSITION
               varying auth-index from 1 by 1
               until auth-index > auth-count or auth-insert > 0
           if auth-insert = 0
               compute auth-insert = auth-count + 1
           end-if

           perform SHIFT-ONE-RIGHT-DOWN
               varying auth-index from auth-count by -1
               until auth-index < auth-insert
           add 1 to auth-count

           move entry-operator-id to at-operator-id(auth-insert)
           move entry-environment to at-environment(auth-insert)
           move operator-id       to at-granted-by(auth-insert)
           move today-ymd         to at-granted-date(auth-insert)
           move entry-expiry-date to at-expiry-date(auth-insert)
           move spaces            to at-last-submit(auth-insert)
           move spaces            to at-last-cosign(auth-insert)
           move spaces            to at-last-rerun(auth-insert)

           invoke self::SAVE-AUTH-FILE
           invoke self::REFRESH-RIGHTS-LIST
           move entry-operator-id to audit-subject-id
           move entry-environment to audit-subject-env
           move entry-expiry-date to audit-subject-date
           invoke self::WRITE-AUDIT-RECORD using "AUTHADD "
           goback.

       FIND-INSERT-POSITION.
           move at-operator-id(auth-index) to ak-operator-id
           move at-environment(auth-index) to ak-environment
           if auth-key-work > auth-key-entry
               move auth-index to auth-insert
           end-if.

       SHIFT-ONE-RIGHT-DOWN.
           move auth-entry(auth-index) to auth-entry(auth-index + 1).
       end method.

      *----------------------------------------------------------------
      * Btn-Change-Click - re-dates the expiry of the keyed operator's
      * right for the environment.  The change is a fresh grant: it is
      * stamped with the operator making it and today's date, saved,
      * relisted and audited.
      *----------------------------------------------------------------
       method-id Btn-Change-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::READ-ENTRY-FIELDS
           invoke self::STAMP-CONTEXT
           accept today-ymd from date yyyymmdd

           invoke self::VALIDATE-RIGHT-ENTRY
           if message-text not = spaces
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::CHECK-MAINTAINER-AUTHORITY
           if maintainer-not-authorized
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::FIND-RIGHT-BY-KEY
           if auth-match = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That operator holds no right for the environment. Grant it instead.")
               goback
           end-if

           move operator-id       to at-granted-by(auth-match)
           move today-ymd         to at-granted-date(auth-match)
           move entry-expiry-date to at-expiry-date(auth-match)

           invoke self::SAVE-AUTH-FILE
           invoke self::REFRESH-RIGHTS-LIST
           move entry-operator-id to audit-subject-id
           move entry-environment to audit-subject-env
           move entry-expiry-date to audit-subject-date
           invoke self::WRITE-AUDIT-RECORD using "AUTHCHG "
       end method.

      *----------------------------------------------------------------
      * Btn-Delete-Click - revokes the keyed operator's right for the
      * environment, then saves, relists and audits; the audit record
      * carries the expiry the revoked right had.
      *----------------------------------------------------------------
       method-id Btn-Delete-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           move txt-operator-id::Text to entry-operator-id
           move txt-environment::Text to entry-environment
           invoke self::STAMP-CONTEXT
           accept today-ymd from date yyyymmdd

           invoke self::CHECK-MAINTAINER-AUTHORITY
           if maintainer-not-authorized
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
               goback
           end-if

           invoke self::FIND-RIGHT-BY-KEY
           if auth-match = 0
               invoke type System.Windows.Forms.MessageBox::Show(
                   "That operator holds no right for the environment.")
               goback
           end-if

           move at-expiry-date(auth-match) to audit-subject-date
           perform SHIFT-ONE-RIGHT-UP
               varying auth-index from auth-match by 1
               until auth-index >= auth-count
           subtract 1 from auth-count

           invoke self::SAVE-AUTH-FILE
           invoke self::REFRESH-RIGHTS-LIST
           move entry-operator-id to audit-subject-id
           move entry-environment to audit-subject-env
           invoke self::WRITE-AUDIT-RECORD using "AUTHDEL "
           goback.

       SHIFT-ONE-RIGHT-UP.
           move auth-entry(auth-index + 1) to auth-entry(auth-index).
       end method.

      *----------------------------------------------------------------
      * SAVE-AUTH-FILE - writes the table back over OPAUTH.DAT in
      * table order.
      *----------------------------------------------------------------
       method-id SAVE-AUTH-FILE private.
       procedure division.
           open output operator-auth-file
           perform WRITE-ONE-AUTH
               varying auth-index from 1 by 1
               until auth-index > auth-count
           close operator-auth-file
           goback.

       WRITE-ONE-AUTH.
           move at-operator-id(auth-index)  to oa-operator-id
           move at-environment(auth-index)  to oa-environment-code
           move at-granted-by(auth-index)   to oa-granted-by
           move at-granted-date(auth-index) to oa-granted-date
           move at-expiry-date(auth-index)  to oa-expiry-date
           write operator-auth-record.
       end method.

      *----------------------------------------------------------------
      * Btn-Recert-Report-Click - builds and spools the access
      * recertification report from the rights on file now, and
      * tells the operator what it flagged.
      *----------------------------------------------------------------
       method-id Btn-Recert-Report-Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::RUN-RECERTIFICATION
       end method.

      *----------------------------------------------------------------
      * RUN-RECERTIFICATION - reloads the rights, works out the
      * 90-day unused cutoff and the 30-day expiry horizon, notes the
      * last SUBMIT, COSIGN and RERUN per operator and environment
      * from the live audit log and the monthly archives, then spools
      * the report.
      *----------------------------------------------------------------
       method-id RUN-RECERTIFICATION private.
       procedure division.
           invoke self::STAMP-CONTEXT
           move current-timestamp(1:8) to today-ymd

           invoke self::LOAD-AUTH-TABLE
           invoke self::REFRESH-RIGHTS-LIST

           move -90 to shift-days
           invoke self::SHIFT-TODAY
           move dt-result-string to unused-cutoff-ymd
           move 30 to shift-days
           invoke self::SHIFT-TODAY
           move dt-result-string to expiring-limit-ymd

           invoke self::SCAN-AUDIT-ACTIVITY
           invoke self::SPOOL-RECERT-REPORT

           move spaces to message-text
           if spool-status = "00"
               move recert-unused-count   to unused-display
               move recert-expiring-count to expiring-display
               move recert-expired-count  to expired-display
               move auth-count            to count-display
               string "Recertification report spooled: "
                                            delimited by size
                      count-display         delimited by size
                      " right(s), "         delimited by size
                      unused-display        delimited by size
                      " unused for 90 days, "
                                            delimited by size
                      expiring-display      delimited by size
                      " expiring within 30 days, "
                                            delimited by size
                      expired-display       delimited by size
                      " already expired."   delimited by size
                   into message-text
               end-string
               invoke type System.Windows.Forms.MessageBox::Show(message-text)
           end-if
           goback.
       end method.

      *----------------------------------------------------------------
      * SHIFT-TODAY - TODAY-YMD moved SHIFT-DAYS days (back when
      * negative), returned as yyyymmdd in DT-RESULT-STRING.  Worked
      * through System.DateTime, the way the report spool works out
      * its retention, so month and year boundaries come out right.
      *----------------------------------------------------------------
       method-id SHIFT-TODAY private.
       procedure division.
           move today-ymd to dv-work-date
           move dv-year  to dw-year-b
           move dv-month to dw-month-b
           move dv-day   to dw-day-b
           invoke type System.DateTime::new(
               dw-year-b, dw-month-b, dw-day-b)
               returning dt-datetime
           invoke dt-datetime::AddDays(shift-days)
               returning dt-datetime
           invoke dt-datetime::ToString("yyyyMMdd")
               returning dt-result-string
       end method.

      *----------------------------------------------------------------
      * SCAN-AUDIT-ACTIVITY - reads the live audit log, then probes
      * the monthly archives by name from this month back three years
      * (the repo never lists a directory), noting for each right the
      * latest SUBMIT and RERUN by the operator and the latest COSIGN
      * they gave, in the right's environment.
      *----------------------------------------------------------------
       method-id SCAN-AUDIT-ACTIVITY private.
       procedure division.
           move "N" to audit-eof
           open input audit-log-file
           if audit-log-status = "00"
               perform SCAN-ONE-LIVE-AUDIT until audit-eof = "Y"
               close audit-log-file
           end-if

           move 0 to archive-found-count
           move today-ymd(1:6) to archive-work-month
           perform PROBE-ONE-ARCHIVE
               varying archive-probe from 1 by 1
               until archive-probe > 37
           goback.

       SCAN-ONE-LIVE-AUDIT.
           read audit-log-file
               at end
                   move "Y" to audit-eof
               not at end
                   move audit-log-record to activity-record
                   perform NOTE-ONE-ACTIVITY
           end-read.

       PROBE-ONE-ARCHIVE.
           move spaces to audit-archive-name
           string "AUDIT"             delimited by size
                  archive-work-month  delimited by size
                  ".DAT"              delimited by size
               into audit-archive-name
           end-string
           open input audit-archive-file
           if audit-archive-status = "00"
               add 1 to archive-found-count
               move "N" to audit-eof
               perform SCAN-ONE-ARCHIVED-AUDIT until audit-eof = "Y"
               close audit-archive-file
           end-if

           if aw-month > 1
               subtract 1 from aw-month
           else
               move 12 to aw-month
               subtract 1 from aw-year
           end-if.

       SCAN-ONE-ARCHIVED-AUDIT.
           read audit-archive-file
               at end
                   move "Y" to audit-eof
               not at end
                   move audit-archive-record to activity-record
                   perform NOTE-ONE-ACTIVITY
           end-read.

       NOTE-ONE-ACTIVITY.
           if act-action not = "SUBMIT  "
               and act-action not = "COSIGN  "
               and act-action not = "RERUN   "
               exit paragraph
           end-if
           perform NOTE-ONE-RIGHT-ACTIVITY
               varying auth-index from 1 by 1
               until auth-index > auth-count.

       NOTE-ONE-RIGHT-ACTIVITY.
           if at-operator-id(auth-index) not = act-operator-id
               or at-environment(auth-index) not = act-environment
               exit paragraph
           end-if
           evaluate act-action
               when "SUBMIT  "
                   if act-timestamp > at-last-submit(auth-index)
                       move act-timestamp to at-last-submit(auth-index)
                   end-if
               when "COSIGN  "
                   if act-timestamp > at-last-cosign(auth-index)
                       move act-timestamp to at-last-cosign(auth-index)
                   end-if
               when "RERUN   "
                   if act-timestamp > at-last-rerun(auth-index)
                       move act-timestamp to at-last-rerun(auth-index)
                   end-if
           end-evaluate.
       end method.

      *----------------------------------------------------------------
      * SPOOL-RECERT-REPORT - writes one line per right with its grant,
      * expiry, last SUBMIT / COSIGN / RERUN dates and flags, then the
      * totals and a sign-off line, and catalogs the spool file (type
      * RECERT, kept 366 days).  A right is UNUSED when none of the
      * three actions falls within the last 90 days and it was not
      * itself granted within them; EXPIRING when it lapses within
      * 30 days; EXPIRED when already past; NO EXPIRY when granted
      * before expiry dates were kept.
      *----------------------------------------------------------------
       method-id SPOOL-RECERT-REPORT private.
       procedure division.
           move 0 to recert-unused-count
           move 0 to recert-expiring-count
           move 0 to recert-expired-count
           move 0 to recert-open-count

           move "RECERT  " to spool-report-type
           move 366 to spool-retention-days
           move today-ymd to run-date
           move spaces to cycle-id
           invoke self::BUILD-SPOOL-FILE-NAME
           open output spool-file
           if spool-status not = "00"
               invoke type System.Windows.Forms.MessageBox::Show(
                   "The recertification report could not be spooled. Run it again once the spool is reachable.")
               goback
           end-if

           move spaces to result-text
           string "OPERATOR ACCESS RECERTIFICATION  " delimited by size
                  current-timestamp                   delimited by size
                  "  BY "                             delimited by size
                  operator-id                         delimited by size
               into result-text
           end-string
           perform WRITE-SPOOL-TEXT
           move archive-found-count to archive-display
           move spaces to result-text
           string "ACTIVITY FROM AUDITLOG.DAT AND "   delimited by size
                  archive-display                     delimited by size
                  " MONTHLY ARCHIVE(S).  UNUSED = NONE SINCE "
                                                      delimited by size
                  unused-cutoff-ymd                   delimited by size
                  ".  EXPIRING = BY "                 delimited by size
                  expiring-limit-ymd                  delimited by size
               into result-text
           end-string
           perform WRITE-SPOOL-TEXT
           if auth-overflow = "Y"
               move "OPAUTH.DAT HOLDS MORE THAN 200 RIGHTS - ONLY THE FIRST 200 ARE REPORTED."
                   to result-text
               perform WRITE-SPOOL-TEXT
           end-if
           move spaces to result-text
           perform WRITE-SPOOL-TEXT
           move "OPERATOR ENV  GRANTED  BY       EXPIRES  SUBMIT   COSIGN   RERUN    FLAGS"
               to result-text
           perform WRITE-SPOOL-TEXT

           if auth-count = 0
               move "  NO OPERATOR HOLDS ANY RIGHT." to result-text
               perform WRITE-SPOOL-TEXT
           end-if
           perform SPOOL-ONE-RIGHT
               varying auth-index from 1 by 1
               until auth-index > auth-count

           move auth-count            to count-display
           move recert-unused-count   to unused-display
           move recert-expiring-count to expiring-display
           move recert-expired-count  to expired-display
           move recert-open-count     to open-display
           move spaces to result-text
           perform WRITE-SPOOL-TEXT
           move spaces to result-text
           string "RIGHTS: "          delimited by size
                  count-display       delimited by size
                  "  UNUSED 90 DAYS: " delimited by size
                  unused-display      delimited by size
                  "  EXPIRING: "      delimited by size
                  expiring-display    delimited by size
                  "  EXPIRED: "       delimited by size
                  expired-display     delimited by size
                  "  NO EXPIRY: "     delimited by size
                  open-display        delimited by size
               into result-text
           end-string
           perform WRITE-SPOOL-TEXT
           move spaces to result-text
           perform WRITE-SPOOL-TEXT
           move "CERTIFIED BY (SUPERVISOR): ________________  DATE: ________"
               to result-text
           perform WRITE-SPOOL-TEXT

           close spool-file
           invoke self::WRITE-SPOOL-INDEX-RECORD
           goback.

       SPOOL-ONE-RIGHT.
           move at-last-submit(auth-index) (1:8) to rd-submit
           move at-last-cosign(auth-index) (1:8) to rd-cosign
           move at-last-rerun(auth-index) (1:8)  to rd-rerun
           move at-expiry-date(auth-index)       to rd-expiry
           if rd-submit = spaces
               move "NEVER" to rd-submit
           end-if
           if rd-cosign = spaces
               move "NEVER" to rd-cosign
           end-if
           if rd-rerun = spaces
               move "NEVER" to rd-rerun
           end-if
           if rd-expiry = spaces
               move "NONE" to rd-expiry
           end-if

      *    the latest of the three actions decides whether the right
      *    is still in use.
           move at-last-submit(auth-index) to recert-last-used
           if at-last-cosign(auth-index) > recert-last-used
               move at-last-cosign(auth-index) to recert-last-used
           end-if
           if at-last-rerun(auth-index) > recert-last-used
               move at-last-rerun(auth-index) to recert-last-used
           end-if

           move spaces to recert-flags
           move 1 to recert-flag-pointer
           if recert-last-used(1:8) < unused-cutoff-ymd
               and at-granted-date(auth-index) < unused-cutoff-ymd
               add 1 to recert-unused-count
               string "UNUSED "  delimited by size
                   into recert-flags
                   with pointer recert-flag-pointer
               end-string
           end-if
           evaluate true
               when at-expiry-date(auth-index) = spaces
                   add 1 to recert-open-count
                   string "NO EXPIRY " delimited by size
                       into recert-flags
                       with pointer recert-flag-pointer
                   end-string
               when at-expiry-date(auth-index) < today-ymd
                   add 1 to recert-expired-count
                   string "EXPIRED "  delimited by size
                       into recert-flags
                       with pointer recert-flag-pointer
                   end-string
               when at-expiry-date(auth-index) not > expiring-limit-ymd
                   add 1 to recert-expiring-count
                   string "EXPIRING " delimited by size
                       into recert-flags
                       with pointer recert-flag-pointer
                   end-string
           end-evaluate

           move spaces to result-text
           string at-operator-id(auth-index)  delimited by size
                  " "                         delimited by size
                  at-environment(auth-index)  delimited by size
                  "  "                        delimited by size
                  at-granted-date(auth-index) delimited by size
                  " "                         delimited by size
                  at-granted-by(auth-index)   delimited by size
                  " "                         delimited by size
                  rd-expiry                   delimited by size
                  " "                         delimited by size
                  rd-submit                   delimited by size
                  " "                         delimited by size
                  rd-cosign                   delimited by size
                  " "                         delimited by size
                  rd-rerun                    delimited by size
                  " "                         delimited by size
                  recert-flags                delimited by size
               into result-text
           end-string
           perform WRITE-SPOOL-TEXT.

       WRITE-SPOOL-TEXT.
           move result-text to spool-line-record
           write spool-line-record.
       end method.

      *----------------------------------------------------------------
      * STAMP-CONTEXT - captures the operator id, workstation id and
      * current timestamp for the grant stamps, the audit records,
      * the report and the spool index.
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
      * AUDIT-LOG-FILE for the given access change, carrying the
      * operator whose right changed (in the cycle-id position), the
      * environment, and the right's expiry date (in the run-date
      * position).
      *----------------------------------------------------------------
       method-id WRITE-AUDIT-RECORD private.
       procedure division using by value audit-action-code as pic x(08).
           invoke self::STAMP-CONTEXT

           move operator-id        to audit-operator-id
           move workstation-id     to audit-workstation-id
           move current-timestamp  to audit-timestamp
           move audit-action-code  to audit-action
           move audit-subject-date to audit-run-date
           move audit-subject-id   to audit-cycle-id
           move audit-subject-env  to audit-environment

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
