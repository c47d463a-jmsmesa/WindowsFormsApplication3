      *----------------------------------------------------------------
      * HANDOVER.CPY
      *
      * Shift-handover log record.  Two kinds of record share the
      * file, both keyed to a shift by its start date and shift code
      * (DAY 07:00-19:00, NIGHT 19:00 to 07:00 the next morning):
      * a handover note (HO-IS-NOTE) - free text an operator records
      * for the incoming shift, optionally tied to a cycle id and run
      * date - and the acknowledgement (HO-IS-ACKNOWLEDGEMENT) the
      * incoming operator records on accepting the handover, naming
      * the outgoing operator and the spool file holding the
      * handover summary that was accepted.  The cycle, run date and
      * note fields are spaces on an acknowledgement; the handed-over
      * and spool fields are spaces on a note.  Appended by the Shift
      * Handover screen.
      *----------------------------------------------------------------
       01 handover-record.
           05 ho-record-type       pic x(01).
               88 ho-is-note               value "N".
               88 ho-is-acknowledgement    value "A".
           05 ho-shift-date        pic x(08).
           05 ho-shift-code        pic x(05).
           05 ho-timestamp         pic x(14).
           05 ho-operator-id       pic x(08).
           05 ho-workstation-id    pic x(08).
           05 ho-cycle-id          pic x(08).
           05 ho-run-date          pic x(08).
           05 ho-note-text         pic x(100).
           05 ho-handed-over-by    pic x(08).
           05 ho-spool-name        pic x(24).
