      * Report-spool index record.  One record per report produced by
      * the panel or the dashboard - confirmation slip (CONFIRM),
      * morning reconciliation (NIGHTRPT), monthly statistics
      * (CYCSTATS), output handoff manifest (MANIFEST), pre-flight check
      * of the night plan (PREFLITE), control-file consistency check
      * (XCHECK), accepted shift-handover summary (HANDOVER), production
      * promotion status (GATESTAT), operator access recertification
      * (RECERT) - naming the spool file that holds the report's lines,
      * what it covers, who produced it and when.  A jammed printer or
      * an auditor's question is answered from the spool viewer instead
      * of "the report is gone".  The retention days are stamped by the
      * writer per report type; the viewer's purge drops index entries
      * and spool files past their retention so the spool does not grow
      * forever.
      *----------------------------------------------------------------
       01 spool-index-record.
           05 sp-created-timestamp pic x(14).
