      *> Style sheet written into the head of every published HTML
      *> page (dashboard, weekly_summary, html_index), so a page
      *> opens on its own from the intranet share with no other file
      *> beside it. Outcome classes: ok passed, fail failed or
      *> regressed, skip skipped or quarantined, warn needs a look,
      *> alert SLA breach or open operator alert; ln a plain report
      *> line kept in its fixed-width layout.
       01 HTM-Style-TBL.
         02 FILLER PIC X(64) VALUE "<style>".
         02 FILLER PIC X(64) VALUE
            "body{font-family:monospace;margin:1em;background:#fff}".
         02 FILLER PIC X(64) VALUE
            "h1{font-size:1.3em}".
         02 FILLER PIC X(64) VALUE
            "h2{font-size:1.05em;margin-top:1.2em;".
         02 FILLER PIC X(64) VALUE
            "border-bottom:1px solid #999}".
         02 FILLER PIC X(64) VALUE
            "table{border-collapse:collapse}".
         02 FILLER PIC X(64) VALUE
            "td,th{border:1px solid #bbb;padding:2px 8px;".
         02 FILLER PIC X(64) VALUE
            "text-align:left}".
         02 FILLER PIC X(64) VALUE
            ".ok{background:#d8f0d8}.skip{color:#777}".
         02 FILLER PIC X(64) VALUE
            ".fail{background:#f8d0d0;font-weight:bold}".
         02 FILLER PIC X(64) VALUE
            ".warn{background:#fff0c0}".
         02 FILLER PIC X(64) VALUE
            ".alert{background:#f8d0d0;color:#800;font-weight:bold}".
         02 FILLER PIC X(64) VALUE
            ".ln{white-space:pre}.nav{margin-bottom:1em}".
         02 FILLER PIC X(64) VALUE "</style>".
       01 HTM-Style-R REDEFINES HTM-Style-TBL.
         02 HTM-Style-Line PIC X(64) OCCURS 14 TIMES.
       01 HTM-Style-CNT PIC 9(2) VALUE 14.
