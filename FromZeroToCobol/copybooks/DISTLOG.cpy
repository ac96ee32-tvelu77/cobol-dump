      * Distribution log record, appended by REPORT-BURST for each
      * control card it works: who was sent which report, cut to
      * which department and shift, for which business date, and
      * on which pages of their packet. DL-STATUS is SENT, NIL
      * (no lines for that department or shift), NOT RUN (the
      * report was not produced) or STALE (the report on file is
      * for another date, DL-REPORT-DATE). It is the record that
      * proves what each recipient received.
       01  DIST-LOG-RECORD.
           05  DL-BUSINESS-DATE    PIC X(10).
           05  DL-LOG-TIME         PIC X(8).
           05  DL-RECIPIENT        PIC X(20).
           05  DL-REPORT-ID        PIC X(8).
           05  DL-DEPT-CODE        PIC X(4).
           05  DL-SHIFT-CODE       PIC X(1).
           05  DL-STATUS           PIC X(8).
           05  DL-REPORT-DATE      PIC X(10).
           05  DL-FIRST-PAGE       PIC 9(4).
           05  DL-PAGES            PIC 9(4).
           05  DL-LINES            PIC 9(5).
