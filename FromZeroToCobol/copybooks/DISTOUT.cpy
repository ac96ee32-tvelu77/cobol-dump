      * Burst report output written by REPORT-BURST: every print
      * line of every packet, keyed by the recipient it is for and
      * the page of that recipient's packet it falls on. The
      * output-management step splits the file per recipient on
      * DO-RECIPIENT and starts a new sheet on each change of
      * DO-PAGE. Page 1 of every packet is the banner page.
       01  DIST-OUTPUT-RECORD.
           05  DO-RECIPIENT        PIC X(20).
           05  DO-BUSINESS-DATE    PIC X(10).
           05  DO-PAGE             PIC 9(4).
           05  DO-LINE             PIC X(132).
