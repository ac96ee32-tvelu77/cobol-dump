      * Shared export parameter card for CSV-EXPORT. EP-FILE-ID names
      * the file to export (LEADERBD, PLAYERS, EMPROSTR, PERHOURS or
      * SEASHIST); EP-DELIMITER is the column separator, a comma
      * when left blank. The selections are optional and each only
      * means something to some files: EP-DEPT-CODE to EMPROSTR and
      * PERHOURS (the employee's roster department), the date range
      * to PERHOURS (work date) and PLAYERS (registration date) and
      * EP-SEASON-ID to SEASHIST. A blank selection takes everything.
      * The menu console writes the same card from its prompts, so
      * a desk export and a scheduled one behave alike.
       01  EXPORT-PARM-RECORD.
           05  EP-FILE-ID          PIC X(8).
           05  EP-DELIMITER        PIC X(1).
           05  EP-DEPT-CODE        PIC X(4).
           05  EP-FROM-DATE        PIC X(10).
           05  EP-TO-DATE          PIC X(10).
           05  EP-SEASON-ID        PIC X(8).
