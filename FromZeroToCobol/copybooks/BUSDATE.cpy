      * day's records across two calendar dates. A program that
      * cannot open the file falls back to the system date - the
      * behavior every stand-alone and desk run always had.
      * BD-DAY-TYPE says what kind of day the business date is -
      * working day, plant holiday or weekend - as BUSDATE-SET
      * found it on the HOLCAL calendar, with the holiday's name
      * alongside. A record written before the field existed
      * carries a space there and counts as a working day.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC X(10).
           05  BD-STATUS           PIC X(10).
               88  BD-DATE-OPEN    VALUE "OPEN".
               88  BD-DATE-CLOSED  VALUE "CLOSED".
           05  BD-DAY-TYPE         PIC X(1).
               88  BD-WORKING-DAY  VALUE "W" " ".
               88  BD-HOLIDAY      VALUE "H".
               88  BD-WEEKEND      VALUE "E".
               88  BD-NON-WORKING-DAY VALUE "H" "E".
           05  BD-DAY-NAME         PIC X(30).
