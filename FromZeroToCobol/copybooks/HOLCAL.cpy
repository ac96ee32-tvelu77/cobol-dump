      * Shared business-calendar record layout for the HOLCAL VSAM
      * cluster, maintained by HOLIDAY-MAINT and keyed on the date.
      * Only exceptions to the normal week are on file: a plant
      * holiday (H) on what would be a working day, or a declared
      * working day (W) on what would be a weekend. BUSDATE-SET
      * reads it to type each business date, and HOURS-ACCUM reads
      * it to flag minutes worked on a holiday for the premium.
       01  HOLIDAY-CALENDAR-RECORD.
           05  HC-CAL-DATE         PIC X(10).
           05  HC-DAY-TYPE         PIC X(1).
               88  HC-HOLIDAY      VALUE "H".
               88  HC-WORKING-DAY  VALUE "W".
           05  HC-DESCRIPTION      PIC X(30).
