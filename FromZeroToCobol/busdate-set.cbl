               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-EMPLOYEE-ID
               FILE STATUS IS WS-DY-FILE-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "HOLCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-CAL-DATE
               FILE STATUS IS WS-HC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNIN-DAY-FILE.
       COPY SIGNDAY.

       FD  HOLIDAY-CALENDAR-FILE.
       COPY HOLCAL.

       WORKING-STORAGE SECTION.
       COPY FLDCHECK.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DY-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-HC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DAY-TYPE PIC X(1) VALUE "W".
       01  WS-DAY-NAME PIC X(30) VALUE SPACES.
       01  WS-DATE-NUMERIC PIC 9(8) VALUE ZERO.
       01  WS-DAY-OF-WEEK PIC 9 VALUE ZERO.
       01  WS-PRIOR-DATE PIC X(10) VALUE SPACES.
       01  WS-SYSIN-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
           IF WS-PRIOR-DATE NOT = WS-RUN-DATE
               PERFORM 0200-CLEAR-SIGNIN-DAY-FILE
            END-IF
           PERFORM 0300-SET-DAY-TYPE
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE WS-RUN-DATE TO BD-BUSINESS-DATE
           MOVE "OPEN" TO BD-STATUS
           MOVE WS-DAY-TYPE TO BD-DAY-TYPE
           MOVE WS-DAY-NAME TO BD-DAY-NAME
           WRITE BUSINESS-DATE-RECORD
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "Business date opened: " WS-RUN-DATE
           EVALUATE WS-DAY-TYPE
               WHEN "H"
                   DISPLAY "Day type: HOLIDAY - " WS-DAY-NAME
               WHEN "E"
                   DISPLAY "Day type: WEEKEND"
               WHEN OTHER
                   DISPLAY "Day type: WORKING DAY"
            END-EVALUATE
           MOVE "DATE OPENED" TO WS-AUDIT-OUTCOME
           PERFORM 9300-WRITE-AUDIT-LOG
           STOP RUN.
                   WS-RUN-DATE "."
            END-IF.

       0300-SET-DAY-TYPE.
      * Classifies the business date for the rest of the stream.
      * The HOLCAL calendar wins: an H entry is a plant holiday,
      * a W entry is a declared working day even on a Saturday or
      * Sunday (a make-up day). With no calendar entry, Saturday
      * and Sunday are weekend and everything else is a working
      * day. No calendar at all just means no holidays are known.
      * INTEGER-OF-DATE day 1 (1601-01-01) was a Monday, so the
      * remainder below runs 0 = Monday through 6 = Sunday.
           MOVE "W" TO WS-DAY-TYPE
           MOVE SPACES TO WS-DAY-NAME
           MOVE WS-RUN-YEAR TO WS-DATE-NUMERIC(1:4)
           MOVE WS-RUN-MONTH TO WS-DATE-NUMERIC(5:2)
           MOVE WS-RUN-DAY TO WS-DATE-NUMERIC(7:2)
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUMERIC) - 1, 7)
           IF WS-DAY-OF-WEEK > 4
               MOVE "E" TO WS-DAY-TYPE
            END-IF
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HC-FILE-STATUS = "00"
               MOVE WS-RUN-DATE TO HC-CAL-DATE
               READ HOLIDAY-CALENDAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HC-HOLIDAY
                           MOVE "H" TO WS-DAY-TYPE
                           MOVE HC-DESCRIPTION TO WS-DAY-NAME
                        ELSE
                           MOVE "W" TO WS-DAY-TYPE
                        END-IF
                END-READ
               CLOSE HOLIDAY-CALENDAR-FILE
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
