       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BUSINESS-DATE PIC X(10) VALUE SPACES.
       01  WS-DAY-TYPE PIC X(1) VALUE SPACES.
       01  WS-DAY-NAME PIC X(30) VALUE SPACES.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
                   CONTINUE
               NOT AT END
                   MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                   MOVE BD-DAY-TYPE TO WS-DAY-TYPE
                   MOVE BD-DAY-NAME TO WS-DAY-NAME
            END-READ
           CLOSE BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE NOT = SPACES
           OPEN OUTPUT BUSINESS-DATE-FILE
           MOVE WS-BUSINESS-DATE TO BD-BUSINESS-DATE
           MOVE "CLOSED" TO BD-STATUS
           MOVE WS-DAY-TYPE TO BD-DAY-TYPE
           MOVE WS-DAY-NAME TO BD-DAY-NAME
           WRITE BUSINESS-DATE-RECORD
           CLOSE BUSINESS-DATE-FILE
           DISPLAY "Business date closed: " WS-BUSINESS-DATE
