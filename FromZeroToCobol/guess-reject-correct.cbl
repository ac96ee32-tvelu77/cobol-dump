       COPY GUESSWRK.

       FD  REJECT-WORK-NEW-FILE.
       01  REJECT-WORK-NEW-RECORD  PIC X(34).

       FD  CORRECTION-TX-FILE.
       01  CORRECTION-TX-RECORD.
