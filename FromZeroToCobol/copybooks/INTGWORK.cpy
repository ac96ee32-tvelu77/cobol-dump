      * Repair worklist record written by INTEGRITY-SWEEP, one per
      * orphan or conflict found between the masters. WL-TX-FILE
      * names the maintenance transaction file the suggested fix
      * belongs on (XREFTX, PLAYERTX or ROSTERTX) and WL-TX-IMAGE
      * holds that transaction laid out in its own columns, ready
      * for the desk to check, complete (a new player needs a name,
      * a re-added employee a department) and copy across. An issue
      * with no transaction fix - a pending roster change to drop -
      * names ROSTPEND and carries the pending record as it stands.
       01  INTEGRITY-WORK-RECORD.
           05  WL-RUN-DATE         PIC X(10).
           05  WL-ISSUE-CODE       PIC X(4).
           05  WL-SOURCE-FILE      PIC X(8).
           05  WL-SOURCE-KEY       PIC X(10).
           05  WL-TX-FILE          PIC X(8).
           05  WL-TX-IMAGE         PIC X(63).
