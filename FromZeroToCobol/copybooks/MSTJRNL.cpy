      * Shared master change-journal record layout. Every program
      * that adds, changes or deletes a PLAYERS, EMPXREF or LEADERBD
      * record appends one of these as the update is made, the way
      * ROSTER-MAINT keeps ROSTHIST for EMPROSTR: the cluster, the
      * key, the before image as read and the after image as
      * written. An add carries spaces in the before image; a
      * delete carries spaces in the after image. The stamp is the
      * wall-clock date and time of the update (not the business
      * date), because FORWARD-RECOVERY replays the journal from the
      * moment a WEEKLY-BACKUP image was taken up to a chosen point
      * in time.
       01  MASTER-JOURNAL-RECORD.
           05  MJ-JOURNAL-DATE     PIC X(10).
           05  MJ-JOURNAL-TIME     PIC X(8).
           05  MJ-CLUSTER          PIC X(8).
           05  MJ-ACTION           PIC X.
               88  MJ-ADD          VALUE "A".
               88  MJ-CHANGE       VALUE "C".
               88  MJ-DELETE       VALUE "D".
           05  MJ-RECORD-KEY       PIC X(10).
           05  MJ-PROGRAM-ID       PIC X(20).
           05  MJ-BEFORE-IMAGE     PIC X(61).
           05  MJ-AFTER-IMAGE      PIC X(61).
