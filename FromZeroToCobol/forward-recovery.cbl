       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORWARD-RECOVERY.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-PLAYER-ID
               FILE STATUS IS WS-CLUSTER-FILE-STATUS.
           SELECT PLAYER-MASTER-FILE ASSIGN TO "PLAYERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-PLAYER-ID
               FILE STATUS IS WS-CLUSTER-FILE-STATUS.
           SELECT EMP-PLAYER-XREF-FILE ASSIGN TO "EMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-PLAYER-ID
               FILE STATUS IS WS-CLUSTER-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "BACKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BK-FILE-STATUS.
           SELECT MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-FILE-STATUS.
           SELECT RECOVERY-PARM-FILE ASSIGN TO "RCVRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RCVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD.
           05  LB-PLAYER-ID        PIC X(10).
           05  LB-GAMES-PLAYED     PIC 9(5).
           05  LB-BEST-ATTEMPTS    PIC 9(3).
           05  LB-TOTAL-ATTEMPTS   PIC 9(7).
           05  LB-AVERAGE-ATTEMPTS PIC 9(3)V9(2).

       FD  PLAYER-MASTER-FILE.
       COPY PLAYERS.

       FD  EMP-PLAYER-XREF-FILE.
       COPY EMPXREF.

      * A WEEKLY-BACKUP generation: one flat image per record, then
      * the *CONTROL* trailer with the unload start time in columns
      * 45-52.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD           PIC X(61).

       FD  MASTER-JOURNAL-FILE.
       COPY MSTJRNL.

      * Which cluster to recover and how far forward to take it. A
      * blank stop date replays the whole journal; a stop date with
      * a blank time runs to the end of that day.
       FD  RECOVERY-PARM-FILE.
       01  RECOVERY-PARM-RECORD.
           05  RP-CLUSTER-NAME     PIC X(8).
           05  FILLER              PIC X.
           05  RP-STOP-DATE        PIC X(10).
           05  FILLER              PIC X.
           05  RP-STOP-TIME        PIC X(8).

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD  PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       COPY CTLTRAIL.
       COPY FLDCHECK.
       01  WS-CLUSTER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BK-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-MJ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-TRAILER-SEEN-SW PIC X VALUE "N".
           88 WS-TRAILER-SEEN VALUE "Y".
       01  WS-ON-FILE-SW PIC X VALUE "N".
           88 WS-ON-FILE VALUE "Y".
       01  WS-PARM-OK-SW PIC X VALUE "Y".
           88 WS-PARM-OK VALUE "Y".
       01  WS-NO-UNLOAD-TIME-SW PIC X VALUE "N".
           88 WS-NO-UNLOAD-TIME VALUE "Y".
       01  WS-CLUSTER-NAME PIC X(10) VALUE SPACES.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-APPLY-KEY PIC X(10) VALUE SPACES.
       01  WS-APPLY-IMAGE PIC X(61) VALUE SPACES.
       01  WS-CURRENT-IMAGE PIC X(61) VALUE SPACES.
       01  WS-MISMATCH-REASON PIC X(40) VALUE SPACES.
       01  WS-RELOADED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-TRAILER-COUNT PIC 9(7) VALUE ZERO.
       01  WS-JOURNAL-READ-COUNT PIC 9(7) VALUE ZERO.
       01  WS-OTHER-CLUSTER-COUNT PIC 9(7) VALUE ZERO.
       01  WS-BEFORE-BACKUP-COUNT PIC 9(7) VALUE ZERO.
       01  WS-AFTER-STOP-COUNT PIC 9(7) VALUE ZERO.
       01  WS-ADDS-APPLIED PIC 9(7) VALUE ZERO.
       01  WS-CHANGES-APPLIED PIC 9(7) VALUE ZERO.
       01  WS-DELETES-APPLIED PIC 9(7) VALUE ZERO.
       01  WS-MISMATCH-COUNT PIC 9(7) VALUE ZERO.
       01  WS-EXPECTED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-LIVE-COUNT PIC 9(7) VALUE ZERO.
      * Date and time side by side compare in time order, so each
      * journal entry is placed against the backup and stop points
      * with a single comparison.
       01  WS-BACKUP-STAMP.
           05  WS-BACKUP-DATE      PIC X(10) VALUE SPACES.
           05  WS-BACKUP-TIME      PIC X(8) VALUE SPACES.
       01  WS-STOP-STAMP.
           05  WS-STOP-DATE        PIC X(10) VALUE "9999-12-31".
           05  WS-STOP-TIME        PIC X(8) VALUE "23:59:59".
       01  WS-ENTRY-STAMP.
           05  WS-ENTRY-DATE       PIC X(10) VALUE SPACES.
           05  WS-ENTRY-TIME       PIC X(8) VALUE SPACES.
       01  WS-TIME-CHECK.
           05  WS-CHECK-HOUR       PIC X(2).
           05  WS-CHECK-COLON-1    PIC X.
           05  WS-CHECK-MINUTE     PIC X(2).
           05  WS-CHECK-COLON-2    PIC X.
           05  WS-CHECK-SECOND     PIC X(2).
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  FILLER              PIC X VALUE "-".
           05  WS-RUN-MONTH        PIC 9(2).
           05  FILLER              PIC X VALUE "-".
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-TIME.
           05  WS-RUN-HOUR         PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-RUN-MINUTE       PIC 9(2).
           05  FILLER              PIC X VALUE ":".
           05  WS-RUN-SECOND       PIC 9(2).

       PROCEDURE DIVISION.
      * Rebuilds PLAYERS, EMPXREF or LEADERBD from a MASTER-UNLOAD
      * backup and rolls it forward through the master journal to
      * the stop point on RCVRPARM, then reconciles the record
      * count it expects against a full read of the live cluster.
      * As with MASTER-RELOAD the cluster must be freshly defined
      * before this runs - the job's setup step does that. Journal
      * entries are taken from the moment the unload started, so an
      * update made while the backup was being cut is applied again
      * over its own after image; every entry carries the whole
      * after image, so applying it twice changes nothing. Where the
      * cluster does not hold the entry's before image the after
      * image is still applied and the entry is listed as a mismatch
      * for someone to look at.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           PERFORM 0100-READ-RECOVERY-PARM
           OPEN INPUT MASTER-JOURNAL-FILE
           IF WS-MJ-FILE-STATUS NOT = "00"
               DISPLAY "Master journal is not available - nothing "
                   "recovered."
               MOVE "JOURNAL MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           CLOSE MASTER-JOURNAL-FILE
           OPEN INPUT BACKUP-FILE
           IF WS-BK-FILE-STATUS NOT = "00"
               DISPLAY "Backup file is not available - nothing "
                   "recovered."
               MOVE "BACKUP UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE
           PERFORM 0300-WRITE-REPORT-HEADING
           PERFORM 1000-RELOAD-FROM-BACKUP
           CLOSE BACKUP-FILE
           IF NOT WS-TRAILER-SEEN
                   OR WS-RELOADED-COUNT NOT = WS-TRAILER-COUNT
               DISPLAY "Reloaded count does not match the backup "
                   "trailer - journal not applied."
               PERFORM 9000-WRITE-RECOVERY-SUMMARY
               MOVE "COUNT MISMATCH" TO WS-AUDIT-OUTCOME
               PERFORM 8900-END-RECOVERY
            END-IF
           IF CT-SOURCE-ID NOT = WS-CLUSTER-NAME
               DISPLAY "Backup was unloaded from " CT-SOURCE-ID
                   " not " WS-CLUSTER-NAME " - journal not applied."
               PERFORM 9000-WRITE-RECOVERY-SUMMARY
               MOVE "WRONG BACKUP" TO WS-AUDIT-OUTCOME
               PERFORM 8900-END-RECOVERY
            END-IF
           PERFORM 2000-APPLY-JOURNAL
           PERFORM 3000-COUNT-LIVE-CLUSTER
           PERFORM 9000-WRITE-RECOVERY-SUMMARY
           IF WS-LIVE-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "Live cluster count does not match the "
                   "recovery - investigate before trusting it."
               MOVE "COUNT MISMATCH" TO WS-AUDIT-OUTCOME
            ELSE
               IF WS-MISMATCH-COUNT > ZERO
                   MOVE "RECOVERY WARNINGS" TO WS-AUDIT-OUTCOME
                ELSE
                   MOVE "RECOVERY COMPLETE" TO WS-AUDIT-OUTCOME
                END-IF
            END-IF
           PERFORM 8900-END-RECOVERY.

       0100-READ-RECOVERY-PARM.
           MOVE SPACES TO RECOVERY-PARM-RECORD
           OPEN INPUT RECOVERY-PARM-FILE
           IF WS-RP-FILE-STATUS = "00"
               READ RECOVERY-PARM-FILE
                   AT END
                       MOVE SPACES TO RECOVERY-PARM-RECORD
                END-READ
               CLOSE RECOVERY-PARM-FILE
            END-IF
           MOVE RP-CLUSTER-NAME TO WS-CLUSTER-NAME
           IF WS-CLUSTER-NAME NOT = "LEADERBD"
                   AND WS-CLUSTER-NAME NOT = "PLAYERS"
                   AND WS-CLUSTER-NAME NOT = "EMPXREF"
               DISPLAY "RCVRPARM must name LEADERBD, PLAYERS or "
                   "EMPXREF in columns 1-8."
               MOVE "N" TO WS-PARM-OK-SW
            END-IF
           IF RP-STOP-DATE NOT = SPACES
               MOVE RP-STOP-DATE TO FC-VALUE
               CALL "DATE-FIELD-CHECK" USING FIELD-CHECK-FIELDS
               IF FC-FAILED
                   DISPLAY "RCVRPARM stop date '" RP-STOP-DATE
                       "' is not YYYY-MM-DD."
                   MOVE "N" TO WS-PARM-OK-SW
                ELSE
                   MOVE RP-STOP-DATE TO WS-STOP-DATE
                END-IF
            END-IF
           IF RP-STOP-TIME NOT = SPACES
               IF RP-STOP-DATE = SPACES
                   DISPLAY "RCVRPARM stop time needs a stop date."
                   MOVE "N" TO WS-PARM-OK-SW
                END-IF
               MOVE RP-STOP-TIME TO WS-TIME-CHECK
               IF WS-CHECK-HOUR IS NOT NUMERIC
                       OR WS-CHECK-MINUTE IS NOT NUMERIC
                       OR WS-CHECK-SECOND IS NOT NUMERIC
                       OR WS-CHECK-COLON-1 NOT = ":"
                       OR WS-CHECK-COLON-2 NOT = ":"
                       OR WS-CHECK-HOUR > "23"
                       OR WS-CHECK-MINUTE > "59"
                       OR WS-CHECK-SECOND > "59"
                   DISPLAY "RCVRPARM stop time '" RP-STOP-TIME
                       "' is not HH:MM:SS."
                   MOVE "N" TO WS-PARM-OK-SW
                ELSE
                   MOVE RP-STOP-TIME TO WS-STOP-TIME
                END-IF
            END-IF
           IF NOT WS-PARM-OK
               DISPLAY "Nothing recovered."
               MOVE "RCVRPARM INVALID" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF.

       0200-CAPTURE-TRAILER.
      * A backup cut before the unload time was carried on the
      * trailer has only its date; the journal is then replayed from
      * the start of that day, which is safe because replay is
      * repeatable, at the cost of some before-image mismatches.
           MOVE BACKUP-RECORD(1:44) TO CONTROL-TRAILER-RECORD
           MOVE CT-RECORD-COUNT TO WS-TRAILER-COUNT
           MOVE CT-RUN-DATE TO WS-BACKUP-DATE
           MOVE BACKUP-RECORD(45:8) TO WS-BACKUP-TIME
           IF WS-BACKUP-TIME = SPACES
               MOVE "00:00:00" TO WS-BACKUP-TIME
               SET WS-NO-UNLOAD-TIME TO TRUE
            END-IF
           SET WS-TRAILER-SEEN TO TRUE.

       0300-WRITE-REPORT-HEADING.
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "FORWARD RECOVERY REPORT" DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE
               "  Cluster: " WS-CLUSTER-NAME
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Journal date/time    Act Key         "
               "Mismatch" DELIMITED BY SIZE
               INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD.

       1000-RELOAD-FROM-BACKUP.
           PERFORM 7000-OPEN-CLUSTER-OUTPUT
           IF WS-CLUSTER-FILE-STATUS NOT = "00"
               DISPLAY "Cluster " WS-CLUSTER-NAME " could not be "
                   "opened for reload - define it fresh and "
                   "resubmit."
               CLOSE BACKUP-FILE
               PERFORM 8800-FAIL-CLUSTER-OPEN
            END-IF
           PERFORM UNTIL WS-EOF
               READ BACKUP-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF BACKUP-RECORD(1:10) = "*CONTROL*"
                           PERFORM 0200-CAPTURE-TRAILER
                        ELSE
                           MOVE BACKUP-RECORD TO WS-APPLY-IMAGE
                           PERFORM 7200-WRITE-CLUSTER-IMAGE
                           ADD 1 TO WS-RELOADED-COUNT
                        END-IF
                END-READ
            END-PERFORM
           PERFORM 7900-CLOSE-CLUSTER
           MOVE WS-RELOADED-COUNT TO WS-EXPECTED-COUNT.

       2000-APPLY-JOURNAL.
           PERFORM 7010-OPEN-CLUSTER-I-O
           IF WS-CLUSTER-FILE-STATUS NOT = "00"
               DISPLAY "Cluster " WS-CLUSTER-NAME " could not be "
                   "reopened to apply the journal."
               PERFORM 8800-FAIL-CLUSTER-OPEN
            END-IF
           OPEN INPUT MASTER-JOURNAL-FILE
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ MASTER-JOURNAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ-COUNT
                       PERFORM 2100-SELECT-JOURNAL-ENTRY
                END-READ
            END-PERFORM
           CLOSE MASTER-JOURNAL-FILE
           PERFORM 7900-CLOSE-CLUSTER.

       2100-SELECT-JOURNAL-ENTRY.
           MOVE MJ-JOURNAL-DATE TO WS-ENTRY-DATE
           MOVE MJ-JOURNAL-TIME TO WS-ENTRY-TIME
           IF MJ-CLUSTER NOT = WS-CLUSTER-NAME
               ADD 1 TO WS-OTHER-CLUSTER-COUNT
            ELSE
               IF WS-ENTRY-STAMP < WS-BACKUP-STAMP
                   ADD 1 TO WS-BEFORE-BACKUP-COUNT
                ELSE
                   IF WS-ENTRY-STAMP > WS-STOP-STAMP
                       ADD 1 TO WS-AFTER-STOP-COUNT
                    ELSE
                       PERFORM 2200-APPLY-JOURNAL-ENTRY
                    END-IF
                END-IF
            END-IF.

       2200-APPLY-JOURNAL-ENTRY.
           MOVE MJ-RECORD-KEY TO WS-APPLY-KEY
           PERFORM 7100-READ-CLUSTER-KEY
           EVALUATE TRUE
               WHEN MJ-DELETE
                   PERFORM 2300-APPLY-DELETE
               WHEN MJ-ADD
               WHEN MJ-CHANGE
                   PERFORM 2400-APPLY-AFTER-IMAGE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - SKIPPED"
                       TO WS-MISMATCH-REASON
                   PERFORM 2900-WRITE-MISMATCH-LINE
            END-EVALUATE.

       2300-APPLY-DELETE.
           IF NOT WS-ON-FILE
               MOVE "DELETE FOR KEY NOT ON FILE - SKIPPED"
                   TO WS-MISMATCH-REASON
               PERFORM 2900-WRITE-MISMATCH-LINE
            ELSE
               IF WS-CURRENT-IMAGE NOT = MJ-BEFORE-IMAGE
                   MOVE "BEFORE IMAGE DIFFERS - DELETED"
                       TO WS-MISMATCH-REASON
                   PERFORM 2900-WRITE-MISMATCH-LINE
                END-IF
               PERFORM 7400-DELETE-CLUSTER-RECORD
               ADD 1 TO WS-DELETES-APPLIED
               SUBTRACT 1 FROM WS-EXPECTED-COUNT
            END-IF.

       2400-APPLY-AFTER-IMAGE.
           MOVE MJ-AFTER-IMAGE TO WS-APPLY-IMAGE
           IF WS-ON-FILE
               IF MJ-ADD
                   MOVE "ADD FOR KEY ON FILE - REWRITTEN"
                       TO WS-MISMATCH-REASON
                   PERFORM 2900-WRITE-MISMATCH-LINE
                ELSE
                   IF WS-CURRENT-IMAGE NOT = MJ-BEFORE-IMAGE
                       MOVE "BEFORE IMAGE DIFFERS - REWRITTEN"
                           TO WS-MISMATCH-REASON
                       PERFORM 2900-WRITE-MISMATCH-LINE
                    END-IF
                END-IF
               PERFORM 7300-REWRITE-CLUSTER-IMAGE
            ELSE
               IF MJ-CHANGE
                   MOVE "CHANGE FOR KEY NOT ON FILE - ADDED"
                       TO WS-MISMATCH-REASON
                   PERFORM 2900-WRITE-MISMATCH-LINE
                END-IF
               PERFORM 7200-WRITE-CLUSTER-IMAGE
               ADD 1 TO WS-EXPECTED-COUNT
            END-IF
           IF MJ-ADD
               ADD 1 TO WS-ADDS-APPLIED
            ELSE
               ADD 1 TO WS-CHANGES-APPLIED
            END-IF.

       2900-WRITE-MISMATCH-LINE.
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING MJ-JOURNAL-DATE " " MJ-JOURNAL-TIME
               "  " MJ-ACTION "   " MJ-RECORD-KEY
               "  " WS-MISMATCH-REASON
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD.

       3000-COUNT-LIVE-CLUSTER.
           PERFORM 7020-OPEN-CLUSTER-INPUT
           IF WS-CLUSTER-FILE-STATUS NOT = "00"
               DISPLAY "Cluster " WS-CLUSTER-NAME " could not be "
                   "reopened to count it."
               PERFORM 9000-WRITE-RECOVERY-SUMMARY
               PERFORM 8800-FAIL-CLUSTER-OPEN
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               PERFORM 7500-READ-NEXT-CLUSTER
               IF NOT WS-EOF
                   ADD 1 TO WS-LIVE-COUNT
                END-IF
            END-PERFORM
           PERFORM 7900-CLOSE-CLUSTER.

       7000-OPEN-CLUSTER-OUTPUT.
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   OPEN OUTPUT LEADERBOARD-FILE
               WHEN "PLAYERS"
                   OPEN OUTPUT PLAYER-MASTER-FILE
               WHEN "EMPXREF"
                   OPEN OUTPUT EMP-PLAYER-XREF-FILE
            END-EVALUATE.

       7010-OPEN-CLUSTER-I-O.
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   OPEN I-O LEADERBOARD-FILE
               WHEN "PLAYERS"
                   OPEN I-O PLAYER-MASTER-FILE
               WHEN "EMPXREF"
                   OPEN I-O EMP-PLAYER-XREF-FILE
            END-EVALUATE.

       7020-OPEN-CLUSTER-INPUT.
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   OPEN INPUT LEADERBOARD-FILE
               WHEN "PLAYERS"
                   OPEN INPUT PLAYER-MASTER-FILE
               WHEN "EMPXREF"
                   OPEN INPUT EMP-PLAYER-XREF-FILE
            END-EVALUATE.

       7100-READ-CLUSTER-KEY.
           MOVE "N" TO WS-ON-FILE-SW
           MOVE SPACES TO WS-CURRENT-IMAGE
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   MOVE WS-APPLY-KEY TO LB-PLAYER-ID
                   READ LEADERBOARD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ON-FILE TO TRUE
                           MOVE LEADERBOARD-RECORD
                               TO WS-CURRENT-IMAGE
                    END-READ
               WHEN "PLAYERS"
                   MOVE WS-APPLY-KEY TO PL-PLAYER-ID
                   READ PLAYER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ON-FILE TO TRUE
                           MOVE PLAYER-MASTER-RECORD
                               TO WS-CURRENT-IMAGE
                    END-READ
               WHEN "EMPXREF"
                   MOVE WS-APPLY-KEY TO XR-PLAYER-ID
                   READ EMP-PLAYER-XREF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-ON-FILE TO TRUE
                           MOVE EMP-PLAYER-XREF-RECORD
                               TO WS-CURRENT-IMAGE
                    END-READ
            END-EVALUATE.

       7200-WRITE-CLUSTER-IMAGE.
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   MOVE WS-APPLY-IMAGE(1:30) TO LEADERBOARD-RECORD
                   WRITE LEADERBOARD-RECORD
               WHEN "PLAYERS"
                   MOVE WS-APPLY-IMAGE(1:61) TO PLAYER-MASTER-RECORD
                   WRITE PLAYER-MASTER-RECORD
               WHEN "EMPXREF"
                   MOVE WS-APPLY-IMAGE(1:16)
                       TO EMP-PLAYER-XREF-RECORD
                   WRITE EMP-PLAYER-XREF-RECORD
            END-EVALUATE.

       7300-REWRITE-CLUSTER-IMAGE.
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   MOVE WS-APPLY-IMAGE(1:30) TO LEADERBOARD-RECORD
                   REWRITE LEADERBOARD-RECORD
               WHEN "PLAYERS"
                   MOVE WS-APPLY-IMAGE(1:61) TO PLAYER-MASTER-RECORD
                   REWRITE PLAYER-MASTER-RECORD
               WHEN "EMPXREF"
                   MOVE WS-APPLY-IMAGE(1:16)
                       TO EMP-PLAYER-XREF-RECORD
                   REWRITE EMP-PLAYER-XREF-RECORD
            END-EVALUATE.

       7400-DELETE-CLUSTER-RECORD.
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   DELETE LEADERBOARD-FILE RECORD
               WHEN "PLAYERS"
                   DELETE PLAYER-MASTER-FILE RECORD
               WHEN "EMPXREF"
                   DELETE EMP-PLAYER-XREF-FILE RECORD
            END-EVALUATE.

       7500-READ-NEXT-CLUSTER.
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   READ LEADERBOARD-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
               WHEN "PLAYERS"
                   READ PLAYER-MASTER-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
               WHEN "EMPXREF"
                   READ EMP-PLAYER-XREF-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                    END-READ
            END-EVALUATE.

       7900-CLOSE-CLUSTER.
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   CLOSE LEADERBOARD-FILE
               WHEN "PLAYERS"
                   CLOSE PLAYER-MASTER-FILE
               WHEN "EMPXREF"
                   CLOSE EMP-PLAYER-XREF-FILE
            END-EVALUATE.

       8800-FAIL-CLUSTER-OPEN.
           EVALUATE WS-CLUSTER-NAME
               WHEN "LEADERBD"
                   MOVE "LEADERBD UNAVAILABLE" TO WS-AUDIT-OUTCOME
               WHEN "PLAYERS"
                   MOVE "PLAYERS UNAVAILABLE" TO WS-AUDIT-OUTCOME
               WHEN "EMPXREF"
                   MOVE "XREF UNAVAILABLE" TO WS-AUDIT-OUTCOME
            END-EVALUATE
           PERFORM 8900-END-RECOVERY.

       8900-END-RECOVERY.
           CLOSE RECOVERY-REPORT-FILE
           PERFORM 9300-WRITE-AUDIT-LOG
           EVALUATE WS-AUDIT-OUTCOME
               WHEN "RECOVERY COMPLETE"
                   MOVE 0 TO RETURN-CODE
               WHEN "RECOVERY WARNINGS"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 16 TO RETURN-CODE
            END-EVALUATE
           STOP RUN.

       9000-WRITE-RECOVERY-SUMMARY.
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Backup taken: " WS-BACKUP-DATE " "
               WS-BACKUP-TIME "  Recovered to: " WS-STOP-DATE " "
               WS-STOP-TIME
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           IF WS-NO-UNLOAD-TIME
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               STRING "Backup carries no unload time - journal "
                   "replayed from the start of its day."
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
            END-IF
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Records reloaded from backup: " WS-RELOADED-COUNT
               "  Trailer says: " WS-TRAILER-COUNT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Journal entries read: " WS-JOURNAL-READ-COUNT
               "  Other clusters: " WS-OTHER-CLUSTER-COUNT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Before backup: " WS-BEFORE-BACKUP-COUNT
               "  After stop point: " WS-AFTER-STOP-COUNT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Applied - adds: " WS-ADDS-APPLIED
               "  changes: " WS-CHANGES-APPLIED
               "  deletes: " WS-DELETES-APPLIED
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Mismatches listed above: " WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           STRING "Records expected: " WS-EXPECTED-COUNT
               "  Live cluster count: " WS-LIVE-COUNT
               DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
           MOVE SPACES TO RECOVERY-REPORT-RECORD
           IF WS-TRAILER-SEEN
                   AND WS-RELOADED-COUNT = WS-TRAILER-COUNT
                   AND CT-SOURCE-ID = WS-CLUSTER-NAME
                   AND WS-LIVE-COUNT = WS-EXPECTED-COUNT
               STRING "Counts balance - cluster recovered."
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
            ELSE
               STRING "*** COUNTS DO NOT BALANCE - INVESTIGATE ***"
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
            END-IF
           WRITE RECOVERY-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "FORWARD-RECOVERY" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE "N/A" TO AL-OPERATOR
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME
           MOVE WS-AUDIT-SEQUENCE TO AL-SEQUENCE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       9950-NEXT-AUDIT-SEQUENCE.
      * Hands out the next running audit sequence number from the
      * AUDSEQ control file and steps it, so every audit record in
      * the stream climbs by exactly one - the property
      * AUDIT-VERIFY proves each night.
           MOVE 1 TO WS-AUDIT-SEQUENCE
           OPEN INPUT AUDIT-SEQ-FILE
           IF WS-SQ-FILE-STATUS = "00"
               READ AUDIT-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SQ-NEXT-SEQUENCE IS NUMERIC
                           MOVE SQ-NEXT-SEQUENCE
                               TO WS-AUDIT-SEQUENCE
                        END-IF
                END-READ
               CLOSE AUDIT-SEQ-FILE
            END-IF
           OPEN OUTPUT AUDIT-SEQ-FILE
           COMPUTE SQ-NEXT-SEQUENCE = WS-AUDIT-SEQUENCE + 1
           WRITE AUDIT-SEQ-RECORD
           CLOSE AUDIT-SEQ-FILE.
