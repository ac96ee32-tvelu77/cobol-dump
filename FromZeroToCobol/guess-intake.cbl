       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUESS-INTAKE.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESSES-RAW-FILE ASSIGN TO "GUESSES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GI-FILE-STATUS.
           SELECT GUESSES-INTAKE-FILE ASSIGN TO "GUESSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GN-FILE-STATUS.
           SELECT INTAKE-HOLD-FILE ASSIGN TO "INTKHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GK-FILE-STATUS.
           SELECT BATCH-REGISTER-FILE ASSIGN TO "GBATREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GB-BATCH-KEY
               FILE STATUS IS WS-GB-FILE-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN TO "INTKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.

           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GUESSES-RAW-FILE.
       01  GUESSES-RAW-RECORD.
           05  GE-PLAYER-ID        PIC X(10).
           05  GE-GUESS            PIC X(3).
       COPY GUESSHDR.

       FD  GUESSES-INTAKE-FILE.
       01  GUESSES-INTAKE-RECORD.
           05  GN-PLAYER-ID        PIC X(10).
           05  GN-GUESS            PIC X(3).
           05  GN-SENDER-ID        PIC X(8).
           05  GN-BATCH-NO         PIC 9(6).

       FD  INTAKE-HOLD-FILE.
       01  INTAKE-HOLD-RECORD.
           05  GK-PLAYER-ID        PIC X(10).
           05  GK-GUESS            PIC X(3).

       FD  BATCH-REGISTER-FILE.
       COPY GUESSBAT.

       FD  INTAKE-REPORT-FILE.
       01  INTAKE-REPORT-RECORD    PIC X(80).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-GI-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-GN-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-GK-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-GB-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-HOLD-EOF-SW PIC X VALUE "N".
           88 WS-HOLD-EOF VALUE "Y".
       01  WS-RC-EOF-SW PIC X VALUE "N".
           88 WS-RC-EOF VALUE "Y".
       01  WS-ALREADY-RUN-SW PIC X VALUE "N".
           88 WS-ALREADY-RUN VALUE "Y".
       01  WS-RC-STATUS-VALUE PIC X(10) VALUE SPACES.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
      * The clock time this run wrote its STARTED record - the
      * stamp its acceptances carry on the batch register.
       01  WS-INTAKE-STAMP PIC X(8) VALUE SPACES.
       01  WS-BATCH-OPEN-SW PIC X VALUE "N".
           88 WS-BATCH-OPEN VALUE "Y".
       01  WS-REG-FOUND-SW PIC X VALUE "N".
           88 WS-REG-FOUND VALUE "Y".
       01  WS-RERUN-PASS-SW PIC X VALUE "N".
           88 WS-RERUN-PASS VALUE "Y".
       01  WS-SENDER-FOUND-SW PIC X VALUE "N".
           88 WS-SENDER-FOUND VALUE "Y".
       01  WS-BATCH-SENDER PIC X(8) VALUE SPACES.
       01  WS-BATCH-DATE PIC X(10) VALUE SPACES.
       01  WS-BATCH-NO-X PIC X(6) VALUE SPACES.
       01  WS-BATCH-NO PIC 9(6) VALUE ZERO.
       01  WS-BATCH-COUNT PIC 9(7) VALUE ZERO.
       01  WS-BATCH-HASH PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-COUNT-X PIC X(7) VALUE SPACES.
       01  WS-TRAILER-HASH-X PIC X(9) VALUE SPACES.
       01  WS-GUESS-VALUE PIC 9(3) VALUE ZERO.
       01  WS-REFUSE-REASON PIC X(40) VALUE SPACES.
       01  WS-LOOKUP-SENDER PIC X(8) VALUE SPACES.
       01  WS-READ-COUNT PIC 9(7) VALUE ZERO.
       01  WS-PASSED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-ACCEPTED-BATCHES PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-BATCHES PIC 9(5) VALUE ZERO.
       01  WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       01  WS-STRAY-TRAILERS PIC 9(5) VALUE ZERO.
      * One entry per sender seen on the feed, in the order first
      * seen. Guess records that arrive outside any sender's
      * header and trailer are counted against (NONE).
       01  WS-SENDER-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SENDER-IX PIC 9(3) VALUE ZERO.
       01  WS-BATCH-SENDER-IX PIC 9(3) VALUE ZERO.
       01  WS-SENDER-TABLE.
           05  WS-SENDER-ENTRY OCCURS 50 TIMES.
               10  WS-SD-SENDER-ID     PIC X(8).
               10  WS-SD-BATCHES       PIC 9(7).
               10  WS-SD-REFUSED       PIC 9(7).
               10  WS-SD-RECEIVED      PIC 9(7).
               10  WS-SD-ACCEPTED      PIC 9(7).
               10  WS-SD-REJECTED      PIC 9(7).
       01  WS-TOTAL-BATCHES PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-REFUSED PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-RECEIVED PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ACCEPTED PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-REJECTED PIC 9(7) VALUE ZERO.
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
      * Intake of the raw GUESSES feed ahead of GUESS-EDIT. The
      * classroom terminals' files arrive concatenated, each one a
      * sender batch between a header and a trailer (GUESSHDR.cpy).
      * A batch is held until its trailer is read and passes to
      * GUESSIN, every guess stamped with its sender and batch
      * number, only when the trailer's count and hash agree with
      * what was received, the header is cut for tonight's business
      * date and the batch is not already on the GBATREG register.
      * Otherwise the whole batch is refused and listed on INTKRPT
      * for the sender to resend; none of its guesses are played.
           PERFORM 0200-CHECK-RUN-CONTROL
           MOVE "STARTED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           MOVE WS-RUN-TIME TO WS-INTAKE-STAMP
           OPEN INPUT GUESSES-RAW-FILE
           IF WS-GI-FILE-STATUS NOT = "00"
               DISPLAY "Guesses feed is not available - nothing to "
                   "take in."
               MOVE "FEED MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN I-O BATCH-REGISTER-FILE
           IF WS-GB-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-REGISTER-FILE
               CLOSE BATCH-REGISTER-FILE
               OPEN I-O BATCH-REGISTER-FILE
            END-IF
           IF WS-GB-FILE-STATUS NOT = "00"
               DISPLAY "GBATREG is not available - no batch can be "
                   "checked for duplicates."
               CLOSE GUESSES-RAW-FILE
               MOVE "BATCHREG UNAVAILABLE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN OUTPUT GUESSES-INTAKE-FILE
           OPEN OUTPUT INTAKE-REPORT-FILE
           PERFORM 9000-WRITE-REPORT-HEADER
           PERFORM UNTIL WS-EOF
               READ GUESSES-RAW-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 1000-INTAKE-ONE-RECORD
                END-READ
            END-PERFORM
           IF WS-BATCH-OPEN
               PERFORM 1450-REFUSE-UNTRAILED-BATCH
            END-IF
           PERFORM 9200-WRITE-RECONCILIATION
           CLOSE GUESSES-RAW-FILE
           CLOSE GUESSES-INTAKE-FILE
           CLOSE BATCH-REGISTER-FILE
           CLOSE INTAKE-REPORT-FILE
           IF WS-REFUSED-BATCHES > ZERO
                   OR WS-ORPHAN-COUNT > ZERO
                   OR WS-STRAY-TRAILERS > ZERO
               MOVE "BATCHES REFUSED" TO WS-AUDIT-OUTCOME
            ELSE
               MOVE "INTAKE COMPLETE" TO WS-AUDIT-OUTCOME
            END-IF
           PERFORM 9300-WRITE-AUDIT-LOG
           MOVE "COMPLETED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           IF WS-REFUSED-BATCHES > ZERO
                   OR WS-ORPHAN-COUNT > ZERO
                   OR WS-STRAY-TRAILERS > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF
           STOP RUN.

       0050-SET-BUSINESS-DATE.
      * The stream's shared business processing date, when the
      * date-open step has set one: a nightly that slips past
      * midnight keeps stamping and selecting the same business
      * day. Without the control file (stand-alone and desk runs)
      * the system date applies, exactly as before.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-RUN-DAY
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BD-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE(1:4) IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
                        END-IF
                END-READ
               CLOSE BUSINESS-DATE-FILE
            END-IF.

       0200-CHECK-RUN-CONTROL.
      * A completed intake is not run again for the same business
      * day: GUESS-EDIT may already have played what it passed.
           PERFORM 0050-SET-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "00"
               MOVE "N" TO WS-RC-EOF-SW
               PERFORM UNTIL WS-RC-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RC-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-DATE = WS-RUN-DATE
                                   AND RC-PROGRAM-ID = "GUESS-INTAKE"
                                   AND RC-STATUS = "COMPLETED"
                               SET WS-ALREADY-RUN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE RUN-CONTROL-FILE
            END-IF
           IF WS-ALREADY-RUN
               DISPLAY "GUESS-INTAKE already completed for "
                   WS-RUN-DATE " - skipping this rerun."
               MOVE "ALREADY RUN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
            END-IF.

       1000-INTAKE-ONE-RECORD.
           EVALUATE TRUE
               WHEN SH-IS-HEADER
                   IF WS-BATCH-OPEN
                       PERFORM 1450-REFUSE-UNTRAILED-BATCH
                    END-IF
                   PERFORM 1100-OPEN-BATCH
               WHEN BT-IS-TRAILER
                   IF WS-BATCH-OPEN
                       PERFORM 1300-CLOSE-BATCH
                    ELSE
                       ADD 1 TO WS-STRAY-TRAILERS
                       MOVE SPACES TO INTAKE-REPORT-RECORD
                       STRING "REFUSED  trailer with no sender "
                           "header ahead of it (feed record "
                           WS-READ-COUNT ")"
                           DELIMITED BY SIZE
                           INTO INTAKE-REPORT-RECORD
                       WRITE INTAKE-REPORT-RECORD
                    END-IF
               WHEN OTHER
                   IF WS-BATCH-OPEN
                       PERFORM 1200-HOLD-GUESS
                    ELSE
                       PERFORM 1700-REFUSE-ORPHAN-GUESS
                    END-IF
            END-EVALUATE.

       1100-OPEN-BATCH.
           SET WS-BATCH-OPEN TO TRUE
           MOVE SH-SENDER-ID TO WS-BATCH-SENDER
           MOVE SH-BUSINESS-DATE TO WS-BATCH-DATE
           MOVE SENDER-HEADER-RECORD(29:6) TO WS-BATCH-NO-X
           MOVE ZERO TO WS-BATCH-NO
           IF SH-BATCH-NO IS NUMERIC
               MOVE SH-BATCH-NO TO WS-BATCH-NO
            END-IF
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-HASH
           MOVE WS-BATCH-SENDER TO WS-LOOKUP-SENDER
           IF WS-LOOKUP-SENDER = SPACES
               MOVE "(BLANK)" TO WS-LOOKUP-SENDER
            END-IF
           PERFORM 1800-FIND-SENDER
           MOVE WS-SENDER-IX TO WS-BATCH-SENDER-IX
           ADD 1 TO WS-SD-BATCHES(WS-BATCH-SENDER-IX)
           OPEN OUTPUT INTAKE-HOLD-FILE.

       1200-HOLD-GUESS.
           ADD 1 TO WS-BATCH-COUNT
           ADD 1 TO WS-SD-RECEIVED(WS-BATCH-SENDER-IX)
           IF GE-GUESS IS NUMERIC
               MOVE GE-GUESS TO WS-GUESS-VALUE
               ADD WS-GUESS-VALUE TO WS-BATCH-HASH
            END-IF
           MOVE GE-PLAYER-ID TO GK-PLAYER-ID
           MOVE GE-GUESS TO GK-GUESS
           WRITE INTAKE-HOLD-RECORD.

       1300-CLOSE-BATCH.
      * The checks run in the order a sender would want to hear
      * about them; the first one a batch fails is the reason it
      * is refused under.
           CLOSE INTAKE-HOLD-FILE
           MOVE SENDER-TRAILER-RECORD(11:7) TO WS-TRAILER-COUNT-X
           MOVE SENDER-TRAILER-RECORD(18:9) TO WS-TRAILER-HASH-X
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE "N" TO WS-REG-FOUND-SW
           MOVE "N" TO WS-RERUN-PASS-SW
           IF WS-BATCH-SENDER = SPACES
               MOVE "NO SENDER ID ON THE HEADER"
                   TO WS-REFUSE-REASON
            END-IF
           IF WS-REFUSE-REASON = SPACES
                   AND WS-BATCH-NO-X IS NOT NUMERIC
               MOVE "BATCH NUMBER NOT NUMERIC" TO WS-REFUSE-REASON
            END-IF
           IF WS-REFUSE-REASON = SPACES
                   AND WS-BATCH-DATE NOT = WS-RUN-DATE
               STRING "HEADER DATE " WS-BATCH-DATE " NOT TONIGHT"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
            END-IF
           IF WS-REFUSE-REASON = SPACES
               IF BT-RECORD-COUNT IS NOT NUMERIC
                   MOVE "RECORD COUNT OFF" TO WS-REFUSE-REASON
                ELSE
                   IF BT-RECORD-COUNT NOT = WS-BATCH-COUNT
                       MOVE "RECORD COUNT OFF" TO WS-REFUSE-REASON
                    END-IF
                END-IF
            END-IF
           IF WS-REFUSE-REASON = SPACES
               IF BT-HASH-TOTAL IS NOT NUMERIC
                   MOVE "HASH TOTAL OFF" TO WS-REFUSE-REASON
                ELSE
                   IF BT-HASH-TOTAL NOT = WS-BATCH-HASH
                       MOVE "HASH TOTAL OFF" TO WS-REFUSE-REASON
                    END-IF
                END-IF
            END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 1350-CHECK-REGISTER
            END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 1500-ACCEPT-BATCH
            ELSE
               PERFORM 1400-REFUSE-BATCH
            END-IF
           MOVE "N" TO WS-BATCH-OPEN-SW.

       1350-CHECK-REGISTER.
      * A batch already on the register is a duplicate - unless
      * this business day's own intake took it on an earlier
      * attempt that did not complete, in which case this rerun
      * passes it through again, since GUESSIN is rebuilt from
      * the start on every run.
           MOVE WS-BATCH-SENDER TO GB-SENDER-ID
           MOVE WS-BATCH-NO TO GB-BATCH-NO
           READ BATCH-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REG-FOUND TO TRUE
            END-READ
           IF WS-REG-FOUND
               IF GB-ACCEPTED-DATE = WS-RUN-DATE
                       AND GB-ACCEPTED-TIME NOT = WS-INTAKE-STAMP
                   SET WS-RERUN-PASS TO TRUE
                ELSE
                   STRING "DUPLICATE - ALREADY TAKEN "
                       GB-ACCEPTED-DATE
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                END-IF
            END-IF.

       1400-REFUSE-BATCH.
           ADD 1 TO WS-REFUSED-BATCHES
           ADD 1 TO WS-SD-REFUSED(WS-BATCH-SENDER-IX)
           ADD WS-BATCH-COUNT TO WS-SD-REJECTED(WS-BATCH-SENDER-IX)
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "REFUSED  " WS-LOOKUP-SENDER " batch "
               WS-BATCH-NO-X " - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           PERFORM 1600-WRITE-BATCH-TOTALS.

       1450-REFUSE-UNTRAILED-BATCH.
      * The next sender's header, or the end of the feed, arrived
      * before this batch's trailer: the file was cut short.
           CLOSE INTAKE-HOLD-FILE
           MOVE "NO TRAILER - FILE CUT SHORT" TO WS-REFUSE-REASON
           MOVE SPACES TO WS-TRAILER-COUNT-X
           MOVE SPACES TO WS-TRAILER-HASH-X
           PERFORM 1400-REFUSE-BATCH
           MOVE "N" TO WS-BATCH-OPEN-SW.

       1500-ACCEPT-BATCH.
           MOVE WS-BATCH-SENDER TO GB-SENDER-ID
           MOVE WS-BATCH-NO TO GB-BATCH-NO
           MOVE WS-BATCH-DATE TO GB-BUSINESS-DATE
           MOVE WS-RUN-DATE TO GB-ACCEPTED-DATE
           MOVE WS-INTAKE-STAMP TO GB-ACCEPTED-TIME
           MOVE WS-BATCH-COUNT TO GB-RECORD-COUNT
           MOVE WS-BATCH-HASH TO GB-HASH-TOTAL
           IF WS-REG-FOUND
               REWRITE GUESS-BATCH-RECORD
                   INVALID KEY
                       DISPLAY "GBATREG rewrite failed for "
                           GB-BATCH-KEY
                END-REWRITE
            ELSE
               WRITE GUESS-BATCH-RECORD
                   INVALID KEY
                       DISPLAY "GBATREG write failed for "
                           GB-BATCH-KEY
                END-WRITE
            END-IF
           MOVE "N" TO WS-HOLD-EOF-SW
           OPEN INPUT INTAKE-HOLD-FILE
           PERFORM UNTIL WS-HOLD-EOF
               READ INTAKE-HOLD-FILE
                   AT END
                       SET WS-HOLD-EOF TO TRUE
                   NOT AT END
                       MOVE GK-PLAYER-ID TO GN-PLAYER-ID
                       MOVE GK-GUESS TO GN-GUESS
                       MOVE WS-BATCH-SENDER TO GN-SENDER-ID
                       MOVE WS-BATCH-NO TO GN-BATCH-NO
                       WRITE GUESSES-INTAKE-RECORD
                       ADD 1 TO WS-PASSED-COUNT
                END-READ
            END-PERFORM
           CLOSE INTAKE-HOLD-FILE
           ADD 1 TO WS-ACCEPTED-BATCHES
           ADD WS-BATCH-COUNT TO WS-SD-ACCEPTED(WS-BATCH-SENDER-IX)
           MOVE SPACES TO INTAKE-REPORT-RECORD
           IF WS-RERUN-PASS
               STRING "ACCEPTED " WS-LOOKUP-SENDER " batch "
                   WS-BATCH-NO-X " - taken again on this rerun"
                   DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
            ELSE
               STRING "ACCEPTED " WS-LOOKUP-SENDER " batch "
                   WS-BATCH-NO-X
                   DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
            END-IF
           WRITE INTAKE-REPORT-RECORD
           PERFORM 1600-WRITE-BATCH-TOTALS.

       1600-WRITE-BATCH-TOTALS.
           MOVE SPACES TO INTAKE-REPORT-RECORD
           IF WS-TRAILER-COUNT-X = SPACES
               STRING "         received " WS-BATCH-COUNT
                   " hash " WS-BATCH-HASH "   no trailer"
                   DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
            ELSE
               STRING "         received " WS-BATCH-COUNT
                   " hash " WS-BATCH-HASH "   trailer "
                   WS-TRAILER-COUNT-X " hash " WS-TRAILER-HASH-X
                   DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
            END-IF
           WRITE INTAKE-REPORT-RECORD.

       1700-REFUSE-ORPHAN-GUESS.
      * A guess outside any header and trailer cannot be traced to
      * a sender or proved against a count, so it is not played.
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE "(NONE)" TO WS-LOOKUP-SENDER
           PERFORM 1800-FIND-SENDER
           ADD 1 TO WS-SD-RECEIVED(WS-SENDER-IX)
           ADD 1 TO WS-SD-REJECTED(WS-SENDER-IX)
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "REFUSED  " GE-PLAYER-ID " guess " GE-GUESS
               " - outside any sender batch (feed record "
               WS-READ-COUNT ")"
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD.

       1800-FIND-SENDER.
           MOVE "N" TO WS-SENDER-FOUND-SW
           MOVE ZERO TO WS-SENDER-IX
           PERFORM UNTIL WS-SENDER-FOUND
                   OR WS-SENDER-IX >= WS-SENDER-COUNT
               ADD 1 TO WS-SENDER-IX
               IF WS-SD-SENDER-ID(WS-SENDER-IX) = WS-LOOKUP-SENDER
                   SET WS-SENDER-FOUND TO TRUE
                END-IF
            END-PERFORM
           IF NOT WS-SENDER-FOUND
               IF WS-SENDER-COUNT >= 50
                   DISPLAY "Sender table is full - raise the OCCURS "
                       "in GUESS-INTAKE and rerun."
                   MOVE "SENDER TABLE FULL" TO WS-AUDIT-OUTCOME
                   PERFORM 9300-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
               ADD 1 TO WS-SENDER-COUNT
               MOVE WS-SENDER-COUNT TO WS-SENDER-IX
               MOVE WS-LOOKUP-SENDER TO WS-SD-SENDER-ID(WS-SENDER-IX)
               MOVE ZERO TO WS-SD-BATCHES(WS-SENDER-IX)
               MOVE ZERO TO WS-SD-REFUSED(WS-SENDER-IX)
               MOVE ZERO TO WS-SD-RECEIVED(WS-SENDER-IX)
               MOVE ZERO TO WS-SD-ACCEPTED(WS-SENDER-IX)
               MOVE ZERO TO WS-SD-REJECTED(WS-SENDER-IX)
            END-IF.

       9000-WRITE-REPORT-HEADER.
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "GUESSES FEED INTAKE REPORT" DELIMITED BY SIZE
               INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD.

       9200-WRITE-RECONCILIATION.
      * Per-sender reconciliation: every guess record a sender's
      * batches brought in is either accepted (passed to the edit
      * stamped with the sender) or rejected with its refused
      * batch, so RECEIVED = ACCEPTED + REJECTED on every line.
           MOVE SPACES TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "PER-SENDER RECONCILIATION" DELIMITED BY SIZE
               INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "              ------ BATCHES ------"
               "  --------- GUESS RECORDS ---------"
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "SENDER           SENT     REFUSED"
               "     RECEIVED   ACCEPTED   REJECTED"
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE ZERO TO WS-SENDER-IX
           PERFORM UNTIL WS-SENDER-IX >= WS-SENDER-COUNT
               ADD 1 TO WS-SENDER-IX
               ADD WS-SD-BATCHES(WS-SENDER-IX) TO WS-TOTAL-BATCHES
               ADD WS-SD-REFUSED(WS-SENDER-IX) TO WS-TOTAL-REFUSED
               ADD WS-SD-RECEIVED(WS-SENDER-IX) TO WS-TOTAL-RECEIVED
               ADD WS-SD-ACCEPTED(WS-SENDER-IX) TO WS-TOTAL-ACCEPTED
               ADD WS-SD-REJECTED(WS-SENDER-IX) TO WS-TOTAL-REJECTED
               MOVE SPACES TO INTAKE-REPORT-RECORD
               STRING WS-SD-SENDER-ID(WS-SENDER-IX) "      "
                   WS-SD-BATCHES(WS-SENDER-IX) "     "
                   WS-SD-REFUSED(WS-SENDER-IX) "      "
                   WS-SD-RECEIVED(WS-SENDER-IX) "    "
                   WS-SD-ACCEPTED(WS-SENDER-IX) "    "
                   WS-SD-REJECTED(WS-SENDER-IX)
                   DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
               WRITE INTAKE-REPORT-RECORD
            END-PERFORM
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "TOTAL   " "      " WS-TOTAL-BATCHES "     "
               WS-TOTAL-REFUSED "      " WS-TOTAL-RECEIVED "    "
               WS-TOTAL-ACCEPTED "    " WS-TOTAL-REJECTED
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "Feed records read: " WS-READ-COUNT
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "Batches accepted: " WS-ACCEPTED-BATCHES
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "Batches refused: " WS-REFUSED-BATCHES
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "Guesses outside any batch: " WS-ORPHAN-COUNT
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "Trailers with no header: " WS-STRAY-TRAILERS
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD
           MOVE SPACES TO INTAKE-REPORT-RECORD
           STRING "Guesses passed to the edit: " WS-PASSED-COUNT
               DELIMITED BY SIZE INTO INTAKE-REPORT-RECORD
           WRITE INTAKE-REPORT-RECORD.

       9300-WRITE-AUDIT-LOG.
           PERFORM 0050-SET-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "GUESS-INTAKE" TO AL-PROGRAM-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE "N/A" TO AL-OPERATOR
           MOVE WS-AUDIT-OUTCOME TO AL-OUTCOME
           MOVE WS-AUDIT-SEQUENCE TO AL-SEQUENCE
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE.

       9500-WRITE-RUN-CONTROL.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
            END-IF
           MOVE WS-RUN-DATE TO RC-RUN-DATE
           MOVE "GUESS-INTAKE" TO RC-PROGRAM-ID
           MOVE WS-RC-STATUS-VALUE TO RC-STATUS
           MOVE WS-RUN-TIME TO RC-RUN-TIME
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

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
