               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LB-PLAYER-ID
               FILE STATUS IS WS-LB-FILE-STATUS.
           SELECT PLAYER-RATING-FILE ASSIGN TO "PLRATING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-PR-FILE-STATUS.
           SELECT RATING-SORT-FILE ASSIGN TO "RATESORT".
           SELECT DAILY-REPORT-FILE ASSIGN TO "DAILYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT SIGNIN-DAY-FILE ASSIGN TO "SIGNDAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-EMPLOYEE-ID
               FILE STATUS IS WS-DY-FILE-STATUS.
           SELECT SIGNIN-HISTORY-FILE ASSIGN TO "SIGNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SH-FILE-STATUS.
           SELECT PERIOD-HOURS-FILE ASSIGN TO "PERHOURS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.
           SELECT EMP-PLAYER-XREF-FILE ASSIGN TO "EMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-PLAYER-ID
               FILE STATUS IS WS-XR-FILE-STATUS.
           SELECT GAME-HISTORY-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-FILE-STATUS.
           SELECT ROSTER-HISTORY-FILE ASSIGN TO "ROSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RH-FILE-STATUS.
           SELECT ROSTER-PENDING-FILE ASSIGN TO "ROSTPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.
           SELECT CONSOLE-PERM-FILE ASSIGN TO "CONSPERM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-FILE-STATUS.
           SELECT CONSOLE-OPERATOR-FILE ASSIGN TO "CONSOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CO-FILE-STATUS.
           SELECT EXPORT-PARM-FILE ASSIGN TO "EXPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EP-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           05  LB-TOTAL-ATTEMPTS   PIC 9(7).
           05  LB-AVERAGE-ATTEMPTS PIC 9(3)V9(2).

       FD  PLAYER-RATING-FILE.
       COPY PLRATING.

       SD  RATING-SORT-FILE.
       01  RATING-SORT-RECORD.
           05  RS-PLAYER-ID        PIC X(10).
           05  RS-RATING           PIC 9(5).
           05  RS-GAMES-RATED      PIC 9(7).
           05  RS-PRIOR-RATING     PIC 9(5).
           05  RS-LAST-RATED-DATE  PIC X(10).

       FD  DAILY-REPORT-FILE.
       01  DAILY-REPORT-RECORD     PIC X(80).

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

      * The files behind the employee inquiry, all opened read-only
      * for the one lookup and closed again straight after.
       FD  SIGNIN-DAY-FILE.
       COPY SIGNDAY.

       FD  SIGNIN-HISTORY-FILE.
       COPY SIGNINLG.

       FD  PERIOD-HOURS-FILE.
       COPY PERHOURS.

       FD  EMP-PLAYER-XREF-FILE.
       COPY EMPXREF.

       FD  GAME-HISTORY-FILE.
       COPY GAMERES.

       FD  ROSTER-HISTORY-FILE.
       COPY ROSTHIST.

       FD  ROSTER-PENDING-FILE.
       COPY ROSTERTX.

      * Who may run what: department code in columns 1-4 (*ALL
      * grants every department) and the menu option character in
      * column 5. No record, no option - the file is the fence.
       FD  CONSOLE-OPERATOR-FILE.
       01  CONSOLE-OPERATOR-RECORD PIC X(20).

      * The export card for CSV-EXPORT, written from the option 8
      * prompts just before the CALL.
       FD  EXPORT-PARM-FILE.
       01  EXPORT-PARM-LINE        PIC X(41).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.


       WORKING-STORAGE SECTION.
       COPY STRCHECK.
       COPY EXPPARM.
       01  WS-LB-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-LB-ORDER PIC X VALUE SPACE.
       01  WS-RATING-RANK PIC 9(5) VALUE ZERO.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DY-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SH-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PH-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-XR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-GR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RH-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-PM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-CO-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-EP-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
               10  WS-PERM-DEPT    PIC X(4).
               10  WS-PERM-OPTION  PIC X(1).
       01  WS-CALL-RC PIC 9(4) VALUE ZERO.
       01  WS-INQ-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-YYYYMMDD PIC 9(8) VALUE ZERO.
       01  WS-CUTOFF-DATE PIC X(10) VALUE SPACES.
       01  WS-INQ-LINE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-EVENT-IX PIC 9(3) VALUE ZERO.
       01  WS-EVENT-COUNT PIC 9(3) VALUE ZERO.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY OCCURS 20 TIMES.
               10  WS-EVENT-DATE       PIC X(10).
               10  WS-EVENT-TIME       PIC X(8).
               10  WS-EVENT-TYPE       PIC X(3).
               10  WS-EVENT-CORR-FLAG  PIC X(1).
       01  WS-PTD-WORKED-DAYS PIC 9(3) VALUE ZERO.
       01  WS-PTD-LEAVE-DAYS PIC 9(3) VALUE ZERO.
       01  WS-PTD-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-PTD-OT-MINUTES PIC 9(7) VALUE ZERO.
       01  WS-PLAYER-IX PIC 9(3) VALUE ZERO.
       01  WS-PLAYER-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PLAYER-TABLE.
           05  WS-PLAYER-ENTRY OCCURS 10 TIMES.
               10  WS-PLAYER-ID        PIC X(10).
               10  WS-PLAYER-GAMES     PIC 9(5).
               10  WS-PLAYER-WINS      PIC 9(5).
               10  WS-PLAYER-BEST      PIC 9(3).
               10  WS-PLAYER-LAST-DATE PIC X(10).
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           DISPLAY "  4  Run the blank-field audit"
           DISPLAY "  5  Show the current leaderboard"
           DISPLAY "  6  Show today's daily report"
           DISPLAY "  7  Employee inquiry"
           DISPLAY "  8  Export a file for a spreadsheet"
           DISPLAY "  0  Exit"
           DISPLAY "------------------------------------"
           DISPLAY "Pick an option:"
                           PERFORM 3000-SHOW-LEADERBOARD
                       WHEN "6"
                           PERFORM 3100-SHOW-DAILY-REPORT
                       WHEN "7"
                           PERFORM 3200-EMPLOYEE-INQUIRY
                       WHEN "8"
                           PERFORM 2500-RUN-CSV-EXPORT
                       WHEN OTHER
                           DISPLAY "That is not on the menu - "
                               "try again."
           PERFORM 8000-REPORT-RUN-OUTCOME
           CANCEL "IS-STRING-EMPTY".

       2500-RUN-CSV-EXPORT.
      * The desk is asked for the same fields the EXPPARM card
      * carries - only the selections the chosen file can take -
      * and the card is written here, so a desk export runs exactly
      * as the submitted job does. CSV-EXPORT checks the card.
           MOVE SPACES TO EXPORT-PARM-RECORD
           DISPLAY "File to export (LEADERBD, PLAYERS, EMPROSTR, "
               "PERHOURS, SEASHIST):"
           ACCEPT EP-FILE-ID
           MOVE FUNCTION UPPER-CASE(EP-FILE-ID) TO EP-FILE-ID
           DISPLAY "Delimiter (blank for a comma):"
           ACCEPT EP-DELIMITER
           IF EP-FILE-ID = "EMPROSTR" OR EP-FILE-ID = "PERHOURS"
               DISPLAY "Department code (blank for all):"
               ACCEPT EP-DEPT-CODE
               MOVE FUNCTION UPPER-CASE(EP-DEPT-CODE) TO EP-DEPT-CODE
            END-IF
           IF EP-FILE-ID = "PERHOURS" OR EP-FILE-ID = "PLAYERS"
               DISPLAY "From date YYYY-MM-DD (blank for no limit):"
               ACCEPT EP-FROM-DATE
               DISPLAY "To date YYYY-MM-DD (blank for no limit):"
               ACCEPT EP-TO-DATE
            END-IF
           IF EP-FILE-ID = "SEASHIST"
               DISPLAY "Season id (blank for every season):"
               ACCEPT EP-SEASON-ID
            END-IF
           OPEN OUTPUT EXPORT-PARM-FILE
           IF WS-EP-FILE-STATUS NOT = "00"
               DISPLAY "The EXPPARM dataset is not allocated to this "
                   "console - nothing exported."
            ELSE
               WRITE EXPORT-PARM-LINE FROM EXPORT-PARM-RECORD
               CLOSE EXPORT-PARM-FILE
               CALL "CSV-EXPORT"
               PERFORM 8000-REPORT-RUN-OUTCOME
               CANCEL "CSV-EXPORT"
            END-IF.

       8000-REPORT-RUN-OUTCOME.
           MOVE RETURN-CODE TO WS-CALL-RC
           IF WS-CALL-RC = ZERO
           MOVE 0 TO RETURN-CODE.

       3000-SHOW-LEADERBOARD.
      * The leaderboard as kept by the game, or the players in
      * order of the skill rating the nightly maintains, which
      * allows for how hard each game's range was.
           DISPLAY "Show the (L)eaderboard or skill (R)ating order "
               "(blank for the leaderboard):"
           ACCEPT WS-LB-ORDER
           IF WS-LB-ORDER = "R" OR WS-LB-ORDER = "r"
               PERFORM 3050-SHOW-RATING-ORDER
            ELSE
               PERFORM 3010-SHOW-LEADERBOARD-FILE
            END-IF.

       3010-SHOW-LEADERBOARD-FILE.
           OPEN INPUT LEADERBOARD-FILE
           IF WS-LB-FILE-STATUS NOT = "00"
               DISPLAY "Leaderboard cluster is not available."
               CLOSE LEADERBOARD-FILE
            END-IF.

       3050-SHOW-RATING-ORDER.
           OPEN INPUT PLAYER-RATING-FILE
           IF WS-PR-FILE-STATUS NOT = "00"
               DISPLAY "Player ratings are not available - the "
                   "nightly rating step has not run yet."
            ELSE
               CLOSE PLAYER-RATING-FILE
               SORT RATING-SORT-FILE
                   DESCENDING KEY RS-RATING
                   ASCENDING KEY RS-PLAYER-ID
                   USING PLAYER-RATING-FILE
                   OUTPUT PROCEDURE 3060-DISPLAY-RATING-ORDER
            END-IF.

       3060-DISPLAY-RATING-ORDER.
           DISPLAY "Skill ratings:"
           MOVE ZERO TO WS-RATING-RANK
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               RETURN RATING-SORT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RATING-RANK
                       DISPLAY "  " WS-RATING-RANK
                           "  Player: " RS-PLAYER-ID
                           "  Rating: " RS-RATING
                           "  Games: " RS-GAMES-RATED
                END-RETURN
            END-PERFORM.

       3100-SHOW-DAILY-REPORT.
           OPEN INPUT DAILY-REPORT-FILE
           IF WS-DR-FILE-STATUS NOT = "00"
               CLOSE DAILY-REPORT-FILE
            END-IF.

       3200-EMPLOYEE-INQUIRY.
      * Everything on file about one employee on one screen:
      * roster entry, today's sign-in state, the latest sign-in
      * events, period-to-date hours, game activity through the
      * cross-reference, roster changes in the last 90 days and
      * any roster transactions still waiting on ROSTPEND. Every
      * lookup is audited with the employee id in the outcome,
      * found or not, because it shows personal data.
           DISPLAY "Employee ID to look up:"
           ACCEPT WS-INQ-EMPLOYEE-ID
           MOVE WS-INQ-EMPLOYEE-ID TO SC-STRING
           CALL "BLANK-FIELD-CHECK" USING STR-CHECK-FIELDS
           IF SC-IS-EMPTY
               DISPLAY "Employee ID cannot be blank."
            ELSE
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "EMP INQUIRY " WS-INQ-EMPLOYEE-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
               COMPUTE WS-CUTOFF-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 90)
               MOVE SPACES TO WS-CUTOFF-DATE
               STRING WS-CUTOFF-YYYYMMDD(1:4) "-"
                   WS-CUTOFF-YYYYMMDD(5:2) "-"
                   WS-CUTOFF-YYYYMMDD(7:2)
                   DELIMITED BY SIZE INTO WS-CUTOFF-DATE
               DISPLAY "===================================="
               PERFORM 3210-SHOW-ROSTER-ENTRY
               PERFORM 3220-SHOW-SIGNIN-STATE
               PERFORM 3230-SHOW-RECENT-EVENTS
               PERFORM 3240-SHOW-PERIOD-HOURS
               PERFORM 3250-SHOW-GAME-ACTIVITY
               PERFORM 3260-SHOW-ROSTER-CHANGES
               PERFORM 3270-SHOW-PENDING-CHANGES
               DISPLAY "===================================="
            END-IF.

       3210-SHOW-ROSTER-ENTRY.
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
               DISPLAY "Roster:       (roster not available)"
            ELSE
               MOVE WS-INQ-EMPLOYEE-ID TO ER-EMPLOYEE-ID
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       DISPLAY "Roster:       " WS-INQ-EMPLOYEE-ID
                           " is not on the roster"
                   NOT INVALID KEY
                       DISPLAY "Roster:       " ER-EMPLOYEE-ID " "
                           ER-EMPLOYEE-NAME
                       IF ER-INACTIVE
                           DISPLAY "              Dept: "
                               ER-DEPT-CODE "  Shift: "
                               ER-SHIFT-CODE "  Status: INACTIVE"
                        ELSE
                           DISPLAY "              Dept: "
                               ER-DEPT-CODE "  Shift: "
                               ER-SHIFT-CODE "  Status: ACTIVE"
                        END-IF
                END-READ
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF.

       3220-SHOW-SIGNIN-STATE.
           OPEN INPUT SIGNIN-DAY-FILE
           IF WS-DY-FILE-STATUS NOT = "00"
               DISPLAY "Today:        (day state not available)"
            ELSE
               MOVE WS-INQ-EMPLOYEE-ID TO DY-EMPLOYEE-ID
               READ SIGNIN-DAY-FILE
                   INVALID KEY
                       DISPLAY "Today:        no sign-in recorded"
                   NOT INVALID KEY
                       IF DY-EVENT-TYPE = "OUT"
                           DISPLAY "Today:        signed out ("
                               DY-RUN-DATE ")"
                        ELSE
                           DISPLAY "Today:        signed in ("
                               DY-RUN-DATE ")"
                        END-IF
                END-READ
               CLOSE SIGNIN-DAY-FILE
            END-IF.

       3230-SHOW-RECENT-EVENTS.
      * The history is in date order, so the last twenty events
      * read for the employee are the latest twenty; the table
      * slides up one place when a newer event arrives.
           MOVE ZERO TO WS-EVENT-COUNT
           OPEN INPUT SIGNIN-HISTORY-FILE
           IF WS-SH-FILE-STATUS NOT = "00"
               DISPLAY "Sign-ins:     (sign-in history not "
                   "available)"
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SIGNIN-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF SL-EMPLOYEE-ID = WS-INQ-EMPLOYEE-ID
                               PERFORM 3235-KEEP-RECENT-EVENT
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE SIGNIN-HISTORY-FILE
               DISPLAY "Sign-ins:     latest " WS-EVENT-COUNT
                   " event(s), C = supervisor correction"
               MOVE ZERO TO WS-EVENT-IX
               PERFORM UNTIL WS-EVENT-IX >= WS-EVENT-COUNT
                   ADD 1 TO WS-EVENT-IX
                   DISPLAY "              "
                       WS-EVENT-DATE(WS-EVENT-IX) " "
                       WS-EVENT-TIME(WS-EVENT-IX) " "
                       WS-EVENT-TYPE(WS-EVENT-IX) " "
                       WS-EVENT-CORR-FLAG(WS-EVENT-IX)
                END-PERFORM
            END-IF.

       3235-KEEP-RECENT-EVENT.
           IF WS-EVENT-COUNT >= 20
               MOVE 1 TO WS-EVENT-IX
               PERFORM UNTIL WS-EVENT-IX >= 20
                   MOVE WS-EVENT-ENTRY(WS-EVENT-IX + 1)
                       TO WS-EVENT-ENTRY(WS-EVENT-IX)
                   ADD 1 TO WS-EVENT-IX
                END-PERFORM
            ELSE
               ADD 1 TO WS-EVENT-COUNT
            END-IF
           MOVE SL-RUN-DATE TO WS-EVENT-DATE(WS-EVENT-COUNT)
           MOVE SL-RUN-TIME TO WS-EVENT-TIME(WS-EVENT-COUNT)
           IF SL-EVENT-TYPE = "OUT"
               MOVE "OUT" TO WS-EVENT-TYPE(WS-EVENT-COUNT)
            ELSE
               MOVE "IN" TO WS-EVENT-TYPE(WS-EVENT-COUNT)
            END-IF
           MOVE SL-CORRECTION-FLAG
               TO WS-EVENT-CORR-FLAG(WS-EVENT-COUNT).

       3240-SHOW-PERIOD-HOURS.
           MOVE ZERO TO WS-PTD-WORKED-DAYS
           MOVE ZERO TO WS-PTD-LEAVE-DAYS
           MOVE ZERO TO WS-PTD-MINUTES
           MOVE ZERO TO WS-PTD-OT-MINUTES
           OPEN INPUT PERIOD-HOURS-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
               DISPLAY "Period hours: (period-to-date hours not "
                   "available)"
            ELSE
               DISPLAY "Period hours: date       type minutes OT "
                   "OT-min auth"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PERIOD-HOURS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF PH-EMPLOYEE-ID = WS-INQ-EMPLOYEE-ID
                               PERFORM 3245-SHOW-PERIOD-DAY
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE PERIOD-HOURS-FILE
               DISPLAY "              Worked days: "
                   WS-PTD-WORKED-DAYS "  Leave days: "
                   WS-PTD-LEAVE-DAYS "  Minutes: " WS-PTD-MINUTES
                   "  OT minutes: " WS-PTD-OT-MINUTES
            END-IF.

       3245-SHOW-PERIOD-DAY.
           IF PH-LEAVE-DAY
               ADD 1 TO WS-PTD-LEAVE-DAYS
               DISPLAY "              " PH-WORK-DATE " L-"
                   PH-LEAVE-TYPE "  " PH-MINUTES
            ELSE
               ADD 1 TO WS-PTD-WORKED-DAYS
               ADD PH-OT-MINUTES TO WS-PTD-OT-MINUTES
               DISPLAY "              " PH-WORK-DATE " W    "
                   PH-MINUTES "   " PH-OT-FLAG "  " PH-OT-MINUTES
                   "  " PH-OT-AUTH-FLAG
            END-IF
           ADD PH-MINUTES TO WS-PTD-MINUTES.

       3250-SHOW-GAME-ACTIVITY.
      * EMPXREF is keyed on the player id, so the employee's
      * player ids come from a pass over the whole
      * cross-reference; each id's games are then totalled from
      * the game history.
           MOVE ZERO TO WS-PLAYER-COUNT
           OPEN INPUT EMP-PLAYER-XREF-FILE
           IF WS-XR-FILE-STATUS NOT = "00"
               DISPLAY "Games:        (cross-reference not "
                   "available)"
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ EMP-PLAYER-XREF-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF XR-EMPLOYEE-ID = WS-INQ-EMPLOYEE-ID
                                   AND WS-PLAYER-COUNT < 10
                               ADD 1 TO WS-PLAYER-COUNT
                               MOVE XR-PLAYER-ID
                                   TO WS-PLAYER-ID(WS-PLAYER-COUNT)
                               MOVE ZERO
                                   TO WS-PLAYER-GAMES(WS-PLAYER-COUNT)
                               MOVE ZERO
                                   TO WS-PLAYER-WINS(WS-PLAYER-COUNT)
                               MOVE ZERO
                                   TO WS-PLAYER-BEST(WS-PLAYER-COUNT)
                               MOVE SPACES TO
                                   WS-PLAYER-LAST-DATE(WS-PLAYER-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE EMP-PLAYER-XREF-FILE
               IF WS-PLAYER-COUNT = ZERO
                   DISPLAY "Games:        no player id linked to "
                       "this employee"
                ELSE
                   PERFORM 3255-TOTAL-GAME-HISTORY
                END-IF
            END-IF.

       3255-TOTAL-GAME-HISTORY.
           OPEN INPUT GAME-HISTORY-FILE
           IF WS-GR-FILE-STATUS NOT = "00"
               DISPLAY "Games:        (game history not available)"
            ELSE
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ GAME-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM 3257-COUNT-PLAYER-GAME
                    END-READ
                END-PERFORM
               CLOSE GAME-HISTORY-FILE
               MOVE ZERO TO WS-PLAYER-IX
               PERFORM UNTIL WS-PLAYER-IX >= WS-PLAYER-COUNT
                   ADD 1 TO WS-PLAYER-IX
                   IF WS-PLAYER-GAMES(WS-PLAYER-IX) = ZERO
                       DISPLAY "Games:        player "
                           WS-PLAYER-ID(WS-PLAYER-IX)
                           "  no games on file"
                    ELSE
                       DISPLAY "Games:        player "
                           WS-PLAYER-ID(WS-PLAYER-IX)
                           "  games: " WS-PLAYER-GAMES(WS-PLAYER-IX)
                           "  wins: " WS-PLAYER-WINS(WS-PLAYER-IX)
                           "  best: " WS-PLAYER-BEST(WS-PLAYER-IX)
                           "  last: "
                           WS-PLAYER-LAST-DATE(WS-PLAYER-IX)
                    END-IF
                END-PERFORM
            END-IF.

       3257-COUNT-PLAYER-GAME.
           MOVE ZERO TO WS-PLAYER-IX
           PERFORM UNTIL WS-PLAYER-IX >= WS-PLAYER-COUNT
               ADD 1 TO WS-PLAYER-IX
               IF GR-PLAYER-ID = WS-PLAYER-ID(WS-PLAYER-IX)
                   ADD 1 TO WS-PLAYER-GAMES(WS-PLAYER-IX)
                   IF GR-OUTCOME = "WIN "
                       ADD 1 TO WS-PLAYER-WINS(WS-PLAYER-IX)
                       IF WS-PLAYER-BEST(WS-PLAYER-IX) = ZERO
                               OR GR-ATTEMPTS
                                   < WS-PLAYER-BEST(WS-PLAYER-IX)
                           MOVE GR-ATTEMPTS
                               TO WS-PLAYER-BEST(WS-PLAYER-IX)
                        END-IF
                    END-IF
                   IF GR-RUN-DATE > WS-PLAYER-LAST-DATE(WS-PLAYER-IX)
                       MOVE GR-RUN-DATE
                           TO WS-PLAYER-LAST-DATE(WS-PLAYER-IX)
                    END-IF
                END-IF
            END-PERFORM.

       3260-SHOW-ROSTER-CHANGES.
           MOVE ZERO TO WS-INQ-LINE-COUNT
           OPEN INPUT ROSTER-HISTORY-FILE
           IF WS-RH-FILE-STATUS NOT = "00"
               DISPLAY "Changes:      (roster history not "
                   "available)"
            ELSE
               DISPLAY "Changes:      roster changes since "
                   WS-CUTOFF-DATE " (dept/shift/status before "
                   "-> after)"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ROSTER-HISTORY-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RH-EMPLOYEE-ID = WS-INQ-EMPLOYEE-ID
                                   AND RH-RUN-DATE >= WS-CUTOFF-DATE
                               ADD 1 TO WS-INQ-LINE-COUNT
                               DISPLAY "              " RH-RUN-DATE
                                   " " RH-ACTION " "
                                   RH-BEFORE-IMAGE(47:4) "/"
                                   RH-BEFORE-IMAGE(51:1) "/"
                                   RH-BEFORE-IMAGE(52:1) " -> "
                                   RH-AFTER-IMAGE(47:4) "/"
                                   RH-AFTER-IMAGE(51:1) "/"
                                   RH-AFTER-IMAGE(52:1)
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE ROSTER-HISTORY-FILE
               IF WS-INQ-LINE-COUNT = ZERO
                   DISPLAY "              none"
                END-IF
            END-IF.

       3270-SHOW-PENDING-CHANGES.
           MOVE ZERO TO WS-INQ-LINE-COUNT
           OPEN INPUT ROSTER-PENDING-FILE
           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "Pending:      no pending roster "
                   "transactions on file"
            ELSE
               DISPLAY "Pending:      roster transactions waiting "
                   "for their effective date"
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ ROSTER-PENDING-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF TX-EMPLOYEE-ID = WS-INQ-EMPLOYEE-ID
                               ADD 1 TO WS-INQ-LINE-COUNT
                               DISPLAY "              "
                                   TX-EFFECTIVE-DATE " " TX-ACTION
                                   " dept " TX-DEPT-CODE " shift "
                                   TX-SHIFT-CODE " status "
                                   TX-STATUS-FLAG
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE ROSTER-PENDING-FILE
               IF WS-INQ-LINE-COUNT = ZERO
                   DISPLAY "              none"
                END-IF
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-RUN-YEAR
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-RUN-MONTH
