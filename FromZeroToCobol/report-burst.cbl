       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.
       AUTHOR. Thomas VELU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-CONTROL-FILE ASSIGN TO "DISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DC-FILE-STATUS.
           SELECT DEPARTMENT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DM-FILE-STATUS.
           SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "EMPROSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ER-EMPLOYEE-ID
               FILE STATUS IS WS-ER-FILE-STATUS.
           SELECT EMP-PLAYER-XREF-FILE ASSIGN TO "EMPXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-PLAYER-ID
               FILE STATUS IS WS-XR-FILE-STATUS.
           SELECT DEPT-REPORT-FILE ASSIGN TO "DEPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-R1-FILE-STATUS.
           SELECT COVERAGE-REPORT-FILE ASSIGN TO "COVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-R2-FILE-STATUS.
           SELECT DEPT-GAME-REPORT-FILE ASSIGN TO "DEPTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-R3-FILE-STATUS.
           SELECT HOURS-REPORT-FILE ASSIGN TO "HOURSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-R4-FILE-STATUS.
           SELECT STATS-REPORT-FILE ASSIGN TO "STATSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-R5-FILE-STATUS.
           SELECT DIST-OUTPUT-FILE ASSIGN TO "DISTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DO-FILE-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-FILE-STATUS.
           SELECT DIST-CONTROL-REPORT-FILE ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SQ-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-CONTROL-FILE.
       COPY DISTCTL.

       FD  DEPARTMENT-MASTER-FILE.
       COPY DEPTMAST.

       FD  EMPLOYEE-ROSTER-FILE.
       COPY EMPROSTR.

       FD  EMP-PLAYER-XREF-FILE.
       COPY EMPXREF.

      * The five department reports are read back as plain print
      * lines; the shorter ones simply come in space-filled.
       FD  DEPT-REPORT-FILE.
       01  DEPT-REPORT-RECORD      PIC X(132).

       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-RECORD  PIC X(132).

       FD  DEPT-GAME-REPORT-FILE.
       01  DEPT-GAME-REPORT-RECORD PIC X(132).

       FD  HOURS-REPORT-FILE.
       01  HOURS-REPORT-RECORD     PIC X(132).

       FD  STATS-REPORT-FILE.
       01  STATS-REPORT-RECORD     PIC X(132).

       FD  DIST-OUTPUT-FILE.
       COPY DISTOUT.

       FD  DIST-LOG-FILE.
       COPY DISTLOG.

       FD  DIST-CONTROL-REPORT-FILE.
       01  DIST-CONTROL-REPORT-RECORD PIC X(100).

       FD  AUDIT-LOG-FILE.
       COPY AUDITLOG.

       FD  AUDIT-SEQ-FILE.
       01  AUDIT-SEQ-RECORD.
           05  SQ-NEXT-SEQUENCE    PIC 9(7).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-DC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DM-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-ER-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-XR-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-R1-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-R2-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-R3-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-R4-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-R5-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DO-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-DL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AL-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-SQ-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RC-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-BD-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-AUDIT-SEQUENCE PIC 9(7) VALUE ZERO.
       01  WS-EOF-SW PIC X VALUE "N".
           88 WS-EOF VALUE "Y".
       01  WS-RC-EOF-SW PIC X VALUE "N".
           88 WS-RC-EOF VALUE "Y".
       01  WS-ALREADY-RUN-SW PIC X VALUE "N".
           88 WS-ALREADY-RUN VALUE "Y".
       01  WS-RC-STATUS-VALUE PIC X(10) VALUE SPACES.
       01  WS-DEPTMAST-AVAIL-SW PIC X VALUE "N".
           88 WS-DEPTMAST-AVAIL VALUE "Y".
       01  WS-ROSTER-AVAIL-SW PIC X VALUE "N".
           88 WS-ROSTER-AVAIL VALUE "Y".
       01  WS-XREF-AVAIL-SW PIC X VALUE "N".
           88 WS-XREF-AVAIL VALUE "Y".
      * The reports this step knows how to burst, in the order
      * they print inside a packet. The index is the one every
      * report-file paragraph switches on.
       01  WS-REPORT-NAMES.
           05  FILLER PIC X(8) VALUE "DEPTRPT".
           05  FILLER PIC X(8) VALUE "COVRPT".
           05  FILLER PIC X(8) VALUE "DEPTGRPT".
           05  FILLER PIC X(8) VALUE "HOURSRPT".
           05  FILLER PIC X(8) VALUE "STATSRPT".
       01  WS-REPORT-NAME-TABLE REDEFINES WS-REPORT-NAMES.
           05  WS-RPT-ID PIC X(8) OCCURS 5 TIMES.
       01  WS-REPORT-STATE-TABLE.
           05  WS-RPT-ENTRY OCCURS 5 TIMES.
               10  WS-RPT-STATE        PIC X(1).
               10  WS-RPT-DATE         PIC X(10).
       01  WS-RPT-IX PIC 9(1) VALUE ZERO.
       01  WS-RPT-FILE-STATUS PIC XX VALUE SPACES.
       01  WS-RPT-EOF-SW PIC X VALUE "N".
           88 WS-RPT-EOF VALUE "Y".
       01  WS-REPORT-LINE PIC X(132) VALUE SPACES.
       01  WS-REPORT-LINE-NO PIC 9(7) VALUE ZERO.
      * One entry per accepted control card.
       01  WS-CARD-IX PIC 9(3) VALUE ZERO.
       01  WS-SECTION-IX PIC 9(3) VALUE ZERO.
       01  WS-CARD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 200 TIMES.
               10  WS-CARD-RPT-IX      PIC 9(1).
               10  WS-CARD-RECIPIENT   PIC X(20).
               10  WS-CARD-DEPT        PIC X(4).
               10  WS-CARD-SHIFT       PIC X(1).
               10  WS-CARD-DONE-SW     PIC X(1).
       01  WS-CARD-VALID-SW PIC X VALUE "N".
           88 WS-CARD-VALID VALUE "Y".
       01  WS-REJECT-REASON PIC X(30) VALUE SPACES.
      * The packet being built for one recipient.
       01  WS-CUR-RECIPIENT PIC X(20) VALUE SPACES.
       01  WS-PACKET-PAGE PIC 9(4) VALUE ZERO.
       01  WS-PAGE-LINE PIC 9(3) VALUE ZERO.
       01  WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01  WS-PACKET-SECTIONS PIC 9(3) VALUE ZERO.
       01  WS-PACKET-LINES PIC 9(7) VALUE ZERO.
       01  WS-OUT-LINE PIC X(132) VALUE SPACES.
      * The section being cut from one report for one card.
       01  WS-FULL-COPY-SW PIC X VALUE "N".
           88 WS-FULL-COPY VALUE "Y".
       01  WS-IN-HEADER-SW PIC X VALUE "Y".
           88 WS-IN-HEADER VALUE "Y".
       01  WS-LAST-MATCH-SW PIC X VALUE "N".
           88 WS-LAST-MATCH VALUE "Y".
       01  WS-HELD-BLANK-SW PIC X VALUE "N".
           88 WS-HELD-BLANK VALUE "Y".
       01  WS-HELD-HEADING PIC X(132) VALUE SPACES.
       01  WS-SECTION-FIRST-PAGE PIC 9(4) VALUE ZERO.
       01  WS-SECTION-LINES PIC 9(5) VALUE ZERO.
       01  WS-SECTION-DETAILS PIC 9(5) VALUE ZERO.
       01  WS-SECTION-STATUS PIC X(8) VALUE SPACES.
      * What the line just read belongs to: H report header, D a
      * department detail line, C continuation of the line above,
      * O a heading or total with no department, B blank.
       01  WS-LINE-CLASS PIC X(1) VALUE SPACE.
       01  WS-LINE-DEPT PIC X(4) VALUE SPACES.
       01  WS-LINE-SHIFT PIC X(1) VALUE SPACE.
       01  WS-LOOKUP-EMPLOYEE-ID PIC X(6) VALUE SPACES.
       01  WS-LOOKUP-PLAYER-ID PIC X(10) VALUE SPACES.
       01  WS-RECIPIENT-COUNT PIC 9(5) VALUE ZERO.
       01  WS-SECTIONS-SENT PIC 9(5) VALUE ZERO.
       01  WS-SECTIONS-NOT-SENT PIC 9(5) VALUE ZERO.
       01  WS-CARDS-READ PIC 9(5) VALUE ZERO.
       01  WS-CARDS-REJECTED PIC 9(5) VALUE ZERO.
       01  WS-AUDIT-OUTCOME PIC X(20) VALUE SPACES.
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
      * Cuts the night's department reports into one packet per
      * recipient by the DISTCTL control cards: a banner page, the
      * pages of each report they are down for - only their own
      * department's and shift's lines unless the card asks for
      * the full copy - and a page-count trailer. Every section
      * sent, or not sent, goes on the DISTLOG distribution log
      * against the business date. A report not produced for the
      * business date is never sent in its place: the recipient
      * gets a line saying so and the log says NOT RUN or STALE.
           PERFORM 0050-SET-BUSINESS-DATE
           PERFORM 0200-CHECK-RUN-CONTROL
           MOVE "STARTED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
           OPEN OUTPUT DIST-CONTROL-REPORT-FILE
           PERFORM 9000-WRITE-CONTROL-HEADER
           PERFORM 0100-LOAD-DISTRIBUTION
           PERFORM 0300-OPEN-LOOKUPS
           PERFORM 0400-CHECK-REPORTS
           OPEN OUTPUT DIST-OUTPUT-FILE
           OPEN EXTEND DIST-LOG-FILE
           IF WS-DL-FILE-STATUS = "35"
               OPEN OUTPUT DIST-LOG-FILE
            END-IF
           PERFORM 1000-BURST-REPORTS
           CLOSE DIST-LOG-FILE
           CLOSE DIST-OUTPUT-FILE
           IF WS-ROSTER-AVAIL
               CLOSE EMPLOYEE-ROSTER-FILE
            END-IF
           IF WS-XREF-AVAIL
               CLOSE EMP-PLAYER-XREF-FILE
            END-IF
           PERFORM 9200-WRITE-CONTROL-SUMMARY
           CLOSE DIST-CONTROL-REPORT-FILE
           IF WS-SECTIONS-NOT-SENT > ZERO
                   OR WS-CARDS-REJECTED > ZERO
               MOVE "BURST INCOMPLETE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 4 TO RETURN-CODE
            ELSE
               MOVE "BURST DONE" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
            END-IF
           MOVE "COMPLETED" TO WS-RC-STATUS-VALUE
           PERFORM 9500-WRITE-RUN-CONTROL
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

       0100-LOAD-DISTRIBUTION.
           OPEN INPUT DIST-CONTROL-FILE
           IF WS-DC-FILE-STATUS NOT = "00"
               DISPLAY "Distribution control file is not "
                   "available - no report can be distributed."
               CLOSE DIST-CONTROL-REPORT-FILE
               MOVE "DISTCTL MISSING" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
            END-IF
           OPEN INPUT DEPARTMENT-MASTER-FILE
           IF WS-DM-FILE-STATUS = "00"
               SET WS-DEPTMAST-AVAIL TO TRUE
            END-IF
           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL WS-EOF
               READ DIST-CONTROL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM 0150-EDIT-CARD
                END-READ
            END-PERFORM
           IF WS-DEPTMAST-AVAIL
               CLOSE DEPARTMENT-MASTER-FILE
            END-IF
           CLOSE DIST-CONTROL-FILE.

       0150-EDIT-CARD.
           MOVE "Y" TO WS-CARD-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-RPT-IX
           EVALUATE TRUE
               WHEN DC-REPORT-ID = "DEPTRPT"
                   MOVE 1 TO WS-RPT-IX
               WHEN DC-REPORT-ID = "COVRPT"
                   MOVE 2 TO WS-RPT-IX
               WHEN DC-REPORT-ID = "DEPTGRPT"
                   MOVE 3 TO WS-RPT-IX
               WHEN DC-REPORT-ID = "HOURSRPT"
                   MOVE 4 TO WS-RPT-IX
               WHEN DC-REPORT-ID = "STATSRPT"
                   MOVE 5 TO WS-RPT-IX
               WHEN OTHER
                   MOVE "N" TO WS-CARD-VALID-SW
                   MOVE "UNKNOWN REPORT" TO WS-REJECT-REASON
            END-EVALUATE
           IF WS-CARD-VALID AND DC-RECIPIENT = SPACES
               MOVE "N" TO WS-CARD-VALID-SW
               MOVE "NO RECIPIENT" TO WS-REJECT-REASON
            END-IF
           IF WS-CARD-VALID AND DC-DEPT-CODE NOT = "*ALL"
               IF DC-DEPT-CODE = SPACES
                   MOVE "N" TO WS-CARD-VALID-SW
                   MOVE "NO DEPT (USE *ALL)" TO WS-REJECT-REASON
                ELSE
                   IF WS-DEPTMAST-AVAIL
                       MOVE DC-DEPT-CODE TO DM-DEPT-CODE
                       READ DEPARTMENT-MASTER-FILE
                           INVALID KEY
                               MOVE "N" TO WS-CARD-VALID-SW
                               MOVE "DEPT NOT ON DEPTMAST"
                                   TO WS-REJECT-REASON
                        END-READ
                    END-IF
                END-IF
            END-IF
           IF NOT WS-CARD-VALID
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
               STRING "  REJECTED CARD: " DIST-CONTROL-RECORD
                   "  REASON: " WS-REJECT-REASON
                   DELIMITED BY SIZE INTO DIST-CONTROL-REPORT-RECORD
               WRITE DIST-CONTROL-REPORT-RECORD
            ELSE
      * A card dropped for want of table room is a recipient who
      * silently stops getting their pages - a hard stop.
               IF WS-CARD-COUNT >= 200
                   DISPLAY "Distribution table is full - raise the "
                       "OCCURS in REPORT-BURST and rerun."
                   MOVE "DIST TABLE FULL" TO WS-AUDIT-OUTCOME
                   PERFORM 9300-WRITE-AUDIT-LOG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                END-IF
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-RPT-IX TO WS-CARD-RPT-IX(WS-CARD-COUNT)
               MOVE DC-RECIPIENT TO WS-CARD-RECIPIENT(WS-CARD-COUNT)
               MOVE DC-DEPT-CODE TO WS-CARD-DEPT(WS-CARD-COUNT)
               MOVE DC-SHIFT-CODE TO WS-CARD-SHIFT(WS-CARD-COUNT)
               MOVE "N" TO WS-CARD-DONE-SW(WS-CARD-COUNT)
            END-IF.

       0300-OPEN-LOOKUPS.
      * HOURSRPT and the DEPTRPT exception lines carry only an
      * employee id, STATSRPT only a player id: the roster (and
      * the cross-reference for players) says whose department
      * they belong to. Without them those lines go only to the
      * full copies.
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-ER-FILE-STATUS = "00"
               SET WS-ROSTER-AVAIL TO TRUE
            ELSE
               DISPLAY "Employee roster is not available - "
                   "employee lines go to full copies only."
            END-IF
           OPEN INPUT EMP-PLAYER-XREF-FILE
           IF WS-XR-FILE-STATUS = "00"
               SET WS-XREF-AVAIL TO TRUE
            ELSE
               DISPLAY "Cross-reference is not available - "
                   "player lines go to full copies only."
            END-IF.

       0400-CHECK-REPORTS.
      * Each report's second line is its "Run date: " line. Only
      * a report run for this business date is distributed.
           MOVE ZERO TO WS-RPT-IX
           PERFORM UNTIL WS-RPT-IX >= 5
               ADD 1 TO WS-RPT-IX
               MOVE "M" TO WS-RPT-STATE(WS-RPT-IX)
               MOVE SPACES TO WS-RPT-DATE(WS-RPT-IX)
               PERFORM 7000-OPEN-REPORT
               IF WS-RPT-FILE-STATUS = "00"
                   PERFORM 7100-READ-REPORT
                   IF NOT WS-RPT-EOF
                       PERFORM 7100-READ-REPORT
                    END-IF
                   IF NOT WS-RPT-EOF
                           AND WS-REPORT-LINE(1:10) = "Run date: "
                       MOVE WS-REPORT-LINE(11:10)
                           TO WS-RPT-DATE(WS-RPT-IX)
                       IF WS-RPT-DATE(WS-RPT-IX) = WS-RUN-DATE
                           MOVE "Y" TO WS-RPT-STATE(WS-RPT-IX)
                        ELSE
                           MOVE "S" TO WS-RPT-STATE(WS-RPT-IX)
                        END-IF
                    END-IF
                   PERFORM 7200-CLOSE-REPORT
                END-IF
            END-PERFORM.

       1000-BURST-REPORTS.
      * One packet per recipient, taking their cards in the order
      * they stand on DISTCTL, wherever on the file they are.
           MOVE ZERO TO WS-CARD-IX
           PERFORM UNTIL WS-CARD-IX >= WS-CARD-COUNT
               ADD 1 TO WS-CARD-IX
               IF WS-CARD-DONE-SW(WS-CARD-IX) = "N"
                   PERFORM 1100-WRITE-PACKET
                END-IF
            END-PERFORM.

       1100-WRITE-PACKET.
           ADD 1 TO WS-RECIPIENT-COUNT
           MOVE WS-CARD-RECIPIENT(WS-CARD-IX) TO WS-CUR-RECIPIENT
           MOVE ZERO TO WS-PACKET-PAGE
           MOVE ZERO TO WS-PACKET-SECTIONS
           MOVE ZERO TO WS-PACKET-LINES
           PERFORM 1150-WRITE-BANNER
           MOVE WS-CARD-IX TO WS-SECTION-IX
           SUBTRACT 1 FROM WS-SECTION-IX
           PERFORM UNTIL WS-SECTION-IX >= WS-CARD-COUNT
               ADD 1 TO WS-SECTION-IX
               IF WS-CARD-RECIPIENT(WS-SECTION-IX) = WS-CUR-RECIPIENT
                   MOVE "Y" TO WS-CARD-DONE-SW(WS-SECTION-IX)
                   PERFORM 1200-BURST-SECTION
                END-IF
            END-PERFORM
           PERFORM 1190-WRITE-TRAILER.

       1150-WRITE-BANNER.
           PERFORM 2100-START-NEW-PAGE
           MOVE ALL "*" TO WS-OUT-LINE
           PERFORM 2000-WRITE-PACKET-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "*  REPORT DISTRIBUTION FOR " WS-CUR-RECIPIENT
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 2000-WRITE-PACKET-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "*  Business date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 2000-WRITE-PACKET-LINE
           MOVE "*" TO WS-OUT-LINE
           PERFORM 2000-WRITE-PACKET-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "*  This packet holds:" DELIMITED BY SIZE
               INTO WS-OUT-LINE
           PERFORM 2000-WRITE-PACKET-LINE
           MOVE WS-CARD-IX TO WS-SECTION-IX
           SUBTRACT 1 FROM WS-SECTION-IX
           PERFORM UNTIL WS-SECTION-IX >= WS-CARD-COUNT
               ADD 1 TO WS-SECTION-IX
               IF WS-CARD-RECIPIENT(WS-SECTION-IX) = WS-CUR-RECIPIENT
                   PERFORM 1160-WRITE-BANNER-ENTRY
                END-IF
            END-PERFORM
           MOVE ALL "*" TO WS-OUT-LINE
           PERFORM 2000-WRITE-PACKET-LINE.

       1160-WRITE-BANNER-ENTRY.
           MOVE WS-CARD-RPT-IX(WS-SECTION-IX) TO WS-RPT-IX
           MOVE SPACES TO WS-OUT-LINE
           STRING "*    " WS-RPT-ID(WS-RPT-IX)
               "  Dept: " WS-CARD-DEPT(WS-SECTION-IX)
               "  Shift: " WS-CARD-SHIFT(WS-SECTION-IX)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           IF WS-CARD-SHIFT(WS-SECTION-IX) = SPACE
               MOVE "*" TO WS-OUT-LINE(35:1)
            END-IF
           PERFORM 2000-WRITE-PACKET-LINE.

       1190-WRITE-TRAILER.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM 2000-WRITE-PACKET-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "*** END OF DISTRIBUTION FOR " WS-CUR-RECIPIENT
               " - reports: " WS-PACKET-SECTIONS
               "  pages: " WS-PACKET-PAGE
               "  lines: " WS-PACKET-LINES " ***"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM 2000-WRITE-PACKET-LINE.

       1200-BURST-SECTION.
           ADD 1 TO WS-PACKET-SECTIONS
           MOVE WS-CARD-RPT-IX(WS-SECTION-IX) TO WS-RPT-IX
           MOVE ZERO TO WS-SECTION-LINES
           MOVE ZERO TO WS-SECTION-DETAILS
           MOVE "N" TO WS-FULL-COPY-SW
           IF WS-CARD-DEPT(WS-SECTION-IX) = "*ALL"
                   AND WS-CARD-SHIFT(WS-SECTION-IX) = SPACE
               SET WS-FULL-COPY TO TRUE
            END-IF
           PERFORM 2100-START-NEW-PAGE
           MOVE WS-PACKET-PAGE TO WS-SECTION-FIRST-PAGE
           EVALUATE WS-RPT-STATE(WS-RPT-IX)
               WHEN "Y"
                   PERFORM 1250-COPY-SECTION-LINES
                   IF WS-SECTION-DETAILS = ZERO AND NOT WS-FULL-COPY
                       MOVE SPACES TO WS-OUT-LINE
                       PERFORM 2000-WRITE-PACKET-LINE
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "No entries for department "
                           WS-CARD-DEPT(WS-SECTION-IX)
                           " on this report today."
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM 2000-WRITE-PACKET-LINE
                       MOVE "NIL" TO WS-SECTION-STATUS
                    ELSE
                       MOVE "SENT" TO WS-SECTION-STATUS
                    END-IF
                   ADD 1 TO WS-SECTIONS-SENT
               WHEN "S"
                   MOVE SPACES TO WS-OUT-LINE
                   STRING WS-RPT-ID(WS-RPT-IX)
                       " on file is for " WS-RPT-DATE(WS-RPT-IX)
                       ", not " WS-RUN-DATE
                       " - it has not been sent."
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 2000-WRITE-PACKET-LINE
                   MOVE "STALE" TO WS-SECTION-STATUS
                   ADD 1 TO WS-SECTIONS-NOT-SENT
               WHEN OTHER
                   MOVE SPACES TO WS-OUT-LINE
                   STRING WS-RPT-ID(WS-RPT-IX)
                       " was not produced for " WS-RUN-DATE
                       " - nothing to send."
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM 2000-WRITE-PACKET-LINE
                   MOVE "NOT RUN" TO WS-SECTION-STATUS
                   ADD 1 TO WS-SECTIONS-NOT-SENT
            END-EVALUATE
           PERFORM 1500-LOG-SECTION.

       1250-COPY-SECTION-LINES.
           MOVE "Y" TO WS-IN-HEADER-SW
           MOVE "N" TO WS-LAST-MATCH-SW
           MOVE "N" TO WS-HELD-BLANK-SW
           MOVE SPACES TO WS-HELD-HEADING
           MOVE ZERO TO WS-REPORT-LINE-NO
           PERFORM 7000-OPEN-REPORT
           PERFORM UNTIL WS-RPT-EOF
               PERFORM 7100-READ-REPORT
               IF NOT WS-RPT-EOF
                   ADD 1 TO WS-REPORT-LINE-NO
                   IF WS-FULL-COPY
                       MOVE WS-REPORT-LINE TO WS-OUT-LINE
                       PERFORM 2000-WRITE-PACKET-LINE
                       ADD 1 TO WS-SECTION-DETAILS
                    ELSE
                       PERFORM 1300-CLASSIFY-LINE
                       PERFORM 1400-ROUTE-LINE
                    END-IF
                END-IF
            END-PERFORM
           IF WS-RPT-FILE-STATUS = "00"
               PERFORM 7200-CLOSE-REPORT
            END-IF.

       1300-CLASSIFY-LINE.
      * The department reports all print "Dept: cccc <name 30>
      * Shift: s", so the code is at column 7 and the shift at
      * column 51. HOURSRPT starts each employee's line with the
      * id, DEPTRPT indents its exception lines two, STATSRPT
      * opens each player with "Player: "; indented lines belong
      * to whatever line they follow.
           MOVE SPACES TO WS-LINE-DEPT
           MOVE SPACE TO WS-LINE-SHIFT
           EVALUATE TRUE
               WHEN WS-REPORT-LINE-NO <= 2
                   MOVE "H" TO WS-LINE-CLASS
               WHEN WS-REPORT-LINE = SPACES
                   MOVE "B" TO WS-LINE-CLASS
               WHEN WS-REPORT-LINE(1:6) = "Dept: "
                   MOVE "D" TO WS-LINE-CLASS
                   MOVE WS-REPORT-LINE(7:4) TO WS-LINE-DEPT
                   MOVE WS-REPORT-LINE(51:1) TO WS-LINE-SHIFT
               WHEN WS-RPT-IX = 5
                       AND WS-REPORT-LINE(1:8) = "Player: "
                   MOVE WS-REPORT-LINE(9:10) TO WS-LOOKUP-PLAYER-ID
                   PERFORM 7400-LOOK-UP-PLAYER
               WHEN WS-RPT-IX = 4 AND WS-REPORT-LINE(1:1) NOT = SPACE
                   MOVE WS-REPORT-LINE(1:6) TO WS-LOOKUP-EMPLOYEE-ID
                   PERFORM 7300-LOOK-UP-EMPLOYEE
               WHEN WS-RPT-IX = 1 AND WS-REPORT-LINE(1:2) = SPACES
                       AND WS-REPORT-LINE(3:1) NOT = SPACE
                   MOVE WS-REPORT-LINE(3:6) TO WS-LOOKUP-EMPLOYEE-ID
                   PERFORM 7300-LOOK-UP-EMPLOYEE
               WHEN WS-REPORT-LINE(1:2) = SPACES
                   MOVE "C" TO WS-LINE-CLASS
               WHEN OTHER
                   MOVE "O" TO WS-LINE-CLASS
            END-EVALUATE
      * Until the first department line, everything is the
      * report's own heading and goes to every recipient - a
      * "no sign-ins today" or non-working-day notice included.
           IF WS-IN-HEADER
               IF WS-LINE-CLASS = "D"
                   MOVE "N" TO WS-IN-HEADER-SW
                ELSE
                   MOVE "H" TO WS-LINE-CLASS
                END-IF
            END-IF.

       1400-ROUTE-LINE.
      * Headings and totals with no department are held back and
      * printed only ahead of this recipient's next matching line,
      * so a section heading comes with the lines under it and the
      * whole-report totals never reach a single department.
           EVALUATE WS-LINE-CLASS
               WHEN "H"
                   MOVE WS-REPORT-LINE TO WS-OUT-LINE
                   PERFORM 2000-WRITE-PACKET-LINE
               WHEN "B"
                   SET WS-HELD-BLANK TO TRUE
               WHEN "O"
                   MOVE WS-REPORT-LINE TO WS-HELD-HEADING
                   MOVE "N" TO WS-LAST-MATCH-SW
               WHEN "C"
                   IF WS-LAST-MATCH
                       MOVE WS-REPORT-LINE TO WS-OUT-LINE
                       PERFORM 2000-WRITE-PACKET-LINE
                    END-IF
               WHEN "D"
                   MOVE "N" TO WS-LAST-MATCH-SW
                   IF (WS-CARD-DEPT(WS-SECTION-IX) = "*ALL"
                           OR WS-CARD-DEPT(WS-SECTION-IX)
                               = WS-LINE-DEPT)
                           AND (WS-CARD-SHIFT(WS-SECTION-IX) = SPACE
                           OR WS-CARD-SHIFT(WS-SECTION-IX)
                               = WS-LINE-SHIFT)
                       SET WS-LAST-MATCH TO TRUE
                       PERFORM 1450-FLUSH-HELD-LINES
                       MOVE WS-REPORT-LINE TO WS-OUT-LINE
                       PERFORM 2000-WRITE-PACKET-LINE
                       ADD 1 TO WS-SECTION-DETAILS
                    END-IF
            END-EVALUATE.

       1450-FLUSH-HELD-LINES.
           IF WS-HELD-BLANK
               MOVE SPACES TO WS-OUT-LINE
               PERFORM 2000-WRITE-PACKET-LINE
               MOVE "N" TO WS-HELD-BLANK-SW
            END-IF
           IF WS-HELD-HEADING NOT = SPACES
               MOVE WS-HELD-HEADING TO WS-OUT-LINE
               PERFORM 2000-WRITE-PACKET-LINE
               MOVE SPACES TO WS-HELD-HEADING
            END-IF.

       1500-LOG-SECTION.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           MOVE WS-RUN-DATE TO DL-BUSINESS-DATE
           MOVE WS-RUN-TIME TO DL-LOG-TIME
           MOVE WS-CUR-RECIPIENT TO DL-RECIPIENT
           MOVE WS-RPT-ID(WS-RPT-IX) TO DL-REPORT-ID
           MOVE WS-CARD-DEPT(WS-SECTION-IX) TO DL-DEPT-CODE
           MOVE WS-CARD-SHIFT(WS-SECTION-IX) TO DL-SHIFT-CODE
           MOVE WS-SECTION-STATUS TO DL-STATUS
           MOVE WS-RPT-DATE(WS-RPT-IX) TO DL-REPORT-DATE
           MOVE WS-SECTION-FIRST-PAGE TO DL-FIRST-PAGE
           COMPUTE DL-PAGES =
               WS-PACKET-PAGE - WS-SECTION-FIRST-PAGE + 1
           MOVE WS-SECTION-LINES TO DL-LINES
           WRITE DIST-LOG-RECORD
           PERFORM 9100-WRITE-SECTION-LINE.

       2000-WRITE-PACKET-LINE.
           IF WS-PAGE-LINE >= WS-LINES-PER-PAGE
               PERFORM 2100-START-NEW-PAGE
            END-IF
           MOVE WS-CUR-RECIPIENT TO DO-RECIPIENT
           MOVE WS-RUN-DATE TO DO-BUSINESS-DATE
           MOVE WS-PACKET-PAGE TO DO-PAGE
           MOVE WS-OUT-LINE TO DO-LINE
           WRITE DIST-OUTPUT-RECORD
           ADD 1 TO WS-PAGE-LINE
           ADD 1 TO WS-PACKET-LINES
           ADD 1 TO WS-SECTION-LINES.

       2100-START-NEW-PAGE.
      * Every page after the banner opens with a heading saying
      * whose it is and which report it carries.
           ADD 1 TO WS-PACKET-PAGE
           MOVE ZERO TO WS-PAGE-LINE
           IF WS-PACKET-PAGE > 1
               MOVE SPACES TO DO-LINE
               STRING WS-CUR-RECIPIENT "  " WS-RPT-ID(WS-RPT-IX)
                   "  Dept: " WS-CARD-DEPT(WS-SECTION-IX)
                   "  Shift: " WS-CARD-SHIFT(WS-SECTION-IX)
                   "  Business date: " WS-RUN-DATE
                   "  Page: " WS-PACKET-PAGE
                   DELIMITED BY SIZE INTO DO-LINE
               MOVE WS-CUR-RECIPIENT TO DO-RECIPIENT
               MOVE WS-RUN-DATE TO DO-BUSINESS-DATE
               MOVE WS-PACKET-PAGE TO DO-PAGE
               WRITE DIST-OUTPUT-RECORD
               ADD 1 TO WS-PAGE-LINE
               ADD 1 TO WS-PACKET-LINES
            END-IF.

       7000-OPEN-REPORT.
           MOVE "N" TO WS-RPT-EOF-SW
           EVALUATE WS-RPT-IX
               WHEN 1
                   OPEN INPUT DEPT-REPORT-FILE
                   MOVE WS-R1-FILE-STATUS TO WS-RPT-FILE-STATUS
               WHEN 2
                   OPEN INPUT COVERAGE-REPORT-FILE
                   MOVE WS-R2-FILE-STATUS TO WS-RPT-FILE-STATUS
               WHEN 3
                   OPEN INPUT DEPT-GAME-REPORT-FILE
                   MOVE WS-R3-FILE-STATUS TO WS-RPT-FILE-STATUS
               WHEN 4
                   OPEN INPUT HOURS-REPORT-FILE
                   MOVE WS-R4-FILE-STATUS TO WS-RPT-FILE-STATUS
               WHEN 5
                   OPEN INPUT STATS-REPORT-FILE
                   MOVE WS-R5-FILE-STATUS TO WS-RPT-FILE-STATUS
            END-EVALUATE
           IF WS-RPT-FILE-STATUS NOT = "00"
               SET WS-RPT-EOF TO TRUE
            END-IF.

       7100-READ-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-RPT-IX
               WHEN 1
                   READ DEPT-REPORT-FILE INTO WS-REPORT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                    END-READ
               WHEN 2
                   READ COVERAGE-REPORT-FILE INTO WS-REPORT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                    END-READ
               WHEN 3
                   READ DEPT-GAME-REPORT-FILE INTO WS-REPORT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                    END-READ
               WHEN 4
                   READ HOURS-REPORT-FILE INTO WS-REPORT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                    END-READ
               WHEN 5
                   READ STATS-REPORT-FILE INTO WS-REPORT-LINE
                       AT END
                           SET WS-RPT-EOF TO TRUE
                    END-READ
            END-EVALUATE.

       7200-CLOSE-REPORT.
           EVALUATE WS-RPT-IX
               WHEN 1
                   CLOSE DEPT-REPORT-FILE
               WHEN 2
                   CLOSE COVERAGE-REPORT-FILE
               WHEN 3
                   CLOSE DEPT-GAME-REPORT-FILE
               WHEN 4
                   CLOSE HOURS-REPORT-FILE
               WHEN 5
                   CLOSE STATS-REPORT-FILE
            END-EVALUATE.

       7300-LOOK-UP-EMPLOYEE.
      * An id the roster does not know belongs to no department:
      * the line is treated like a total, for full copies only.
           MOVE "O" TO WS-LINE-CLASS
           IF WS-ROSTER-AVAIL
               MOVE WS-LOOKUP-EMPLOYEE-ID TO ER-EMPLOYEE-ID
               READ EMPLOYEE-ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "D" TO WS-LINE-CLASS
                       MOVE ER-DEPT-CODE TO WS-LINE-DEPT
                       MOVE ER-SHIFT-CODE TO WS-LINE-SHIFT
                END-READ
            END-IF.

       7400-LOOK-UP-PLAYER.
           MOVE "O" TO WS-LINE-CLASS
           IF WS-XREF-AVAIL
               MOVE WS-LOOKUP-PLAYER-ID TO XR-PLAYER-ID
               READ EMP-PLAYER-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-EMPLOYEE-ID TO WS-LOOKUP-EMPLOYEE-ID
                       PERFORM 7300-LOOK-UP-EMPLOYEE
                END-READ
            END-IF.

       9000-WRITE-CONTROL-HEADER.
           MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
           STRING "REPORT DISTRIBUTION CONTROL" DELIMITED BY SIZE
               INTO DIST-CONTROL-REPORT-RECORD
           WRITE DIST-CONTROL-REPORT-RECORD
           MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
           STRING "Run date: " WS-RUN-DATE DELIMITED BY SIZE
               INTO DIST-CONTROL-REPORT-RECORD
           WRITE DIST-CONTROL-REPORT-RECORD
           MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
           WRITE DIST-CONTROL-REPORT-RECORD.

       9100-WRITE-SECTION-LINE.
           MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
           STRING "  " WS-CUR-RECIPIENT
               " " WS-RPT-ID(WS-RPT-IX)
               " Dept: " WS-CARD-DEPT(WS-SECTION-IX)
               " Shift: " WS-CARD-SHIFT(WS-SECTION-IX)
               "  " WS-SECTION-STATUS
               " Pages: " DL-FIRST-PAGE "-" WS-PACKET-PAGE
               " Lines: " WS-SECTION-LINES
               DELIMITED BY SIZE INTO DIST-CONTROL-REPORT-RECORD
           WRITE DIST-CONTROL-REPORT-RECORD.

       9200-WRITE-CONTROL-SUMMARY.
           MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
           WRITE DIST-CONTROL-REPORT-RECORD
           MOVE ZERO TO WS-RPT-IX
           PERFORM UNTIL WS-RPT-IX >= 5
               ADD 1 TO WS-RPT-IX
               MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
               EVALUATE WS-RPT-STATE(WS-RPT-IX)
                   WHEN "Y"
                       STRING "  " WS-RPT-ID(WS-RPT-IX)
                           " run for " WS-RPT-DATE(WS-RPT-IX)
                           DELIMITED BY SIZE
                           INTO DIST-CONTROL-REPORT-RECORD
                   WHEN "S"
                       STRING "  " WS-RPT-ID(WS-RPT-IX)
                           " STALE - on file for "
                           WS-RPT-DATE(WS-RPT-IX)
                           DELIMITED BY SIZE
                           INTO DIST-CONTROL-REPORT-RECORD
                   WHEN OTHER
                       STRING "  " WS-RPT-ID(WS-RPT-IX)
                           " NOT RUN - no report on file"
                           DELIMITED BY SIZE
                           INTO DIST-CONTROL-REPORT-RECORD
                END-EVALUATE
               WRITE DIST-CONTROL-REPORT-RECORD
            END-PERFORM
           MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
           WRITE DIST-CONTROL-REPORT-RECORD
           MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
           STRING "Cards read: " WS-CARDS-READ
               "  rejected: " WS-CARDS-REJECTED
               "  Recipients: " WS-RECIPIENT-COUNT
               DELIMITED BY SIZE INTO DIST-CONTROL-REPORT-RECORD
           WRITE DIST-CONTROL-REPORT-RECORD
           MOVE SPACES TO DIST-CONTROL-REPORT-RECORD
           STRING "Sections sent: " WS-SECTIONS-SENT
               "  not sent: " WS-SECTIONS-NOT-SENT
               DELIMITED BY SIZE INTO DIST-CONTROL-REPORT-RECORD
           WRITE DIST-CONTROL-REPORT-RECORD.

       0200-CHECK-RUN-CONTROL.
      * A rerun must not put the same night's packets out twice -
      * every department head would be sent their pages again.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RC-FILE-STATUS = "00"
               MOVE "N" TO WS-RC-EOF-SW
               PERFORM UNTIL WS-RC-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-RC-EOF TO TRUE
                       NOT AT END
                           IF RC-RUN-DATE = WS-RUN-DATE
                                   AND RC-PROGRAM-ID =
                                       "REPORT-BURST"
                                   AND RC-STATUS = "COMPLETED"
                               SET WS-ALREADY-RUN TO TRUE
                            END-IF
                    END-READ
                END-PERFORM
               CLOSE RUN-CONTROL-FILE
            END-IF
           IF WS-ALREADY-RUN
               DISPLAY "REPORT-BURST already completed for "
                   WS-RUN-DATE " - skipping this rerun."
               MOVE "ALREADY RUN" TO WS-AUDIT-OUTCOME
               PERFORM 9300-WRITE-AUDIT-LOG
               STOP RUN
            END-IF.

       9300-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-RUN-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-RUN-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-RUN-SECOND
           PERFORM 9950-NEXT-AUDIT-SEQUENCE
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
            END-IF
           MOVE "REPORT-BURST" TO AL-PROGRAM-ID
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
           MOVE "REPORT-BURST" TO RC-PROGRAM-ID
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
