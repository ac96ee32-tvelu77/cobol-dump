           05  FILLER PIC X(20) VALUE "PARMS VERIFIED".
           05  FILLER PIC X(20) VALUE "CONSOLE SIGNON".
           05  FILLER PIC X(20) VALUE "HR FEED DONE".
           05  FILLER PIC X(20) VALUE "LEDGER DONE".
           05  FILLER PIC X(20) VALUE "STATEMENTS DONE".
           05  FILLER PIC X(20) VALUE "LABOUR COST DONE".
           05  FILLER PIC X(20) VALUE "OT EXCEPTIONS DONE".
           05  FILLER PIC X(20) VALUE "CORRECTIONS LISTED".
           05  FILLER PIC X(20) VALUE "INTEGRITY CLEAN".
           05  FILLER PIC X(20) VALUE "BURST DONE".
           05  FILLER PIC X(20) VALUE "EXPORT DONE".
           05  FILLER PIC X(20) VALUE "RECOVERY COMPLETE".
           05  FILLER PIC X(20) VALUE "RETENTION LISTED".
           05  FILLER PIC X(20) VALUE "RETENTION APPLIED".
           05  FILLER PIC X(20) VALUE "RETENTION SWEPT".
           05  FILLER PIC X(20) VALUE "SCORECARD DONE".
           05  FILLER PIC X(20) VALUE "TOURNEY PAIRED".
           05  FILLER PIC X(20) VALUE "BRACKET DONE".
           05  FILLER PIC X(20) VALUE "RATINGS UPDATED".
           05  FILLER PIC X(20) VALUE "PLAY REVIEW CLEAN".
           05  FILLER PIC X(20) VALUE "QUIZ SHEETS PRINTED".
           05  FILLER PIC X(20) VALUE "QUIZ SCORED".
           05  FILLER PIC X(20) VALUE "INTAKE COMPLETE".
       01  WS-NORMAL-TABLE REDEFINES WS-NORMAL-OUTCOMES.
           05  WS-NORMAL-OUTCOME PIC X(20) OCCURS 71 TIMES.
       01  WS-SORT-EOF-SW PIC X VALUE "N".
           88 WS-SORT-EOF VALUE "Y".
       01  WS-EXC-COUNT PIC 9(7) VALUE ZERO.
       1100-CLASSIFY-AUDIT-RECORD.
           MOVE "N" TO WS-NORMAL-SW
           MOVE ZERO TO WS-NORMAL-IX
           PERFORM 71 TIMES
               ADD 1 TO WS-NORMAL-IX
               IF AL-OUTCOME = WS-NORMAL-OUTCOME(WS-NORMAL-IX)
                   SET WS-OUTCOME-NORMAL TO TRUE
                END-IF
            END-PERFORM
      * A console employee inquiry carries the employee looked up
      * in its outcome, so it cannot sit in the table above.
           IF AL-OUTCOME(1:12) = "EMP INQUIRY "
               SET WS-OUTCOME-NORMAL TO TRUE
            END-IF
      * Likewise each employee a retention run anonymises.
           IF AL-OUTCOME(1:11) = "ANONYMISED "
               SET WS-OUTCOME-NORMAL TO TRUE
            END-IF
           IF NOT WS-OUTCOME-NORMAL
               PERFORM 1200-GRADE-SEVERITY
               PERFORM 1300-STORE-EXCEPTION
               WHEN "RANGEPARM INVALID"
               WHEN "RETNPARM INVALID"
               WHEN "RECONPARM INVALID"
               WHEN "ATTPARM MISSING"
               WHEN "ATTPARM INVALID"
               WHEN "SIGNINLG MISSING"
               WHEN "PAYRATE UNAVAILABLE"
               WHEN "PERHOURS MISSING"
               WHEN "BUDGET TABLE FULL"
               WHEN "OTAUTH TABLE FULL"
               WHEN "ADJREQ TABLE FULL"
               WHEN "PAIDDAYS UNAVAILABLE"
               WHEN "SUPAUTH UNAVAILABLE"
               WHEN "ORPHAN TABLE FULL"
               WHEN "PENDING TABLE FULL"
               WHEN "DISTCTL MISSING"
               WHEN "DIST TABLE FULL"
               WHEN "EXPPARM INVALID"
               WHEN "EXPORT OUTPUT FAILED"
               WHEN "RCVRPARM INVALID"
               WHEN "JOURNAL MISSING"
               WHEN "WRONG BACKUP"
               WHEN "ANONPARM INVALID"
               WHEN "ROSTHIST MISSING"
               WHEN "ANON TABLE FULL"
               WHEN "TRNMATCH UNAVAILABLE"
               WHEN "TOURNEY TABLE FULL"
               WHEN "PLRATING UNAVAILABLE"
               WHEN "INTGREV UNAVAILABLE"
               WHEN "INTGRULE INVALID"
               WHEN "QUIZQST UNAVAILABLE"
               WHEN "QUIZQST MISSING"
               WHEN "QUIZANS MISSING"
               WHEN "BATCHREG UNAVAILABLE"
               WHEN "SENDER TABLE FULL"
               WHEN "ABSENCE UNAVAILABLE"
               WHEN "DEPTMAST UNAVAILABLE"
               WHEN "HOLCAL UNAVAILABLE"
               WHEN "BAD MONTH OVERRIDE"
                   MOVE 16 TO WS-SEVERITY
               WHEN "SYSIN EXHAUSTED"
               WHEN "ACK COUNT SHORT"
               WHEN "ALERTS UNACKED"
               WHEN "SIGNON DENIED"
               WHEN "DUP SEASON SNAPSHOT"
               WHEN "ALREADY SCORED"
               WHEN "LEDGER MISSING"
               WHEN "CORRJRNL MISSING"
               WHEN "DQHIST MISSING"
                   MOVE 8 TO WS-SEVERITY
               WHEN OTHER
                   MOVE 4 TO WS-SEVERITY
