      * Shared data-quality history record layout. IS-STRING-EMPTY
      * appends one record per field id per rule type at the end of
      * each nightly batch audit, with that business date's pass and
      * fail counts; DQ-SCORECARD reads the accumulated history to
      * set each field's rate against its 30-day average. Rule
      * types: B blank (every value checked - a blank value is the
      * failure, as AH-BLANK-HITS counts it), Q required field
      * blank, N numeric, D date, R min/max range. N, D and R are
      * only counted for a non-blank value whose FLDRULES card asks
      * for that check; R only once the type check has passed.
       01  DQ-HISTORY-RECORD.
           05  DQ-BUSINESS-DATE    PIC X(10).
           05  DQ-FIELD-ID         PIC X(10).
           05  DQ-RULE-TYPE        PIC X.
               88  DQ-BLANK-RULE   VALUE "B".
               88  DQ-REQUIRED-RULE VALUE "Q".
               88  DQ-NUMERIC-RULE VALUE "N".
               88  DQ-DATE-RULE    VALUE "D".
               88  DQ-RANGE-RULE   VALUE "R".
           05  DQ-PASS-COUNT       PIC 9(7).
           05  DQ-FAIL-COUNT       PIC 9(7).
