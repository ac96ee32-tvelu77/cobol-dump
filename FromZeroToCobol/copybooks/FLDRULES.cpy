      * Shared field-rule card layout, one card per BC-FIELD-ID.
      * IS-STRING-EMPTY applies the required flag, type (N numeric,
      * D date in YYYY-MM-DD, X any) and optional numeric min/max
      * to every candidate value; DQ-SCORECARD reads the failure
      * threshold, a whole percentage (001-100) that any one rule
      * type's failure rate for the field may not exceed on a
      * business date. A blank or zero threshold raises no alert,
      * so cards keyed before the threshold existed are unchanged.
       01  FIELD-RULE-RECORD.
           05  FR-FIELD-ID         PIC X(10).
           05  FR-REQUIRED-FLAG    PIC X.
           05  FR-TYPE-CODE        PIC X.
           05  FR-MIN-VALUE        PIC X(9).
           05  FR-MAX-VALUE        PIC X(9).
           05  FR-FAIL-THRESHOLD   PIC X(3).
