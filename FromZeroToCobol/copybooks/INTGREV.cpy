      * Shared integrity review-list record layout for the INTGREV
      * VSAM cluster, keyed on player id, the business date the
      * case was raised and the rule that raised it. GAME-INTEGRITY
      * adds a case as open each night a rule fires; the desk works
      * it through INTGREV-MAINT, clearing it (nothing wrong) or
      * confirming it, and later resolving a confirmed case once the
      * player's games have been dealt with. While any case for a
      * player stands confirmed, LB-RECON and the season close-out
      * hold that player's games out. IV-OBSERVED is what the rule
      * measured and IV-LIMIT the limit it was held to; IV-DESK-ID
      * and IV-DESK-DATE name the last desk action.
       01  INTEGRITY-REVIEW-RECORD.
           05  IV-CASE-KEY.
               10  IV-PLAYER-ID    PIC X(10).
               10  IV-CASE-DATE    PIC X(10).
               10  IV-RULE-CODE    PIC X(2).
           05  IV-STATUS           PIC X(1).
               88  IV-OPEN         VALUE "O".
               88  IV-CONFIRMED    VALUE "C".
               88  IV-CLEARED      VALUE "X".
               88  IV-RESOLVED     VALUE "R".
           05  IV-OBSERVED         PIC 9(5).
           05  IV-LIMIT            PIC 9(5).
           05  IV-DETAIL           PIC X(40).
           05  IV-DESK-ID          PIC X(10).
           05  IV-DESK-DATE        PIC X(10).
