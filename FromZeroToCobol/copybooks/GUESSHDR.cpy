      * Sender control records on the raw GUESSES feed. Each
      * classroom terminal's file opens with a header (tag always
      * "*HEADER*") naming the sender, the business date the file
      * was cut for and the sender's own batch number, and closes
      * with a trailer (tag always "*TRAILER*") carrying the count
      * of guess records between the two and a hash total - the sum
      * of the numeric guesses, a non-numeric guess counting zero.
      * GUESS-INTAKE proves every batch against its trailer before
      * any of its guesses reach GUESS-EDIT; the tags sit where a
      * guess record carries its player id.
       01  SENDER-HEADER-RECORD.
           05  SH-RECORD-TAG       PIC X(10).
               88  SH-IS-HEADER    VALUE "*HEADER*".
           05  SH-SENDER-ID        PIC X(8).
           05  SH-BUSINESS-DATE    PIC X(10).
           05  SH-BATCH-NO         PIC 9(6).
       01  SENDER-TRAILER-RECORD.
           05  BT-RECORD-TAG       PIC X(10).
               88  BT-IS-TRAILER   VALUE "*TRAILER*".
           05  BT-RECORD-COUNT     PIC 9(7).
           05  BT-HASH-TOTAL       PIC 9(9).
