      * Sender batch register: one record per GUESSES batch
      * GUESS-INTAKE has accepted, keyed on sender and the sender's
      * batch number, so a batch sent twice - a terminal resending
      * yesterday's file, or the same file concatenated in twice -
      * is refused instead of played twice. A refused batch is not
      * registered, so the sender can resend it under the same
      * number once it is put right. GB-ACCEPTED-DATE and
      * GB-ACCEPTED-TIME mark the intake run that took the batch;
      * a rerun of that same business day's intake after a failure
      * passes its own earlier acceptances through again.
       01  GUESS-BATCH-RECORD.
           05  GB-BATCH-KEY.
               10  GB-SENDER-ID    PIC X(8).
               10  GB-BATCH-NO     PIC 9(6).
           05  GB-BUSINESS-DATE    PIC X(10).
           05  GB-ACCEPTED-DATE    PIC X(10).
           05  GB-ACCEPTED-TIME    PIC X(8).
           05  GB-RECORD-COUNT     PIC 9(7).
           05  GB-HASH-TOTAL       PIC 9(9).
