      * Shared attendance-points parameter record: one card per
      * exception type (L late, E early out, M missing out, N
      * no-show) with the points it scores on the ledger. Read by
      * ATTENDANCE-LEDGER each night, maintained by hand like the
      * other parameter datasets. A type with no card scores zero.
       01  ATTENDANCE-POINTS-RECORD.
           05  AP-EXCEPTION-TYPE   PIC X(1).
           05  AP-POINTS           PIC 9(3).
