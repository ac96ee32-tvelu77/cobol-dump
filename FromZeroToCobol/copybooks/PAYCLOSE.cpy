      * Pay-period close record, appended by HOURS-ACCUM when it
      * cuts the payroll extract at PP-PERIOD-END. Once a period
      * is on this file it is closed: its minutes have been paid
      * as recorded on PAIDDAYS, the extract is never re-cut, and
      * any later sign-in correction dated on or before the latest
      * PC-PERIOD-END becomes a prior-period adjustment instead of
      * a silent change to hours payroll has already paid.
       01  PAY-CLOSE-RECORD.
           05  PC-PERIOD-START     PIC X(10).
           05  PC-PERIOD-END       PIC X(10).
           05  PC-CLOSE-DATE       PIC X(10).
           05  PC-DETAIL-COUNT     PIC 9(7).
           05  PC-TOTAL-MINUTES    PIC 9(7).
