      * Monthly department labour budget, one card per department
      * per month, supplied by finance and read by
      * LABOUR-COST-REPORT. DB-BUDGET-MONTH is YYYY-MM and the
      * amount is the whole month's labour budget in money with
      * two decimals.
       01  DEPARTMENT-BUDGET-RECORD.
           05  DB-DEPT-CODE        PIC X(4).
           05  DB-BUDGET-MONTH     PIC X(7).
           05  DB-BUDGET-AMOUNT    PIC 9(7)V99.
