      * ** Department budget parameters shared by BUDMNT01 and
      * ** BUDCOM01 - the calendar month the fiscal year opens in
      * ** (01 = fiscal year is the calendar year) and the share of
      * ** its budget, in percent, a department may commit and spend
      * ** before the commitment report flags it.  A fiscal year is
      * ** named for the calendar year it closes in, and its periods
      * ** run 01-12 from the opening month.  BUDMNT01 accepts budgets
      * ** only for fiscal years inside the low/high window.  Update
      * ** this copybook if finance moves the year-end or the warning
      * ** level instead of hand-patching the procedure division.
       01  WS-BUDGET-PARMS.
           05  WS-FISCAL-START-MONTH    PIC 9(02) VALUE 01.
           05  WS-BUDGET-FLAG-PCT       PIC 9(03) VALUE 090.
           05  WS-FISCAL-YEAR-LOW       PIC 9(04) VALUE 2000.
           05  WS-FISCAL-YEAR-HIGH      PIC 9(04) VALUE 2099.
