      * ** Three-way-match tolerances for APMTCH01 - an invoice price
      * ** within WS-MATCH-PRICE-PCT percent of the PO's UNIT-PRICE,
      * ** and an invoice quantity within WS-MATCH-QTY-PCT percent of
      * ** the quantity received, still approve for payment.  An
      * ** invoice for the same supplier and PO line as one already
      * ** on the INVHIST invoice history, whose amount is within
      * ** WS-DUP-AMOUNT-PCT percent of it and whose invoice date is
      * ** within WS-DUP-WINDOW-DAYS days of it, is held as a
      * ** suspected duplicate.  Update this copybook to tune the
      * ** tolerances instead of hand-patching the procedure division.
       01  WS-MATCH-TOLERANCES.
           05  WS-MATCH-PRICE-PCT       PIC 9(03) VALUE 005.
           05  WS-MATCH-QTY-PCT         PIC 9(03) VALUE 010.
           05  WS-DUP-AMOUNT-PCT        PIC 9(03) VALUE 001.
           05  WS-DUP-WINDOW-DAYS       PIC 9(03) VALUE 090.
