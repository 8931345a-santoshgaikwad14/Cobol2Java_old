      * ** Cash requirements forecast settings for APCASH01 - the
      * ** net days used to date an invoice whose supplier has no
      * ** payment terms, or terms not on TERMMAST, and the weekly
      * ** bucket limits in days from the run date (this week, next
      * ** week, weeks three and four, weeks five to eight, then
      * ** later as shipped).  Update this copybook when treasury
      * ** wants a different horizon instead of hand-patching the
      * ** procedure division.
       01  WS-CASH-LIMITS.
           05  WS-CASH-DEFAULT-NET-DAYS PIC 9(03) VALUE 030.
           05  WS-CASH-BUCKET-LIMIT-1   PIC 9(03) VALUE 007.
           05  WS-CASH-BUCKET-LIMIT-2   PIC 9(03) VALUE 014.
           05  WS-CASH-BUCKET-LIMIT-3   PIC 9(03) VALUE 028.
           05  WS-CASH-BUCKET-LIMIT-4   PIC 9(03) VALUE 056.
