      * ** PO approval hold aging settings for POHLD01 - the hold-age
      * ** bucket limits in shop working days (0-7, 8-14, 15-30 and
      * ** over 30 as shipped).  A hold older than the last limit is
      * ** overdue for a decision: it is flagged on the report and the
      * ** step ends with return code 4 so the scheduler can chase the
      * ** approvers.  Update this copybook when purchasing changes
      * ** its approval turnaround instead of hand-patching the
      * ** procedure division.
       01  WS-HOLD-LIMITS.
           05  WS-HOLD-AGE-LIMIT-1      PIC 9(03) VALUE 007.
           05  WS-HOLD-AGE-LIMIT-2      PIC 9(03) VALUE 014.
           05  WS-HOLD-AGE-LIMIT-3      PIC 9(03) VALUE 030.
