      * ** Shop calendar limits shared by CALMNT01 and WRKDAYS - the
      * ** longest single holiday or shutdown period the calendar
      * ** will carry.  A longer period is almost always a mis-keyed
      * ** TO-DATE; update this copybook if the plant ever plans one
      * ** instead of hand-patching the procedure division.
       01  WS-CALENDAR-LIMITS.
           05  WS-MAX-CLOSURE-DAYS      PIC 9(03) VALUE 060.
