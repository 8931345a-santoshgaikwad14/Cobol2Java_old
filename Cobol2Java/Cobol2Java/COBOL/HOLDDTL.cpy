      * ** Field FINORDER puts on a HOLD entry of the edit-result
      * ** table (EDITRESLT) - the held PO line, the approver its
      * ** buyer routes to and its US-dollar line value.  The
      * ** callers that park held records on POHOLD lay the entry's
      * ** field over this to route and value the hold.
       01  WS-HOLD-FIELD-DETAIL.
           05 WS-HF-PO-NUMBER           PIC X(06).
           05 WS-HF-APPROVER-CODE       PIC X(03).
           05 WS-HF-LINE-VALUE          PIC 9(09)V99.
