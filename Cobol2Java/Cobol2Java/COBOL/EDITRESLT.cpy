      * ** problems instead of one per resubmission cycle.  Each
      * ** entry carries a severity: an ERROR fails the record as
      * ** always, a WARNING is reported but leaves WS-PASS-EDIT-OK
      * ** standing.  A HOLD (FINORDER's PO line over the buyer's
      * ** approval limit) leaves it standing too and counts with the
      * ** warnings, but the caller must park the record on the
      * ** approval hold file instead of passing it downstream - its
      * ** field carries WS-HOLD-FIELD-DETAIL (copybook HOLDDTL:
      * ** PO-NUMBER, routed approver and US-dollar line value).  A
      * ** HOLD is never lost to a full table - it replaces the last
      * ** entry that is not itself a HOLD.  The single field/
      * ** message pair always carries the first ERROR, for programs
      * ** that report only one.
       01  WS-EDIT-RESULTS.
           05 WS-EDIT-STATUS            PIC X(01).
              88 WS-PASS-EDIT-OK        VALUE 'Y'.
                  15 WS-EDIT-ERR-SEVERITY PIC X(01).
                     88 WS-EDIT-ERR-IS-ERROR    VALUE 'E'.
                     88 WS-EDIT-ERR-IS-WARNING  VALUE 'W'.
                     88 WS-EDIT-ERR-IS-HOLD     VALUE 'H'.
                  15 WS-EDIT-ERR-FIELD   PIC X(20).
                  15 WS-EDIT-ERR-MESSAGE PIC X(40).
      * ** First hard failure, saved so the single pair above can be
