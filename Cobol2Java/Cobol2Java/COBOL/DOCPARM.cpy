      * ** Supplier document expiry windows for DOCEXP01 - the days
      * ** ahead of the run date a certificate or insurance document
      * ** is listed as expiring (first, second and third warning).
      * ** Update this copybook when purchasing wants more or less
      * ** notice instead of hand-patching the procedure division.
       01  WS-DOC-LIMITS.
           05  WS-DOC-WINDOW-1          PIC 9(03) VALUE 030.
           05  WS-DOC-WINDOW-2          PIC 9(03) VALUE 060.
           05  WS-DOC-WINDOW-3          PIC 9(03) VALUE 090.
