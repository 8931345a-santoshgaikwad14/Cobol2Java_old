      * ** Received-not-invoiced accrual settings for RNIACR01 - the
      * ** receipt-age bucket limits in days (0-30, 31-60, 61-90 and
      * ** over 90 as shipped) and the two general-ledger accounts
      * ** the accrual journal posts to: the debit to the received-
      * ** goods accrual account and the credit to the accrued
      * ** liability account, both by buyer department.  Update this
      * ** copybook when finance moves the accounts or the aging
      * ** instead of hand-patching the procedure division.
       01  WS-RNI-LIMITS.
           05  WS-RNI-AGE-LIMIT-1       PIC 9(03) VALUE 030.
           05  WS-RNI-AGE-LIMIT-2       PIC 9(03) VALUE 060.
           05  WS-RNI-AGE-LIMIT-3       PIC 9(03) VALUE 090.
           05  WS-RNI-ACCRUAL-ACCOUNT   PIC X(10) VALUE '1450-00000'.
           05  WS-RNI-LIABILITY-ACCOUNT PIC X(10) VALUE '2150-00000'.
