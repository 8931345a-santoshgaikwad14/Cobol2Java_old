      * ** Restricted-party screening thresholds for RPSCRN01 - the
      * ** similarity score (0-100, character pairs in common after
      * ** case, punctuation and company suffixes are stripped) at
      * ** which a supplier name or address is held to match a
      * ** party on the compliance list.  An IMPORTER supplier's
      * ** name and any supplier's REMIT-ADDRESS are screened at the
      * ** lower high-risk score, as compliance asked.  Update this
      * ** copybook when compliance moves a threshold instead of
      * ** hand-patching the procedure division.
       01  WS-RPS-LIMITS.
           05  WS-RPS-NAME-THRESHOLD    PIC 9(03) VALUE 085.
           05  WS-RPS-ADDR-THRESHOLD    PIC 9(03) VALUE 085.
           05  WS-RPS-HIGH-RISK-THRESHOLD
                                        PIC 9(03) VALUE 070.
