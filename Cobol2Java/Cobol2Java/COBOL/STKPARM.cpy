      * ** Reorder planning settings for REORD01 - a part's reorder
      * ** point is its average weekly usage (issues over the last
      * ** thirteen weeks kept on STKBAL) times its WEEKS-LEAD-TIME
      * ** plus WS-SAFETY-WEEKS; when on-hand plus open PO quantity
      * ** falls to the reorder point the suggested requisition
      * ** brings it back up to the reorder point plus
      * ** WS-COVER-WEEKS of usage.  Update this copybook to tune the
      * ** planning instead of hand-patching the procedure division.
       01  WS-STOCK-LIMITS.
           05  WS-SAFETY-WEEKS          PIC 9(03) VALUE 002.
           05  WS-COVER-WEEKS           PIC 9(03) VALUE 004.
