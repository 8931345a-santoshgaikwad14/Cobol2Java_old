      * ** Acknowledgment wait windows - an extract the ERP has not
      * ** acknowledged within WS-ACK-WAIT-DAYS of being sent is
      * ** flagged by ERPACK01, and an order line a supplier has not
      * ** acknowledged within WS-PO-ACK-WAIT-DAYS shop working days
      * ** of POXMIT01 sending it is flagged by POACK01.  Update this
      * ** copybook to tune the windows instead of hand-patching the
      * ** procedure division.
       01  WS-ACK-LIMITS.
           05  WS-ACK-WAIT-DAYS         PIC 9(03) VALUE 005.
           05  WS-PO-ACK-WAIT-DAYS      PIC 9(03) VALUE 010.
