      *============================
      * ** Three-way match for AP - matches each supplier invoice on
      * ** the INVOICES transaction file (keyed PO-NUMBER/
      * ** PART-NUMBER) against the order line's UNIT-PRICE on the
      * ** POMAST order-line master and the quantity received on
      * ** the validated receipts file less anything returned to the
      * ** vendor at inspection (RTVFILE), tolerance-driven from the
      * ** MCHPARM copybook.  A matched invoice writes a
      * ** payment-approval extract carrying the REMIT-ADDRESS
      * ** occurrence FINSUPPL guarantees, so AP stops approving
      * ** payments by hand; a mismatch prints on the discrepancy
      * ** report with the values on both sides for AP to chase.
      * ** Every approval is recorded on the INVHIST invoice history,
      * ** and an invoice already on it (same supplier and invoice
      * ** number), or suspected of repeating one (same supplier and
      * ** PO line, amount and invoice date within the MCHPARM
      * ** windows), goes to the discrepancy report, not to PAYAPPR.
      * ** An invoice from a supplier held on the restricted-party
      * ** block (SUPBLOCK, built by RPSCRN01) is never approved -
      * ** it is reported until compliance clears every hit.
      *============================
       ENVIRONMENT DIVISION.
      *============================
             RECORD KEY       IS  PM-PART-NUMBER
             FILE STATUS      IS  WS-PARTMAST-STATUS
             .
           SELECT POMAST      ASSIGN TO POMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PL-KEY
             FILE STATUS      IS  WS-POMAST-STATUS
             .
           SELECT RECEIPTS    ASSIGN TO RECEIPTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RECEIPTS-STATUS
             .
           SELECT RTVFILE     ASSIGN TO RTVFILE
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RTVFILE-STATUS
             .
           SELECT INVHIST     ASSIGN TO INVHIST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  IH-KEY
             FILE STATUS      IS  WS-INVHIST-STATUS
             .
           SELECT SUPBLOCK    ASSIGN TO SUPBLOCK
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SUPBLOCK-STATUS
             .
           SELECT PAYAPPR     ASSIGN TO PAYAPPR
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
           05  PM-PART-NUMBER           PIC X(23).
           05  PM-REST-OF-RECORD        PIC X(450).
      *
      * ** Purchase-order line master loaded by POLOAD01 - the
      * ** ordered UNIT-PRICE the price leg matches against
       FD  POMAST
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS POMAST-REC.
       01  POMAST-REC.
           05  PL-KEY.
               10  PL-PO-NUMBER         PIC X(06).
               10  PL-PART-NUMBER       PIC X(23).
           05  PL-SUPPLIER-CODE         PIC X(10).
           05  PL-BUYER-CODE            PIC X(03).
           05  PL-QUANTITY              PIC S9(07).
           05  PL-UNIT-PRICE            PIC S9(07)V99.
           05  PL-CURRENCY-CODE         PIC X(03).
           05  PL-ORDER-DATE            PIC 9(08).
           05  PL-DELIVERY-DATE         PIC 9(08).
           05  PL-LINE-STATUS           PIC X(01).
               88 PL-LINE-OPEN          VALUE 'O'.
               88 PL-LINE-CANCELLED     VALUE 'X'.
           05  PL-LAST-CHANGE-DATE      PIC 9(08).
           05  PL-LAST-CHANGE-BY        PIC X(08).
           05  PL-RUN-ID                PIC X(15).
      * ** Supplier transmission state set by POLOAD01/POCHG01 and
      * ** cleared by POXMIT01; acknowledgment state set by POACK01
           05  PL-XMIT-STATUS           PIC X(01).
               88 PL-XMIT-PENDING       VALUE 'P'.
               88 PL-XMIT-SENT          VALUE 'S'.
           05  PL-XMIT-ACTION           PIC X(01).
               88 PL-XMIT-NEW           VALUE 'N'.
               88 PL-XMIT-CHANGE        VALUE 'C'.
               88 PL-XMIT-CANCEL        VALUE 'X'.
           05  PL-XMIT-DATE             PIC 9(08).
           05  PL-ACK-STATUS            PIC X(01).
               88 PL-ACK-ACCEPTED       VALUE 'A'.
               88 PL-ACK-REJECTED       VALUE 'R'.
               88 PL-ACK-PROMISED       VALUE 'P'.
           05  PL-PROMISED-DATE         PIC 9(08).
           05  PL-ACK-DATE              PIC 9(08).
           05  FILLER                   PIC X(14).
      *
      * ** Validated receipts from RCPVAL01 - one record per receipt
      * ** against a purchase order line
       FD  RECEIPTS
           05  RC-PART-NUMBER           PIC X(23).
           05  RC-QTY-RECEIVED          PIC S9(07).
      *
      * ** Return-to-vendor records written by RCPVAL01 for material
      * ** rejected at inspection - netted out of the receipts
       FD  RTVFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-RECORD.
       01  RTV-RECORD.
           05  RT-RETURN-DATE           PIC 9(08).
           05  RT-PO-NUMBER             PIC X(06).
           05  RT-PART-NUMBER           PIC X(23).
           05  RT-SUPPLIER-CODE         PIC X(10).
           05  RT-QTY-RETURNED          PIC S9(07).
           05  RT-REASON-CODE           PIC X(02).
           05  RT-RECEIPT-DATE          PIC 9(08).
           05  RT-DEBIT-MEMO-NUMBER     PIC X(18).
           05  FILLER                   PIC X(08).
      *
      * ** Invoice history - one record per invoice ever approved,
      * ** keyed SUPPLIER-CODE/INVOICE-NUMBER; APPAID01 marks it paid
      * ** from AP's paid-confirmation file
       FD  INVHIST
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS INVHIST-REC.
       01  INVHIST-REC.
           05  IH-KEY.
               10  IH-SUPPLIER-CODE     PIC X(10).
               10  IH-INVOICE-NUMBER    PIC X(10).
           05  IH-PO-NUMBER             PIC X(06).
           05  IH-PART-NUMBER           PIC X(23).
           05  IH-INVOICE-DATE          PIC 9(08).
           05  IH-QTY-INVOICED          PIC S9(07).
           05  IH-UNIT-PRICE            PIC S9(07)V99.
           05  IH-EXTENDED-AMOUNT       PIC S9(09)V99.
           05  IH-APPROVED-DATE         PIC 9(08).
           05  IH-PAY-STATUS            PIC X(01).
               88 IH-APPROVED           VALUE 'A'.
               88 IH-PAID               VALUE 'P'.
           05  IH-PAID-DATE             PIC 9(08).
           05  IH-PAID-AMOUNT           PIC S9(09)V99.
           05  IH-PAYMENT-REF           PIC X(12).
      * ** Set by PAYACC01 once the invoice is in PAYYTD
           05  IH-YTD-POSTED-DATE       PIC 9(08).
           05  FILLER                   PIC X(18).
      *
      * ** Restricted-party block file - a supplier with any hit
      * ** still B is blocked for payment
       FD  SUPBLOCK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPBLOCK-RECORD.
       01  SUPBLOCK-RECORD.
           05  SB-SUPPLIER-CODE         PIC X(10).
           05  SB-LIST-ENTRY-ID         PIC X(10).
           05  SB-LIST-CODE             PIC X(04).
           05  SB-BLOCK-STATUS          PIC X(01).
               88 SB-BLOCKED            VALUE 'B'.
           05  FILLER                   PIC X(95).
      *
      * ** Payment-approval extract for AP - the matched invoice with
      * ** its extended amount and the supplier's remit-to address,
      * ** field order and widths being the import contract
             88 WS-INVOICES-STATUS-OK   VALUE '00'.
           05 WS-PARTMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTMAST-STATUS-OK   VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-RECEIPTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RECEIPTS-STATUS-OK   VALUE '00'.
           05 WS-RTVFILE-STATUS         PIC X(02) VALUE '00'.
             88 WS-RTVFILE-STATUS-OK    VALUE '00'.
           05 WS-INVHIST-STATUS         PIC X(02) VALUE '00'.
             88 WS-INVHIST-STATUS-OK    VALUE '00'.
           05 WS-SUPBLOCK-STATUS        PIC X(02) VALUE '00'.
             88 WS-SUPBLOCK-STATUS-OK   VALUE '00'.
           05 WS-PAYAPPR-STATUS         PIC X(02) VALUE '00'.
             88 WS-PAYAPPR-STATUS-OK    VALUE '00'.
           05 WS-APDISCRP-STATUS        PIC X(02) VALUE '00'.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-RECEIPTS-EOF           PIC X VALUE SPACES.
              88 RECEIPTS-EOF-FOUND     VALUE 'Y'.
           05 WS-RTVFILE-EOF            PIC X VALUE SPACES.
              88 RTVFILE-EOF-FOUND      VALUE 'Y'.
           05 WS-RCPT-MATCHED           PIC X VALUE 'N'.
              88 RCPT-MATCHED           VALUE 'Y'.
           05 WS-PART-STATE             PIC X VALUE 'N'.
              88 PART-ON-MASTER         VALUE 'Y'.
           05 WS-PO-STATE               PIC X VALUE 'N'.
              88 PO-LINE-FOUND          VALUE 'Y'.
           05 WS-MATCH-STATE            PIC X VALUE 'Y'.
              88 INVOICE-MATCHED        VALUE 'Y'.
           05 WS-DUP-STATE              PIC X VALUE 'N'.
              88 INVOICE-DUPLICATE      VALUE 'Y'.
           05 WS-HIST-EOF               PIC X VALUE SPACES.
              88 HIST-EOF-FOUND         VALUE 'Y'.
           05 WS-SUPBLOCK-EOF           PIC X VALUE SPACES.
              88 SUPBLOCK-EOF-FOUND     VALUE 'Y'.
           05 WS-BLOCK-MATCH            PIC X VALUE 'N'.
              88 SUPPLIER-BLOCKED       VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-INVOICES-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RECEIPTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RETURNS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-APPROVED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-DISCREPANCY-COUNT      PIC 9(07) VALUE ZEROS.
           05 WS-DUPLICATE-COUNT        PIC 9(07) VALUE ZEROS.
           05 WS-SUSPECT-COUNT          PIC 9(07) VALUE ZEROS.
           05 WS-BLOCKED-COUNT          PIC 9(07) VALUE ZEROS.
           05 WS-HISTORY-WRITTEN        PIC 9(07) VALUE ZEROS.
      *
       COPY MCHPARM.
      *
       01  WS-QTY-MOVE                  PIC S9(09) VALUE ZERO.
       01  WS-PCT-WORK                  PIC 9(05)V9 VALUE ZERO.
       01  WS-DISCREPANCY-REASON        PIC X(40) VALUE SPACES.
       01  WS-INVOICE-AMOUNT            PIC S9(9)V99 VALUE ZERO.
       01  WS-AMOUNT-MOVE               PIC S9(9)V99 VALUE ZERO.
       01  WS-DATE-GAP                  PIC S9(9) VALUE ZERO.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  INVOICE-LILIAN               PIC S9(9) BINARY.
      *
       01  IN-DATE.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
           02  VSTRING-TEXT.
               03  VSTRING-CHAR    PIC X
                           OCCURS 0 TO 256 TIMES
                           DEPENDING ON VSTRING-LENGTH
                               OF IN-DATE.
      *
       01  PICSTR.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
           02  VSTRING-TEXT.
               03  VSTRING-CHAR    PIC X
                           OCCURS 0 TO 256 TIMES
                           DEPENDING ON VSTRING-LENGTH
                              OF PICSTR.
       01  FC.
           02  Condition-Token-Value.
               03  CASE-1-CONDITION-ID.
                   04  SEVERITY         PIC S9(4) BINARY.
                   04  MSG-NO           PIC S9(4) BINARY.
               03  CASE-2-CONDITION-ID
                         REDEFINES CASE-1-CONDITION-ID.
                   04  CLASS-CODE       PIC S9(4) BINARY.
                   04  CAUSE-CODE       PIC S9(4) BINARY.
               03  CASE-SEV-CTL         PIC X.
               03  FACILITY-ID          PIC XXX.
           02  I-S-INFO                 PIC S9(9) BINARY.
      *
      * ** Receipts rolled up by PO-NUMBER/PART-NUMBER, as POAGE01
      * ** rolls them, so each invoice nets in one table probe -
              10 WS-RCPT-QTY            PIC S9(07) COMP.
           05 WS-RCPT-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 RCPT-TABLE-FULL        VALUE 'Y'.
      *
      * ** Suppliers with a restricted-party hit still blocked - a
      * ** run that fills the table stops RC 12 rather than paying
      * ** a blocked supplier
       01  WS-BLOCKED-TABLE.
           05 WS-BLK-COUNT              PIC 9(08) COMP VALUE ZERO.
           05 WS-BLK-ENTRY              OCCURS 20000 TIMES
                                         INDEXED BY WS-BLK-IDX.
              10 WS-BK-SUPPLIER-CODE    PIC X(10).
              10 WS-BK-LIST-CODE        PIC X(04).
              10 WS-BK-LIST-ENTRY-ID    PIC X(10).
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
      *
           CLOSE INVOICES
                 PARTMAST
                 POMAST
                 INVHIST
                 PAYAPPR
                 APDISCRP
           GOBACK
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
           END-IF
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
           END-IF
           OPEN I-O INVHIST
           IF WS-INVHIST-STATUS = '35'
              DISPLAY ' INVHIST empty - initialising invoice history'
              OPEN OUTPUT INVHIST
              CLOSE INVHIST
              OPEN I-O INVHIST
           END-IF
           IF NOT WS-INVHIST-STATUS-OK
              DISPLAY ' Error opening file INVHIST, Status: '
                         WS-INVHIST-STATUS
           END-IF
           OPEN OUTPUT PAYAPPR
           IF NOT WS-PAYAPPR-STATUS-OK
              DISPLAY ' Error opening file PAYAPPR, Status: '
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           PERFORM 050-LOAD-RECEIPTS
           PERFORM 070-LOAD-RETURNS
           PERFORM 090-LOAD-BLOCKS
           .
      *
       050-LOAD-RECEIPTS.
           END-IF
           .
      *
      * ** Material sent back at inspection was never really
      * ** received - each return nets out of its order line's
      * ** rolled-up receipts.  No returns on file is a normal day
       070-LOAD-RETURNS.
           OPEN INPUT RTVFILE
           IF NOT WS-RTVFILE-STATUS-OK
              DISPLAY ' No returns to vendor on file, Status: '
                         WS-RTVFILE-STATUS
              MOVE 'Y'                  TO WS-RTVFILE-EOF
           END-IF
           PERFORM UNTIL RTVFILE-EOF-FOUND
              READ RTVFILE
                AT END
                    MOVE 'Y'            TO WS-RTVFILE-EOF
                NOT AT END
                    ADD 1               TO WS-RETURNS-READ
                    PERFORM 080-POST-RETURN
              END-READ
           END-PERFORM
           IF WS-RTVFILE-STATUS = '00' OR '10'
              CLOSE RTVFILE
           END-IF
           .
      *
      * ** A return whose receipt is not in the window still nets -
      * ** it opens the line's entry at a negative quantity
       080-POST-RETURN.
           MOVE 'N'                     TO WS-RCPT-MATCHED
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
              IF WS-RCPT-PO-NUMBER(WS-RCPT-IDX) = RT-PO-NUMBER
                 AND WS-RCPT-PART-NUMBER(WS-RCPT-IDX)
                     = RT-PART-NUMBER
                 SUBTRACT RT-QTY-RETURNED
                    FROM WS-RCPT-QTY(WS-RCPT-IDX)
                 MOVE 'Y'               TO WS-RCPT-MATCHED
              END-IF
           END-PERFORM
           IF NOT RCPT-MATCHED
              IF WS-RCPT-COUNT < 150000
                 ADD 1                  TO WS-RCPT-COUNT
                 MOVE RT-PO-NUMBER
                            TO WS-RCPT-PO-NUMBER(WS-RCPT-COUNT)
                 MOVE RT-PART-NUMBER
                            TO WS-RCPT-PART-NUMBER(WS-RCPT-COUNT)
                 COMPUTE WS-RCPT-QTY(WS-RCPT-COUNT) =
                    0 - RT-QTY-RETURNED
              ELSE
                 IF NOT RCPT-TABLE-FULL
                    MOVE 'Y'            TO WS-RCPT-TABLE-FULL
                    DISPLAY ' ** WS-RECEIPT-TABLE FULL AT 150000 - '
                       'quantity leg incomplete, run failed'
                 END-IF
                 MOVE 12                TO RETURN-CODE
              END-IF
           END-IF
           .
      *
      * ** No block file on hand means no supplier is blocked yet
       090-LOAD-BLOCKS.
           OPEN INPUT SUPBLOCK
           IF NOT WS-SUPBLOCK-STATUS-OK
              DISPLAY ' No restricted-party blocks on file, Status: '
                         WS-SUPBLOCK-STATUS
              MOVE 'Y'                  TO WS-SUPBLOCK-EOF
           END-IF
           PERFORM UNTIL SUPBLOCK-EOF-FOUND
              READ SUPBLOCK
                AT END
                    MOVE 'Y'            TO WS-SUPBLOCK-EOF
                NOT AT END
                    IF SB-BLOCKED
                       IF WS-BLK-COUNT < 20000
                          ADD 1         TO WS-BLK-COUNT
                          MOVE SB-SUPPLIER-CODE
                             TO WS-BK-SUPPLIER-CODE(WS-BLK-COUNT)
                          MOVE SB-LIST-CODE
                             TO WS-BK-LIST-CODE(WS-BLK-COUNT)
                          MOVE SB-LIST-ENTRY-ID
                             TO WS-BK-LIST-ENTRY-ID(WS-BLK-COUNT)
                       ELSE
                          DISPLAY ' ** WS-BLOCKED-TABLE FULL AT 20000'
                             ' - blocks incomplete, run failed'
                          MOVE 12       TO RETURN-CODE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SUPBLOCK-STATUS = '00' OR '10'
              CLOSE SUPBLOCK
           END-IF
           .
      *
      * ** The three-way match: invoice against the PO's UNIT-PRICE
      * ** (keyed read of POMAST), invoice quantity against the
      * ** rolled-up receipts.  A failed leg writes a discrepancy
      * ** line; only an invoice clearing every leg approves.
       100-MATCH-INVOICE.
           MOVE 'Y'                     TO WS-MATCH-STATE
           PERFORM 105-CHECK-BLOCK
           IF SUPPLIER-BLOCKED
              EXIT PARAGRAPH
           END-IF
           PERFORM 110-CHECK-DUPLICATE
           IF INVOICE-DUPLICATE
              EXIT PARAGRAPH
           END-IF
           PERFORM 120-FIND-PO-LINE
           IF NOT PART-ON-MASTER
              MOVE ' PART-NUMBER IS not on part master.'
              PERFORM 900-WRITE-DISCREPANCY
              EXIT PARAGRAPH
           END-IF
           IF NOT PO-LINE-FOUND
              MOVE ' PO-NUMBER IS not on PO master.'
                                        TO WS-DISCREPANCY-REASON
              MOVE ZERO                 TO WS-DL-INVOICE-VALUE
              MOVE ZERO                 TO WS-DL-COMPARE-VALUE
              PERFORM 900-WRITE-DISCREPANCY
              EXIT PARAGRAPH
           END-IF
           IF PL-LINE-CANCELLED
              MOVE ' PO LINE IS cancelled.'
                                        TO WS-DISCREPANCY-REASON
              MOVE ZERO                 TO WS-DL-INVOICE-VALUE
              MOVE ZERO                 TO WS-DL-COMPARE-VALUE
           END-IF
           .
      *
      * ** A supplier on the restricted-party block is not paid,
      * ** however well the invoice matches
       105-CHECK-BLOCK.
           MOVE 'N'                     TO WS-BLOCK-MATCH
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
                      OR SUPPLIER-BLOCKED
              IF WS-BK-SUPPLIER-CODE(WS-BLK-IDX) = IV-SUPPLIER-CODE
                 MOVE 'Y'               TO WS-BLOCK-MATCH
                 ADD 1                  TO WS-BLOCKED-COUNT
                 MOVE SPACES            TO WS-DISCREPANCY-REASON
                 STRING ' RESTRICTED PARTY - '
                        WS-BK-LIST-CODE(WS-BLK-IDX) ' '
                        WS-BK-LIST-ENTRY-ID(WS-BLK-IDX)
                        DELIMITED BY SIZE
                   INTO WS-DISCREPANCY-REASON
                 END-STRING
                 COMPUTE WS-INVOICE-AMOUNT =
                    IV-QTY-INVOICED * IV-UNIT-PRICE
                 MOVE WS-INVOICE-AMOUNT TO WS-DL-INVOICE-VALUE
                 MOVE ZERO              TO WS-DL-COMPARE-VALUE
                 PERFORM 900-WRITE-DISCREPANCY
              END-IF
           END-PERFORM
           .
      *
      * ** An invoice number the supplier has already been approved
      * ** for is a duplicate outright; failing that, any approved
      * ** invoice for the same supplier and PO line, for about the
      * ** same amount and dated within the window, makes it a
      * ** suspected duplicate.  Either is reported, never approved
       110-CHECK-DUPLICATE.
           MOVE 'N'                     TO WS-DUP-STATE
           COMPUTE WS-INVOICE-AMOUNT =
              IV-QTY-INVOICED * IV-UNIT-PRICE
           MOVE IV-SUPPLIER-CODE        TO IH-SUPPLIER-CODE
           MOVE IV-INVOICE-NUMBER       TO IH-INVOICE-NUMBER
           READ INVHIST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-DUP-STATE
           END-READ
           IF INVOICE-DUPLICATE
              ADD 1                     TO WS-DUPLICATE-COUNT
              MOVE ' DUPLICATE - INVOICE ALREADY APPROVED.'
                                        TO WS-DISCREPANCY-REASON
              MOVE WS-INVOICE-AMOUNT    TO WS-DL-INVOICE-VALUE
              MOVE IH-EXTENDED-AMOUNT   TO WS-DL-COMPARE-VALUE
              PERFORM 900-WRITE-DISCREPANCY
              EXIT PARAGRAPH
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE IV-INVOICE-DATE         TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, INVOICE-LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE ZERO                 TO INVOICE-LILIAN
           END-IF
      * ** The supplier's approvals sit together on the key, so one
      * ** positioned browse covers them all
           MOVE SPACES                  TO WS-HIST-EOF
           MOVE IV-SUPPLIER-CODE        TO IH-SUPPLIER-CODE
           MOVE LOW-VALUES              TO IH-INVOICE-NUMBER
           START INVHIST KEY NOT < IH-KEY
             INVALID KEY
                 MOVE 'Y'               TO WS-HIST-EOF
           END-START
           PERFORM UNTIL HIST-EOF-FOUND
              READ INVHIST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-HIST-EOF
                NOT AT END
                    IF IH-SUPPLIER-CODE NOT = IV-SUPPLIER-CODE
                       MOVE 'Y'         TO WS-HIST-EOF
                    ELSE
                       PERFORM 115-COMPARE-HISTORY
                    END-IF
              END-READ
           END-PERFORM
           IF INVOICE-DUPLICATE
              ADD 1                     TO WS-SUSPECT-COUNT
              MOVE SPACES               TO WS-DISCREPANCY-REASON
              STRING ' SUSPECTED DUPLICATE OF ' DELIMITED BY SIZE
                     IH-INVOICE-NUMBER        DELIMITED BY SIZE
                     '.'                      DELIMITED BY SIZE
                INTO WS-DISCREPANCY-REASON
              END-STRING
              MOVE WS-INVOICE-AMOUNT    TO WS-DL-INVOICE-VALUE
              MOVE IH-EXTENDED-AMOUNT   TO WS-DL-COMPARE-VALUE
              PERFORM 900-WRITE-DISCREPANCY
           END-IF
           .
      *
      * ** Same PO line, amount within WS-DUP-AMOUNT-PCT and invoice
      * ** date within WS-DUP-WINDOW-DAYS - the first hit ends the
      * ** browse with the history record still in the buffer
       115-COMPARE-HISTORY.
           IF IH-PO-NUMBER NOT = IV-PO-NUMBER
              OR IH-PART-NUMBER NOT = IV-PART-NUMBER
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-MOVE =
              WS-INVOICE-AMOUNT - IH-EXTENDED-AMOUNT
           IF WS-AMOUNT-MOVE < 0
              COMPUTE WS-AMOUNT-MOVE = 0 - WS-AMOUNT-MOVE
           END-IF
           IF IH-EXTENDED-AMOUNT = 0
              IF WS-AMOUNT-MOVE NOT = 0
                 EXIT PARAGRAPH
              END-IF
           ELSE
              COMPUTE WS-PCT-WORK ROUNDED =
                 (WS-AMOUNT-MOVE * 100) / IH-EXTENDED-AMOUNT
              IF WS-PCT-WORK > WS-DUP-AMOUNT-PCT
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF INVOICE-LILIAN NOT = 0
              MOVE 8                    TO VSTRING-LENGTH OF IN-DATE
              MOVE IH-INVOICE-DATE      TO VSTRING-TEXT OF IN-DATE
              CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
              IF SEVERITY = 0
                 COMPUTE WS-DATE-GAP = INVOICE-LILIAN - LILIAN
                 IF WS-DATE-GAP < 0
                    COMPUTE WS-DATE-GAP = 0 - WS-DATE-GAP
                 END-IF
                 IF WS-DATE-GAP > WS-DUP-WINDOW-DAYS
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF
           MOVE 'Y'                     TO WS-DUP-STATE
           MOVE 'Y'                     TO WS-HIST-EOF
           .
      *
      * ** The part record supplies the supplier name and remit-to
      * ** address for the approval; the order line itself comes
      * ** from one keyed read of the PO master
       120-FIND-PO-LINE.
           MOVE 'N'                     TO WS-PART-STATE
           MOVE 'N'                     TO WS-PO-STATE
           IF NOT PART-ON-MASTER
              EXIT PARAGRAPH
           END-IF
           MOVE IV-PO-NUMBER            TO PL-PO-NUMBER
           MOVE IV-PART-NUMBER          TO PL-PART-NUMBER
           READ POMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-PO-STATE
                 MOVE PL-UNIT-PRICE     TO WS-PO-PRICE
           END-READ
           .
      *
      * ** Price leg - the invoice price must sit within the MCHPARM
           .
      *
      * ** Quantity leg - the invoice quantity must sit within the
      * ** MCHPARM percentage of the quantity the dock received and
      * ** kept - returns to vendor are already netted out
       150-CHECK-QUANTITY-LEG.
           MOVE ZERO                    TO WS-QTY-RECEIVED
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
           END-PERFORM
           IF WS-QTY-RECEIVED NOT > 0
              MOVE 'N'                  TO WS-MATCH-STATE
              MOVE ' NOTHING RECEIVED NET OF RETURNS.'
                                        TO WS-DISCREPANCY-REASON
              MOVE IV-QTY-INVOICED      TO WS-DL-INVOICE-VALUE
              MOVE ZERO                 TO WS-DL-COMPARE-VALUE
                         WS-PAYAPPR-STATUS
           ELSE
              ADD 1                     TO WS-APPROVED-COUNT
              PERFORM 850-RECORD-HISTORY
           END-IF
           .
      *
      * ** The approval goes on the invoice history unpaid - AP's
      * ** paid confirmation, applied by APPAID01, completes it
       850-RECORD-HISTORY.
           MOVE SPACES                  TO INVHIST-REC
           MOVE IV-SUPPLIER-CODE        TO IH-SUPPLIER-CODE
           MOVE IV-INVOICE-NUMBER       TO IH-INVOICE-NUMBER
           MOVE IV-PO-NUMBER            TO IH-PO-NUMBER
           MOVE IV-PART-NUMBER          TO IH-PART-NUMBER
           MOVE IV-INVOICE-DATE         TO IH-INVOICE-DATE
           MOVE IV-QTY-INVOICED         TO IH-QTY-INVOICED
           MOVE IV-UNIT-PRICE           TO IH-UNIT-PRICE
           MOVE PA-EXTENDED-AMOUNT      TO IH-EXTENDED-AMOUNT
           MOVE WS-TODAY-DATE           TO IH-APPROVED-DATE
           MOVE 'A'                     TO IH-PAY-STATUS
           MOVE ZERO                    TO IH-PAID-DATE
                                           IH-PAID-AMOUNT
                                           IH-YTD-POSTED-DATE
           WRITE INVHIST-REC
             INVALID KEY
                 DISPLAY ' Error writing file INVHIST, Status: '
                            WS-INVHIST-STATUS
             NOT INVALID KEY
                 ADD 1                  TO WS-HISTORY-WRITTEN
           END-WRITE
           .
      *
       900-WRITE-DISCREPANCY.
           ADD 1                        TO WS-DISCREPANCY-COUNT
           DISPLAY ' APMTCH01 CONTROL TOTALS'
           DISPLAY ' INVOICES READ          : ' WS-INVOICES-READ
           DISPLAY ' RECEIPTS READ          : ' WS-RECEIPTS-READ
           DISPLAY ' RETURNS TO VENDOR READ : ' WS-RETURNS-READ
           DISPLAY ' INVOICES APPROVED      : ' WS-APPROVED-COUNT
           DISPLAY ' DISCREPANCIES REPORTED : ' WS-DISCREPANCY-COUNT
           DISPLAY '   DUPLICATE INVOICES   : ' WS-DUPLICATE-COUNT
           DISPLAY '   SUSPECTED DUPLICATES : ' WS-SUSPECT-COUNT
           DISPLAY '   RESTRICTED-PARTY HELD: ' WS-BLOCKED-COUNT
           DISPLAY ' HISTORY RECORDS WRITTEN: ' WS-HISTORY-WRITTEN
           DISPLAY '================================================'
           .
