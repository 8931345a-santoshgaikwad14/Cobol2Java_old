      * ** Each receipt is checked the way FINAL01 checks the feed:
      * ** RC-RECEIPT-DATE must be a real calendar date (CEEDAYS),
      * ** RC-PART-NUMBER must be on the PARTMAST master, the
      * ** RC-PO-NUMBER/RC-PART-NUMBER must be an open line on the
      * ** POMAST order-line master, RC-QTY-RECEIVED must be
      * ** positive, and receipts accumulating past the line's
      * ** ordered quantity flag as over-receipts.  Failures write to
      * ** the RCPSUSP suspense file with diagnostics; only clean
      * ** receipts pass to GOODRCPT, which the three consumers read
      * ** under their RECEIPTS DD.
      * ** Receiving inspection results follow on INSPECTS - the
      * ** quantity accepted and rejected from a receipt, with a
      * ** reject reason code.  Each result is edited the same way
      * ** (real dates, numeric non-negative quantities, a known
      * ** reason code for any rejection, an order line on POMAST
      * ** that is not cancelled, and no more inspected than the
      * ** clean receipts for the line brought in) and failures go
      * ** to INSPSUSP.  A clean result with a rejected quantity
      * ** writes a return-to-vendor record to RTVFILE, which
      * ** APMTCH01 and POAGE01 net out of the quantity received, and
      * ** - once the return is on file - a supplier debit memo
      * ** priced at the line's UNIT-PRICE to DEBITMEM for AP.
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
           SELECT GOODRCPT    ASSIGN TO GOODRCPT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RCPSUSP-STATUS
             .
           SELECT INSPECTS    ASSIGN TO INSPECTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-INSPECTS-STATUS
             .
           SELECT INSPSUSP    ASSIGN TO INSPSUSP
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-INSPSUSP-STATUS
             .
           SELECT RTVFILE     ASSIGN TO RTVFILE
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RTVFILE-STATUS
             .
           SELECT DEBITMEM    ASSIGN TO DEBITMEM
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-DEBITMEM-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Receipts posted by the dock - one record per receipt
           05  RC-PART-NUMBER           PIC X(23).
           05  RC-QTY-RECEIVED          PIC S9(07).
      *
      * ** Part master loaded by PMLOAD01
       FD  PARTMAST
           RECORD CONTAINS 473 CHARACTERS
           DATA RECORD IS PARTMAST-REC.
           05  PM-PART-NUMBER           PIC X(23).
           05  PM-REST-OF-RECORD        PIC X(450).
      *
      * ** Purchase-order line master loaded by POLOAD01 - the
      * ** ordered quantity the over-receipt test nets against
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
      * ** Clean receipts, same 44-byte layout - POAGE01, ARCHIV01
      * ** and SUPSCR01 read this file under their RECEIPTS DD
       FD  GOODRCPT
           05  RS-RECEIPT-IMAGE         PIC X(44).
           05  RS-ERROR-MESSAGE         PIC X(40).
           05  RS-REJECT-DATE           PIC 9(08).
      *
      * ** Inspection results from receiving inspection - one record
      * ** per receipt inspected, quantities accepted and rejected
       FD  INSPECTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSPECT-RECORD.
       01  INSPECT-RECORD.
           05  IN-INSPECT-DATE          PIC 9(08).
           05  IN-PO-NUMBER             PIC X(06).
           05  IN-PART-NUMBER           PIC X(23).
           05  IN-RECEIPT-DATE          PIC 9(08).
           05  IN-QTY-ACCEPTED          PIC S9(07).
           05  IN-QTY-REJECTED          PIC S9(07).
      * ** Reject reasons - damaged, defective, out of spec, wrong
      * ** part, certification or paperwork missing
           05  IN-REASON-CODE           PIC X(02).
               88 IN-REASON-VALID       VALUES 'DM' 'DF' 'SP' 'WP'
                                               'DC'.
           05  FILLER                   PIC X(03).
      *
      * ** Inspection suspense - the failed image with its
      * ** diagnostics and the date it went to suspense
       FD  INSPSUSP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INSPSUSP-RECORD.
       01  INSPSUSP-RECORD.
           05  IS-INSPECT-IMAGE         PIC X(64).
           05  IS-ERROR-MESSAGE         PIC X(40).
           05  IS-REJECT-DATE           PIC 9(08).
      *
      * ** Return-to-vendor - one record per rejected quantity sent
      * ** back, netted out of the quantity received by APMTCH01
      * ** and POAGE01
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
      * ** Supplier debit memos for AP - the returned quantity
      * ** priced at the order line's UNIT-PRICE in its currency,
      * ** field order and widths being the import contract
       FD  DEBITMEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEBITMEM-RECORD.
       01  DEBITMEM-RECORD.
           05  DM-MEMO-NUMBER.
               10  DM-MEMO-DATE-TIME    PIC 9(14).
               10  DM-MEMO-SEQUENCE     PIC 9(04).
           05  DM-MEMO-DATE             PIC 9(08).
           05  DM-SUPPLIER-CODE         PIC X(10).
           05  DM-SUPPLIER-NAME         PIC X(15).
           05  DM-PO-NUMBER             PIC X(06).
           05  DM-PART-NUMBER           PIC X(23).
           05  DM-QTY-RETURNED          PIC S9(07).
           05  DM-UNIT-PRICE            PIC S9(7)V99.
           05  DM-CURRENCY-CODE         PIC X(03).
           05  DM-DEBIT-AMOUNT          PIC S9(9)V99.
           05  DM-REASON-CODE           PIC X(02).
           05  DM-REASON-TEXT           PIC X(20).
           05  FILLER                   PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
             88 WS-RECEIPTS-STATUS-OK   VALUE '00'.
           05 WS-PARTMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTMAST-STATUS-OK   VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-GOODRCPT-STATUS        PIC X(02) VALUE '00'.
             88 WS-GOODRCPT-STATUS-OK   VALUE '00'.
           05 WS-RCPSUSP-STATUS         PIC X(02) VALUE '00'.
             88 WS-RCPSUSP-STATUS-OK    VALUE '00'.
           05 WS-INSPECTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-INSPECTS-STATUS-OK   VALUE '00'.
           05 WS-INSPSUSP-STATUS        PIC X(02) VALUE '00'.
             88 WS-INSPSUSP-STATUS-OK   VALUE '00'.
           05 WS-RTVFILE-STATUS         PIC X(02) VALUE '00'.
             88 WS-RTVFILE-STATUS-OK    VALUE '00'.
           05 WS-DEBITMEM-STATUS        PIC X(02) VALUE '00'.
             88 WS-DEBITMEM-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
           05 WS-PART-STATE             PIC X VALUE 'N'.
              88 PART-ON-MASTER         VALUE 'Y'.
           05 WS-PO-STATE               PIC X VALUE 'N'.
              88 PO-LINE-FOUND          VALUE 'Y'.
           05 WS-RCPT-MATCHED           PIC X VALUE 'N'.
              88 RCPT-MATCHED           VALUE 'Y'.
           05 WS-INSPECTS-EOF           PIC X VALUE SPACES.
              88 INSPECTS-EOF-FOUND     VALUE 'Y'.
           05 WS-INSP-MATCHED           PIC X VALUE 'N'.
              88 INSP-MATCHED           VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-RECEIPTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-PASSED-COUNT           PIC 9(07) VALUE ZEROS.
           05 WS-REJECTED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-OVER-RECEIPT-COUNT     PIC 9(07) VALUE ZEROS.
           05 WS-INSPECTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-INSP-PASSED-COUNT      PIC 9(07) VALUE ZEROS.
           05 WS-INSP-REJECTED-COUNT    PIC 9(07) VALUE ZEROS.
           05 WS-RTV-WRITTEN            PIC 9(07) VALUE ZEROS.
           05 WS-MEMO-WRITTEN           PIC 9(07) VALUE ZEROS.
      *
       01  WS-QTY-INSPECTED             PIC S9(08) VALUE ZERO.
       01  WS-RUN-TIME-RAW              PIC 9(08) VALUE ZERO.
       01  WS-MEMO-DATE-TIME            PIC 9(14) VALUE ZERO.
       01  WS-MEMO-SEQUENCE             PIC 9(04) VALUE ZERO.
      *
       01  WS-ERROR-MESSAGE             PIC X(40) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-ORDERED-QTY               PIC S9(07) VALUE ZERO.
       01  WS-RECEIVED-QTY              PIC S9(07) VALUE ZERO.
      *
       01  LILIAN                       PIC S9(9) BINARY.
      *
           05 WS-RCPT-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 RCPT-TABLE-FULL        VALUE 'Y'.
       01  WS-RCPT-SUB                  PIC 9(08) COMP VALUE ZERO.
      *
      * ** Quantity inspected so far per order line this run, so a
      * ** line cannot be inspected past what it ordered
       01  WS-INSPECT-TABLE.
           05 WS-INSP-COUNT             PIC 9(08) COMP VALUE ZERO.
           05 WS-INSP-ENTRY             OCCURS 150000 TIMES
                                         INDEXED BY WS-INSP-IDX.
              10 WS-INSP-PO-NUMBER      PIC X(06).
              10 WS-INSP-PART-NUMBER    PIC X(23).
              10 WS-INSP-QTY            PIC S9(08) COMP.
           05 WS-INSP-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 INSP-TABLE-FULL        VALUE 'Y'.
       01  WS-INSP-SUB                  PIC 9(08) COMP VALUE ZERO.
      *
       COPY PARTSUPP.

              PERFORM 100-EDIT-RECEIPT
              PERFORM 200-READ-NEXT
           END-PERFORM
           PERFORM 300-PROCESS-INSPECTIONS
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE RECEIPTS
                 PARTMAST
                 POMAST
                 GOODRCPT
                 RCPSUSP
                 INSPSUSP
                 RTVFILE
                 DEBITMEM
           GOBACK
           .
      *
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
           END-IF
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
           END-IF
           OPEN OUTPUT GOODRCPT
           IF NOT WS-GOODRCPT-STATUS-OK
              DISPLAY ' Error opening file GOODRCPT, Status: '
              DISPLAY ' Error opening file RCPSUSP, Status: '
                         WS-RCPSUSP-STATUS
           END-IF
           OPEN OUTPUT INSPSUSP
           IF NOT WS-INSPSUSP-STATUS-OK
              DISPLAY ' Error opening file INSPSUSP, Status: '
                         WS-INSPSUSP-STATUS
           END-IF
           OPEN OUTPUT RTVFILE
           IF NOT WS-RTVFILE-STATUS-OK
              DISPLAY ' Error opening file RTVFILE, Status: '
                         WS-RTVFILE-STATUS
           END-IF
           OPEN OUTPUT DEBITMEM
           IF NOT WS-DEBITMEM-STATUS-OK
              DISPLAY ' Error opening file DEBITMEM, Status: '
                         WS-DEBITMEM-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-TODAY-DATE           TO WS-MEMO-DATE-TIME(1:8)
           MOVE WS-RUN-TIME-RAW(1:6)    TO WS-MEMO-DATE-TIME(9:6)
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           .
           END-IF
           .
      *
      * ** One keyed read against PARTMAST proves the part, then a
      * ** keyed read of POMAST must find the PO-NUMBER/PART-NUMBER
      * ** line still open - the line's ordered quantity is kept for
      * ** the over-receipt test
       130-EDIT-PART-AND-PO.
           MOVE 'N'                     TO WS-PART-STATE
           MOVE 'N'                     TO WS-PO-STATE
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE RC-PO-NUMBER            TO PL-PO-NUMBER
           MOVE RC-PART-NUMBER          TO PL-PART-NUMBER
           READ POMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-PO-STATE
                 MOVE PL-QUANTITY       TO WS-ORDERED-QTY
           END-READ
           IF NOT PO-LINE-FOUND
              MOVE ' RC-PO-NUMBER IS not on PO master.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PL-LINE-CANCELLED
              MOVE ' RC-PO-NUMBER LINE IS cancelled.'
                                        TO WS-ERROR-MESSAGE
           END-IF
           .
              END-IF
           END-IF
           .
      *
      * ** Inspection results are edited after every receipt in the
      * ** run is in - no results on file is a normal day
       300-PROCESS-INSPECTIONS.
           OPEN INPUT INSPECTS
           IF NOT WS-INSPECTS-STATUS-OK
              DISPLAY ' No inspection results on file, Status: '
                         WS-INSPECTS-STATUS
              MOVE 'Y'                  TO WS-INSPECTS-EOF
           END-IF
           PERFORM UNTIL INSPECTS-EOF-FOUND
              READ INSPECTS
                AT END
                    MOVE 'Y'            TO WS-INSPECTS-EOF
                NOT AT END
                    ADD 1               TO WS-INSPECTS-READ
                    PERFORM 310-EDIT-INSPECTION
              END-READ
           END-PERFORM
      * ** The read loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-INSPECTS-STATUS = '00' OR '10'
              CLOSE INSPECTS
           END-IF
           .
      *
      * ** Edits stop at the first failure, as for receipts
       310-EDIT-INSPECTION.
           MOVE SPACES                  TO WS-ERROR-MESSAGE
           PERFORM 320-EDIT-INSPECT-DATES
           IF WS-ERROR-MESSAGE = SPACES
              PERFORM 330-EDIT-INSPECT-QTY
           END-IF
           IF WS-ERROR-MESSAGE = SPACES
              PERFORM 340-EDIT-INSPECT-LINE
           END-IF
           IF WS-ERROR-MESSAGE = SPACES
              PERFORM 350-CHECK-OVER-INSPECTION
           END-IF
      * ** A return that cannot be filed suspends the result, so
      * ** the inspection is only posted once its return is on file
           IF WS-ERROR-MESSAGE = SPACES
              AND IN-QTY-REJECTED > 0
              PERFORM 400-RETURN-TO-VENDOR
           END-IF
           IF WS-ERROR-MESSAGE = SPACES
              ADD 1                     TO WS-INSP-PASSED-COUNT
              PERFORM 370-POST-INSPECTION
           ELSE
              PERFORM 920-WRITE-INSP-SUSPENSE
           END-IF
           .
      *
       320-EDIT-INSPECT-DATES.
           IF IN-INSPECT-DATE IS NOT NUMERIC
              OR IN-RECEIPT-DATE IS NOT NUMERIC
              MOVE ' INSPECT/RECEIPT DATES MUST BE NUMERIC.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE IN-INSPECT-DATE         TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE ' IN-INSPECT-DATE IS not a valid date.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE IN-RECEIPT-DATE         TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE ' IN-RECEIPT-DATE IS not a valid date.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF IN-INSPECT-DATE < IN-RECEIPT-DATE
              MOVE ' INSPECTED BEFORE IT WAS RECEIVED.'
                                        TO WS-ERROR-MESSAGE
           END-IF
           .
      *
      * ** A rejection has to say why - the reason code travels on
      * ** the return and the debit memo
       330-EDIT-INSPECT-QTY.
           IF IN-QTY-ACCEPTED IS NOT NUMERIC
              OR IN-QTY-REJECTED IS NOT NUMERIC
              MOVE ' INSPECTED QUANTITIES MUST BE NUMERIC.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF IN-QTY-ACCEPTED < 0
              OR IN-QTY-REJECTED < 0
              MOVE ' INSPECTED QUANTITIES CANNOT BE NEGATIVE.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF IN-QTY-ACCEPTED + IN-QTY-REJECTED = 0
              MOVE ' NOTHING INSPECTED.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF IN-QTY-REJECTED > 0
              AND NOT IN-REASON-VALID
              MOVE ' IN-REASON-CODE IS not a reject reason.'
                                        TO WS-ERROR-MESSAGE
           END-IF
           .
      *
      * ** The same two keyed reads the receipt edit makes - the
      * ** part record supplies the supplier name for the memo
       340-EDIT-INSPECT-LINE.
           MOVE 'N'                     TO WS-PART-STATE
           MOVE 'N'                     TO WS-PO-STATE
           MOVE ZERO                    TO WS-ORDERED-QTY
           MOVE IN-PART-NUMBER          TO PM-PART-NUMBER
           READ PARTMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-PART-STATE
                 MOVE PARTMAST-REC      TO PART-SUPP-ADDR-PO
           END-READ
           IF NOT PART-ON-MASTER
              MOVE ' IN-PART-NUMBER IS not on part master.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE IN-PO-NUMBER            TO PL-PO-NUMBER
           MOVE IN-PART-NUMBER          TO PL-PART-NUMBER
           READ POMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-PO-STATE
                 MOVE PL-QUANTITY       TO WS-ORDERED-QTY
           END-READ
           IF NOT PO-LINE-FOUND
              MOVE ' IN-PO-NUMBER IS not on PO master.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PL-LINE-CANCELLED
              MOVE ' IN-PO-NUMBER LINE IS cancelled.'
                                        TO WS-ERROR-MESSAGE
           END-IF
           .
      *
      * ** Inspection can only judge what actually arrived - a run's
      * ** results for a line past the clean quantity its receipts
      * ** brought in are a keying slip
       350-CHECK-OVER-INSPECTION.
           MOVE ZERO                    TO WS-RECEIVED-QTY
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
              IF WS-RCPT-PO-NUMBER(WS-RCPT-IDX) = IN-PO-NUMBER
                 AND WS-RCPT-PART-NUMBER(WS-RCPT-IDX)
                     = IN-PART-NUMBER
                 MOVE WS-RCPT-QTY(WS-RCPT-IDX) TO WS-RECEIVED-QTY
              END-IF
           END-PERFORM
           COMPUTE WS-QTY-INSPECTED =
              IN-QTY-ACCEPTED + IN-QTY-REJECTED
           MOVE ZERO                    TO WS-INSP-SUB
           PERFORM VARYING WS-INSP-IDX FROM 1 BY 1
                   UNTIL WS-INSP-IDX > WS-INSP-COUNT
              IF WS-INSP-PO-NUMBER(WS-INSP-IDX) = IN-PO-NUMBER
                 AND WS-INSP-PART-NUMBER(WS-INSP-IDX)
                     = IN-PART-NUMBER
                 SET WS-INSP-SUB        TO WS-INSP-IDX
              END-IF
           END-PERFORM
           IF WS-INSP-SUB > 0
              ADD WS-INSP-QTY(WS-INSP-SUB) TO WS-QTY-INSPECTED
           END-IF
           IF WS-QTY-INSPECTED > WS-RECEIVED-QTY
              MOVE ' INSPECTED EXCEEDS RECEIVED QUANTITY.'
                                        TO WS-ERROR-MESSAGE
           END-IF
           .
      *
       370-POST-INSPECTION.
           MOVE 'N'                     TO WS-INSP-MATCHED
           PERFORM VARYING WS-INSP-IDX FROM 1 BY 1
                   UNTIL WS-INSP-IDX > WS-INSP-COUNT
              IF WS-INSP-PO-NUMBER(WS-INSP-IDX) = IN-PO-NUMBER
                 AND WS-INSP-PART-NUMBER(WS-INSP-IDX)
                     = IN-PART-NUMBER
                 ADD IN-QTY-ACCEPTED    TO WS-INSP-QTY(WS-INSP-IDX)
                 ADD IN-QTY-REJECTED    TO WS-INSP-QTY(WS-INSP-IDX)
                 MOVE 'Y'               TO WS-INSP-MATCHED
              END-IF
           END-PERFORM
           IF NOT INSP-MATCHED
              IF WS-INSP-COUNT < 150000
                 ADD 1                  TO WS-INSP-COUNT
                 MOVE IN-PO-NUMBER
                            TO WS-INSP-PO-NUMBER(WS-INSP-COUNT)
                 MOVE IN-PART-NUMBER
                            TO WS-INSP-PART-NUMBER(WS-INSP-COUNT)
                 COMPUTE WS-INSP-QTY(WS-INSP-COUNT) =
                    IN-QTY-ACCEPTED + IN-QTY-REJECTED
              ELSE
                 IF NOT INSP-TABLE-FULL
                    MOVE 'Y'            TO WS-INSP-TABLE-FULL
                    DISPLAY ' ** WS-INSPECT-TABLE FULL AT 150000 - '
                       'over-inspection coverage lost, run failed'
                 END-IF
                 MOVE 12                TO RETURN-CODE
              END-IF
           END-IF
           .
      *
      * ** The rejected quantity goes back to the line's supplier -
      * ** the return record and its debit memo share one memo
      * ** number so AP and the dock talk about the same return, and
      * ** no supplier is debited for a return that is not on file
       400-RETURN-TO-VENDOR.
           ADD 1                        TO WS-MEMO-SEQUENCE
           MOVE SPACES                  TO RTV-RECORD
           MOVE IN-INSPECT-DATE         TO RT-RETURN-DATE
           MOVE IN-PO-NUMBER            TO RT-PO-NUMBER
           MOVE IN-PART-NUMBER          TO RT-PART-NUMBER
           MOVE PL-SUPPLIER-CODE        TO RT-SUPPLIER-CODE
           MOVE IN-QTY-REJECTED         TO RT-QTY-RETURNED
           MOVE IN-REASON-CODE          TO RT-REASON-CODE
           MOVE IN-RECEIPT-DATE         TO RT-RECEIPT-DATE
           MOVE WS-MEMO-DATE-TIME       TO RT-DEBIT-MEMO-NUMBER(1:14)
           MOVE WS-MEMO-SEQUENCE        TO RT-DEBIT-MEMO-NUMBER(15:4)
           WRITE RTV-RECORD
           IF NOT WS-RTVFILE-STATUS-OK
              DISPLAY ' Error writing file RTVFILE, Status: '
                         WS-RTVFILE-STATUS
              MOVE 12                   TO RETURN-CODE
              MOVE ' RTVFILE WRITE FAILED - NOT RETURNED.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-RTV-WRITTEN
           PERFORM 450-WRITE-DEBIT-MEMO
           .
      *
       450-WRITE-DEBIT-MEMO.
           MOVE SPACES                  TO DEBITMEM-RECORD
           MOVE WS-MEMO-DATE-TIME       TO DM-MEMO-DATE-TIME
           MOVE WS-MEMO-SEQUENCE        TO DM-MEMO-SEQUENCE
           MOVE WS-TODAY-DATE           TO DM-MEMO-DATE
           MOVE PL-SUPPLIER-CODE        TO DM-SUPPLIER-CODE
      * ** The part record names its current supplier only
           IF SUPPLIER-CODE = PL-SUPPLIER-CODE
              MOVE SUPPLIER-NAME        TO DM-SUPPLIER-NAME
           END-IF
           MOVE IN-PO-NUMBER            TO DM-PO-NUMBER
           MOVE IN-PART-NUMBER          TO DM-PART-NUMBER
           MOVE IN-QTY-REJECTED         TO DM-QTY-RETURNED
           MOVE PL-UNIT-PRICE           TO DM-UNIT-PRICE
           MOVE PL-CURRENCY-CODE        TO DM-CURRENCY-CODE
           COMPUTE DM-DEBIT-AMOUNT =
              IN-QTY-REJECTED * PL-UNIT-PRICE
           MOVE IN-REASON-CODE          TO DM-REASON-CODE
           EVALUATE IN-REASON-CODE
              WHEN 'DM'
                 MOVE 'DAMAGED IN TRANSIT'  TO DM-REASON-TEXT
              WHEN 'DF'
                 MOVE 'DEFECTIVE'           TO DM-REASON-TEXT
              WHEN 'SP'
                 MOVE 'OUT OF SPEC'         TO DM-REASON-TEXT
              WHEN 'WP'
                 MOVE 'WRONG PART SHIPPED'  TO DM-REASON-TEXT
              WHEN 'DC'
                 MOVE 'PAPERWORK MISSING'   TO DM-REASON-TEXT
           END-EVALUATE
           WRITE DEBITMEM-RECORD
           IF NOT WS-DEBITMEM-STATUS-OK
              DISPLAY ' Error writing file DEBITMEM, Status: '
                         WS-DEBITMEM-STATUS
           ELSE
              ADD 1                     TO WS-MEMO-WRITTEN
           END-IF
           .
      *
       900-WRITE-SUSPENSE.
           ADD 1                        TO WS-REJECTED-COUNT
                         WS-RCPSUSP-STATUS
           END-IF
           .
      *
       920-WRITE-INSP-SUSPENSE.
           ADD 1                        TO WS-INSP-REJECTED-COUNT
           DISPLAY ' - Inspection REJECTED: ' IN-PO-NUMBER ' / '
              IN-PART-NUMBER ', Error: ' WS-ERROR-MESSAGE
           MOVE INSPECT-RECORD          TO IS-INSPECT-IMAGE
           MOVE WS-ERROR-MESSAGE        TO IS-ERROR-MESSAGE
           MOVE WS-TODAY-DATE           TO IS-REJECT-DATE
           WRITE INSPSUSP-RECORD
           IF NOT WS-INSPSUSP-STATUS-OK
              DISPLAY ' Error writing file INSPSUSP, Status: '
                         WS-INSPSUSP-STATUS
           END-IF
           .
      *
       950-WRITE-GOODRCPT.
           ADD 1                        TO WS-PASSED-COUNT
           DISPLAY ' RECEIPTS PASSED        : ' WS-PASSED-COUNT
           DISPLAY ' RECEIPTS TO SUSPENSE   : ' WS-REJECTED-COUNT
           DISPLAY ' OVER-RECEIPTS FLAGGED  : ' WS-OVER-RECEIPT-COUNT
           DISPLAY ' INSPECTIONS READ       : ' WS-INSPECTS-READ
           DISPLAY ' INSPECTIONS PASSED     : ' WS-INSP-PASSED-COUNT
           DISPLAY ' INSPECTIONS TO SUSPENSE: ' WS-INSP-REJECTED-COUNT
           DISPLAY ' RETURNS TO VENDOR      : ' WS-RTV-WRITTEN
           DISPLAY ' DEBIT MEMOS WRITTEN    : ' WS-MEMO-WRITTEN
           DISPLAY '================================================'
           .
