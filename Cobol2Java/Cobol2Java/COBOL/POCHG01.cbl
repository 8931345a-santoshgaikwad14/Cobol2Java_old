       PROGRAM-ID. POCHG01.
      *============================
      * ** Purchase-order change orders - lets purchasing amend one
      * ** order line on the POMAST order-line master.  POTRANS
      * ** transactions amend QUANTITY, amend DELIVERY-DATE, reassign
      * ** BUYER-CODE, cancel a line, or add a new line to a part,
      * ** located by PART-NUMBER and PO-NUMBER - the part must be on
      * ** PARTMAST, and a part takes as many lines as purchasing
      * ** adds.  Business rules: a line the RECEIPTS file shows
      * ** already received against cannot cancel, a cancelled line
      * ** stays on file marked cancelled and takes no further
      * ** amendment, and every amended or added line is re-driven
      * ** through FINORDER (which enforces positive amounts, active
      * ** buyers and DELIVERY-DATE not earlier than ORDER-DATE)
      * ** before the master is updated.  A change that takes the
      * ** line over its buyer's approval limit is parked on the
      * ** POHOLD approval queue as FINAL01 parks one, and the master
      * ** is left as it stands - an over-limit line reaches the
      * ** master only once POREL01 releases it.  Every applied or
      * ** held change writes an AUDITLOG line stamped with this run's
      * ** identifier, so the disputed-change arguments stop, and
      * ** queues the line for POXMIT01 to send to the supplier as a
      * ** new, changed or cancelled order line.  Failures reject to
      * ** POCREJS with diagnostics.
      *============================
       ENVIRONMENT DIVISION.
      *============================
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-POTRANS-STATUS
             .
           SELECT POMAST      ASSIGN TO POMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PL-KEY
             FILE STATUS      IS  WS-POMAST-STATUS
             .
           SELECT PARTMAST    ASSIGN TO PARTMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-POCREJS-STATUS
             .
           SELECT POHOLD      ASSIGN TO POHOLD
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PH-KEY
             FILE STATUS      IS  WS-POHOLD-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Change-order transactions - only the field the action
      * ** amends is meaningful, the others may be blank/zero; an
      * ** add carries every field of the new line
       FD  POTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POTRANS-RECORD.
       01  POTRANS-RECORD.
               88 PC-AMEND-DELIVERY     VALUE 'D'.
               88 PC-REASSIGN-BUYER     VALUE 'B'.
               88 PC-CANCEL-LINE        VALUE 'X'.
               88 PC-ADD-LINE           VALUE 'A'.
           05  PC-PART-NUMBER           PIC X(23).
           05  PC-PO-NUMBER             PIC X(06).
           05  PC-NEW-QUANTITY          PIC S9(07).
           05  PC-NEW-DELIVERY-DATE     PIC 9(08).
           05  PC-NEW-BUYER-CODE        PIC X(03).
           05  PC-NEW-UNIT-PRICE        PIC S9(07)V99.
           05  PC-NEW-ORDER-DATE        PIC 9(08).
      *
      * ** Purchase-order line master - one record per order line,
      * ** keyed on PO-NUMBER then PART-NUMBER
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
      * ** Part master - proves the part and supplies the record
      * ** image FINORDER edits the line within
       FD  PARTMAST
           RECORD CONTAINS 473 CHARACTERS
           DATA RECORD IS PARTMAST-REC.
       FD  POCREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 106 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POCREJ-RECORD.
       01  POCREJ-RECORD.
           05  PJ-TRANS-IMAGE           PIC X(65).
           05  PJ-ERROR-MESSAGE         PIC X(40).
           05  FILLER                   PIC X(01).
      *
      * ** PO approval hold queue shared with FINAL01 and RESUB01 - a
      * ** change that takes the line over its buyer's approval limit
      * ** waits here for POREL01 instead of reaching the master
       FD  POHOLD
           RECORD CONTAINS 650 CHARACTERS
           DATA RECORD IS POHOLD-REC.
       01  POHOLD-REC.
           05  PH-KEY.
               10  PH-PO-NUMBER         PIC X(06).
               10  PH-PART-NUMBER       PIC X(23).
           05  PH-SUPPLIER-CODE         PIC X(10).
           05  PH-BUYER-CODE            PIC X(03).
           05  PH-APPROVER-CODE         PIC X(03).
           05  PH-HOLD-DATE             PIC 9(08).
           05  PH-HOLD-RUN-ID           PIC X(15).
           05  PH-SOURCE-ID             PIC X(08).
           05  PH-HOLD-VALUE            PIC 9(09)V99.
           05  PH-LINES-HELD            PIC 9(01).
           05  PH-HOLD-REASON           PIC X(40).
           05  PH-HOLD-STATUS           PIC X(01).
               88 PH-HOLD-OPEN          VALUE 'H'.
               88 PH-HOLD-RELEASED      VALUE 'R'.
               88 PH-HOLD-DECLINED      VALUE 'D'.
           05  PH-DECISION-DATE         PIC 9(08).
           05  PH-DECIDED-BY            PIC X(03).
           05  PH-PART-SUPP-IMAGE       PIC X(473).
           05  FILLER                   PIC X(37).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-POTRANS-STATUS         PIC X(02) VALUE '00'.
             88 WS-POTRANS-STATUS-OK    VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-PARTMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTMAST-STATUS-OK   VALUE '00'.
           05 WS-RECEIPTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-AUDITLOG-STATUS-OK   VALUE '00'.
           05 WS-POCREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-POCREJS-STATUS-OK    VALUE '00'.
           05 WS-POHOLD-STATUS          PIC X(02) VALUE '00'.
             88 WS-POHOLD-STATUS-OK     VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 RCPT-MATCHED           VALUE 'Y'.
           05 WS-KEY-STATE              PIC X VALUE 'N'.
              88 MASTER-KEY-EXISTS      VALUE 'Y'.
           05 WS-LINE-STATE             PIC X VALUE 'N'.
              88 PO-LINE-FOUND          VALUE 'Y'.
           05 WS-HOLD-STATE             PIC X VALUE 'N'.
              88 CHANGE-NEEDS-APPROVAL  VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-POTRANS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-AMENDED-COUNT          PIC 9(07) VALUE ZEROS.
           05 WS-CANCELLED-COUNT        PIC 9(07) VALUE ZEROS.
           05 WS-ADDED-COUNT            PIC 9(07) VALUE ZEROS.
           05 WS-HELD-COUNT             PIC 9(07) VALUE ZEROS.
           05 WS-REJECTED-COUNT         PIC 9(07) VALUE ZEROS.
      *
       01  WS-ERROR-MESSAGE             PIC X(40) VALUE SPACES.
       01  WS-AUDIT-OUTCOME             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-MESSAGE             PIC X(40) VALUE SPACES.
       01  WS-RECEIVED-QTY              PIC S9(07) VALUE ZERO.
       01  WS-ERR-SUB                   PIC 9(02) VALUE ZERO.
      *
       COPY HOLDDTL.
       01  WS-HOLD-WORK.
           05 WS-HW-PO-NUMBER           PIC X(06).
           05 WS-HW-APPROVER-CODE       PIC X(03).
           05 WS-HW-VALUE               PIC 9(09)V99.
           05 WS-HW-LINES               PIC 9(01).
           05 WS-HW-REASON              PIC X(40).
      *
       01  WS-RUN-TIME-RAW              PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE POTRANS
                 POMAST
                 PARTMAST
                 AUDITLOG
                 POCREJS
                 POHOLD
           GOBACK
           .
      *
                         WS-POTRANS-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           OPEN I-O POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
           END-IF
           OPEN INPUT PARTMAST
           IF NOT WS-PARTMAST-STATUS-OK
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
              DISPLAY ' Error opening file POCREJS, Status: '
                         WS-POCREJS-STATUS
           END-IF
           OPEN I-O POHOLD
           IF WS-POHOLD-STATUS = '35'
              DISPLAY ' POHOLD empty - initialising hold queue'
              OPEN OUTPUT POHOLD
              CLOSE POHOLD
              OPEN I-O POHOLD
           END-IF
           IF NOT WS-POHOLD-STATUS-OK
              DISPLAY ' Error opening file POHOLD, Status: '
                         WS-POHOLD-STATUS
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6)    TO WS-RUN-TIME
           END-IF
           .
      *
      * ** Locates the part and the order line, applies the change
      * ** to a working image, re-drives the image through FINORDER,
      * ** and only then updates the master
       100-APPLY-CHANGE-ORDER.
           MOVE SPACES                  TO WS-ERROR-MESSAGE
           MOVE 'POCHANGE'              TO WS-AUDIT-OUTCOME
           PERFORM 120-LOCATE-PO-LINE
           IF WS-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-POCREJ
                 PERFORM 500-REASSIGN-BUYER
              WHEN PC-CANCEL-LINE
                 PERFORM 600-CANCEL-LINE
              WHEN PC-ADD-LINE
                 PERFORM 650-ADD-LINE
              WHEN OTHER
                 MOVE ' ACTION CODE MUST BE Q, D, B, X OR A.'
                                        TO WS-ERROR-MESSAGE
                 PERFORM 900-WRITE-POCREJ
           END-EVALUATE
           .
      *
      * ** An add must name a line not yet on the master; every
      * ** other action must name an existing line still open
       120-LOCATE-PO-LINE.
           MOVE 'N'                     TO WS-KEY-STATE
           MOVE 'N'                     TO WS-LINE-STATE
           MOVE PC-PART-NUMBER          TO PM-PART-NUMBER
           READ PARTMAST
             INVALID KEY
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF PC-PO-NUMBER = SPACES
              MOVE ' PO-NUMBER IS REQUIRED.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE PC-PO-NUMBER            TO PL-PO-NUMBER
           MOVE PC-PART-NUMBER          TO PL-PART-NUMBER
           READ POMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-LINE-STATE
           END-READ
           EVALUATE TRUE
              WHEN PC-ADD-LINE
                 IF PO-LINE-FOUND
                    MOVE ' PO LINE ALREADY ON PO MASTER.'
                                        TO WS-ERROR-MESSAGE
                 END-IF
              WHEN NOT PO-LINE-FOUND
                 MOVE ' PO-NUMBER NOT ON PO MASTER FOR PART.'
                                        TO WS-ERROR-MESSAGE
              WHEN PL-LINE-CANCELLED
                 MOVE ' PO LINE IS CANCELLED.'
                                        TO WS-ERROR-MESSAGE
              WHEN OTHER
                 PERFORM 130-BUILD-LINE-IMAGE
           END-EVALUATE
           .
      *
      * ** FINORDER edits PURCHASE-ORDER slots, so the line being
      * ** changed is laid into slot 1 of the part image with the
      * ** other slots cleared - the part's other lines live on the
      * ** PO master and are not this transaction's business.  The
      * ** line keeps the supplier it was ordered from.
       130-BUILD-LINE-IMAGE.
           PERFORM 140-CLEAR-PO-SLOTS
           MOVE PL-SUPPLIER-CODE        TO SUPPLIER-CODE
           MOVE PL-PO-NUMBER            TO PO-NUMBER(1)
           MOVE PL-BUYER-CODE           TO BUYER-CODE(1)
           MOVE PL-QUANTITY             TO QUANTITY(1)
           MOVE PL-UNIT-PRICE           TO UNIT-PRICE(1)
           MOVE PL-ORDER-DATE           TO ORDER-DATE(1)
           MOVE PL-DELIVERY-DATE        TO DELIVERY-DATE(1)
           .
      *
       140-CLEAR-PO-SLOTS.
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              MOVE SPACES               TO PO-NUMBER(PO-IDX)
              MOVE SPACES               TO BUYER-CODE(PO-IDX)
              MOVE ZERO                 TO QUANTITY(PO-IDX)
              MOVE ZERO                 TO UNIT-PRICE(PO-IDX)
              MOVE ZERO                 TO ORDER-DATE(PO-IDX)
              MOVE ZERO                 TO DELIVERY-DATE(PO-IDX)
           END-PERFORM
           .
      *
       300-AMEND-QUANTITY.
              PERFORM 900-WRITE-POCREJ
              EXIT PARAGRAPH
           END-IF
           MOVE PC-NEW-QUANTITY         TO QUANTITY(1)
           MOVE ' QUANTITY AMENDED'     TO WS-AUDIT-MESSAGE
           PERFORM 700-EDIT-AND-REWRITE
           .
              PERFORM 900-WRITE-POCREJ
              EXIT PARAGRAPH
           END-IF
           MOVE PC-NEW-DELIVERY-DATE    TO DELIVERY-DATE(1)
           MOVE ' DELIVERY-DATE AMENDED'
                                        TO WS-AUDIT-MESSAGE
           PERFORM 700-EDIT-AND-REWRITE
              PERFORM 900-WRITE-POCREJ
              EXIT PARAGRAPH
           END-IF
           MOVE PC-NEW-BUYER-CODE       TO BUYER-CODE(1)
           MOVE ' BUYER-CODE REASSIGNED'
                                        TO WS-AUDIT-MESSAGE
           PERFORM 700-EDIT-AND-REWRITE
           .
      *
      * ** A line the dock has already received against is a
      * ** delivered commitment - it cannot be cancelled away.  A
      * ** cancelled line stays on the master marked 'X', so its
      * ** history and its PO-NUMBER are never reused by accident
       600-CANCEL-LINE.
           MOVE ZERO                    TO WS-RECEIVED-QTY
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
              PERFORM 900-WRITE-POCREJ
              EXIT PARAGRAPH
           END-IF
           MOVE 'X'                     TO PL-LINE-STATUS
      * ** A line the supplier never received needs no cancellation
      * ** sent - it simply leaves the transmission queue
           IF PL-XMIT-PENDING AND PL-XMIT-NEW
              MOVE SPACE                TO PL-XMIT-STATUS
              MOVE SPACE                TO PL-XMIT-ACTION
           ELSE
              MOVE 'P'                  TO PL-XMIT-STATUS
              MOVE 'X'                  TO PL-XMIT-ACTION
              MOVE SPACE                TO PL-ACK-STATUS
              MOVE ZERO                 TO PL-PROMISED-DATE
              MOVE ZERO                 TO PL-ACK-DATE
           END-IF
           MOVE WS-RUN-DATE             TO PL-LAST-CHANGE-DATE
           MOVE 'POCHG01'               TO PL-LAST-CHANGE-BY
           MOVE WS-RUN-ID               TO PL-RUN-ID
           MOVE ' PO LINE CANCELLED'    TO WS-AUDIT-MESSAGE
           REWRITE POMAST-REC
             INVALID KEY
                 DISPLAY ' Error rewriting POMAST, Status: '
                    WS-POMAST-STATUS ' Key: ' PL-KEY
             NOT INVALID KEY
                 ADD 1                  TO WS-CANCELLED-COUNT
                 DISPLAY ' - Cancelled: ' PC-PO-NUMBER ' on '
           END-REWRITE
           .
      *
      * ** A new line for the part, ordered from the part's current
      * ** supplier in the part's currency - every field arrives on
      * ** the transaction and FINORDER judges them all
       650-ADD-LINE.
           IF PC-NEW-QUANTITY IS NOT NUMERIC
              OR PC-NEW-UNIT-PRICE IS NOT NUMERIC
              OR PC-NEW-ORDER-DATE IS NOT NUMERIC
              OR PC-NEW-DELIVERY-DATE IS NOT NUMERIC
              MOVE ' NEW LINE AMOUNTS/DATES MUST BE NUMERIC.'
                                        TO WS-ERROR-MESSAGE
              PERFORM 900-WRITE-POCREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 140-CLEAR-PO-SLOTS
           MOVE PC-PO-NUMBER            TO PO-NUMBER(1)
           MOVE PC-NEW-BUYER-CODE       TO BUYER-CODE(1)
           MOVE PC-NEW-QUANTITY         TO QUANTITY(1)
           MOVE PC-NEW-UNIT-PRICE       TO UNIT-PRICE(1)
           MOVE PC-NEW-ORDER-DATE       TO ORDER-DATE(1)
           MOVE PC-NEW-DELIVERY-DATE    TO DELIVERY-DATE(1)
           MOVE SPACES                  TO POMAST-REC
           MOVE PC-PO-NUMBER            TO PL-PO-NUMBER
           MOVE PC-PART-NUMBER          TO PL-PART-NUMBER
           MOVE SUPPLIER-CODE           TO PL-SUPPLIER-CODE
           MOVE CURRENCY-CODE           TO PL-CURRENCY-CODE
           MOVE 'O'                     TO PL-LINE-STATUS
           MOVE 'P'                     TO PL-XMIT-STATUS
           MOVE 'N'                     TO PL-XMIT-ACTION
           MOVE ZERO                    TO PL-XMIT-DATE
           MOVE ZERO                    TO PL-PROMISED-DATE
           MOVE ZERO                    TO PL-ACK-DATE
           MOVE ' PO LINE ADDED'        TO WS-AUDIT-MESSAGE
           PERFORM 700-EDIT-AND-REWRITE
           .
      *
      * ** Re-drives the changed image through the same FINORDER
      * ** subroutine the batch uses - positive amounts, an active
      * ** buyer, real dates and DELIVERY-DATE not earlier than
      * ** ORDER-DATE - before anything touches the master.  A change
      * ** FINORDER holds for approval goes to POHOLD, not the master
       700-EDIT-AND-REWRITE.
           MOVE 'Y'                TO WS-EDIT-STATUS
           MOVE SPACES             TO WS-EDIT-FIELD
              PERFORM 900-WRITE-POCREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 705-CHECK-HOLD
           IF CHANGE-NEEDS-APPROVAL
              PERFORM 955-WRITE-POHOLD
              EXIT PARAGRAPH
           END-IF
           MOVE BUYER-CODE(1)           TO PL-BUYER-CODE
           MOVE QUANTITY(1)             TO PL-QUANTITY
           MOVE UNIT-PRICE(1)           TO PL-UNIT-PRICE
           MOVE ORDER-DATE(1)           TO PL-ORDER-DATE
           MOVE DELIVERY-DATE(1)        TO PL-DELIVERY-DATE
           MOVE WS-RUN-DATE             TO PL-LAST-CHANGE-DATE
           MOVE 'POCHG01'               TO PL-LAST-CHANGE-BY
           MOVE WS-RUN-ID               TO PL-RUN-ID
           IF PC-ADD-LINE
              PERFORM 720-WRITE-NEW-LINE
           ELSE
              PERFORM 760-FLAG-FOR-TRANSMIT
              PERFORM 740-REWRITE-LINE
           END-IF
           .
      *
      * ** Picks the HOLD entries FINORDER left in the edit table -
      * ** the largest held line keys the hold and names the approver
       705-CHECK-HOLD.
           MOVE 'N'                     TO WS-HOLD-STATE
           MOVE SPACES                  TO WS-HW-PO-NUMBER
                                           WS-HW-APPROVER-CODE
                                           WS-HW-REASON
           MOVE ZERO                    TO WS-HW-VALUE
                                           WS-HW-LINES
           PERFORM VARYING WS-ERR-SUB FROM 1 BY 1
                   UNTIL WS-ERR-SUB > WS-EDIT-ERROR-COUNT
              IF WS-EDIT-ERR-SEVERITY(WS-ERR-SUB) = 'H'
                 MOVE WS-EDIT-ERR-FIELD(WS-ERR-SUB)
                                        TO WS-HOLD-FIELD-DETAIL
                 ADD 1                  TO WS-HW-LINES
                 IF NOT CHANGE-NEEDS-APPROVAL
                    OR WS-HF-LINE-VALUE > WS-HW-VALUE
                    MOVE 'Y'            TO WS-HOLD-STATE
                    MOVE WS-HF-PO-NUMBER
                                        TO WS-HW-PO-NUMBER
                    MOVE WS-HF-APPROVER-CODE
                                        TO WS-HW-APPROVER-CODE
                    MOVE WS-HF-LINE-VALUE
                                        TO WS-HW-VALUE
                    MOVE WS-EDIT-ERR-MESSAGE(WS-ERR-SUB)
                                        TO WS-HW-REASON
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       720-WRITE-NEW-LINE.
           WRITE POMAST-REC
             INVALID KEY
                 DISPLAY ' Error writing POMAST, Status: '
                    WS-POMAST-STATUS ' Key: ' PL-KEY
             NOT INVALID KEY
                 ADD 1                  TO WS-ADDED-COUNT
                 DISPLAY ' - Added: ' PC-PO-NUMBER ' on '
                    PC-PART-NUMBER
                 PERFORM 950-WRITE-AUDIT-LOG
           END-WRITE
           .
      *
       740-REWRITE-LINE.
           REWRITE POMAST-REC
             INVALID KEY
                 DISPLAY ' Error rewriting POMAST, Status: '
                    WS-POMAST-STATUS ' Key: ' PL-KEY
             NOT INVALID KEY
                 ADD 1                  TO WS-AMENDED-COUNT
                 DISPLAY ' - Amended: ' PC-PO-NUMBER ' on '
                 PERFORM 950-WRITE-AUDIT-LOG
           END-REWRITE
           .
      *
      * ** An amended line goes back to the supplier as a change
      * ** and must be acknowledged again - unless it has not been
      * ** sent yet, when it still goes out once as a new line
       760-FLAG-FOR-TRANSMIT.
           IF PL-XMIT-PENDING AND PL-XMIT-NEW
              EXIT PARAGRAPH
           END-IF
           MOVE 'P'                     TO PL-XMIT-STATUS
           MOVE 'C'                     TO PL-XMIT-ACTION
           MOVE SPACE                   TO PL-ACK-STATUS
           MOVE ZERO                    TO PL-PROMISED-DATE
           MOVE ZERO                    TO PL-ACK-DATE
           .
      *
       900-WRITE-POCREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           END-IF
           .
      *
      * ** One AUDITLOG line per applied or held amendment, in the
      * ** layout FINAL01 writes, so AUDINQ01 lists change orders
      * ** alongside the record's edit history.  A held change is
      * ** stamped HOLD with FINORDER's reason, as FINAL01 stamps one
       950-WRITE-AUDIT-LOG.
           MOVE WS-RUN-ID               TO AL-RUN-ID
           MOVE WS-RUN-DATE             TO AL-RUN-DATE
           MOVE WS-POTRANS-READ         TO AL-RECORD-NUMBER
           MOVE PART-NUMBER             TO AL-PART-NUMBER
           MOVE SUPPLIER-CODE           TO AL-SUPPLIER-CODE
           MOVE WS-AUDIT-OUTCOME        TO AL-EDIT-OUTCOME
           MOVE WS-AUDIT-MESSAGE        TO AL-EDIT-ERROR-MESSAGE
           IF WS-AUDIT-OUTCOME = 'POCHANGE'
              MOVE PC-PO-NUMBER         TO AL-EDIT-ERROR-MESSAGE(30:6)
           END-IF
           WRITE AUDIT-RECORD
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error writing file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
           END-IF
           .
      *
      * ** Parks the changed line on the approval hold queue the way
      * ** FINAL01 does - an open hold keeps its hold date, and the
      * ** line on the master stays as it was until POREL01 releases
      * ** the change
       955-WRITE-POHOLD.
           MOVE WS-HW-PO-NUMBER         TO PH-PO-NUMBER
           MOVE PART-NUMBER             TO PH-PART-NUMBER
           READ POHOLD
             INVALID KEY
                 CONTINUE
           END-READ
           IF WS-POHOLD-STATUS-OK AND PH-HOLD-OPEN
              CONTINUE
           ELSE
              MOVE WS-RUN-DATE          TO PH-HOLD-DATE
           END-IF
           MOVE SUPPLIER-CODE           TO PH-SUPPLIER-CODE
           MOVE SPACES                  TO PH-BUYER-CODE
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) = WS-HW-PO-NUMBER
                 MOVE BUYER-CODE(PO-IDX) TO PH-BUYER-CODE
              END-IF
           END-PERFORM
           MOVE WS-HW-APPROVER-CODE     TO PH-APPROVER-CODE
           MOVE WS-RUN-ID               TO PH-HOLD-RUN-ID
           MOVE 'POCHG'                 TO PH-SOURCE-ID
           MOVE WS-HW-VALUE             TO PH-HOLD-VALUE
           MOVE WS-HW-LINES             TO PH-LINES-HELD
           MOVE WS-HW-REASON            TO PH-HOLD-REASON
           MOVE 'H'                     TO PH-HOLD-STATUS
           MOVE ZERO                    TO PH-DECISION-DATE
           MOVE SPACES                  TO PH-DECIDED-BY
           MOVE PART-SUPP-ADDR-PO       TO PH-PART-SUPP-IMAGE
           IF WS-POHOLD-STATUS-OK
              REWRITE POHOLD-REC
           ELSE
              WRITE POHOLD-REC
           END-IF
           IF NOT WS-POHOLD-STATUS-OK
              DISPLAY ' Error writing file POHOLD, Status: '
                         WS-POHOLD-STATUS
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-HELD-COUNT
           DISPLAY ' - Held for approval: ' PC-PO-NUMBER ' on '
              PC-PART-NUMBER
           MOVE 'HOLD'                  TO WS-AUDIT-OUTCOME
           MOVE WS-HW-REASON            TO WS-AUDIT-MESSAGE
           PERFORM 950-WRITE-AUDIT-LOG
           .
      *
       200-READ-NEXT.
           READ POTRANS
           DISPLAY ' TRANSACTIONS READ      : ' WS-POTRANS-READ
           DISPLAY ' LINES AMENDED          : ' WS-AMENDED-COUNT
           DISPLAY ' LINES CANCELLED        : ' WS-CANCELLED-COUNT
           DISPLAY ' LINES ADDED            : ' WS-ADDED-COUNT
           DISPLAY ' CHANGES HELD           : ' WS-HELD-COUNT
           DISPLAY ' TRANSACTIONS REJECTED  : ' WS-REJECTED-COUNT
           DISPLAY '================================================'
           .
