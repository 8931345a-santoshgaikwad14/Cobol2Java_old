             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUYERMST-STATUS
             .
           SELECT POMAST      ASSIGN TO POMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PL-KEY
             FILE STATUS      IS  WS-POMAST-STATUS
             .
           SELECT FXRATES     ASSIGN TO FXRATES
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-FXRATES-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Buyer master maintained by BUYMNT01 - BUYER-CODE on each
       FD  BUYERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYER-RECORD.
       01  BUYER-RECORD.
           05  BM-DEPARTMENT            PIC X(10).
           05  BM-ACTIVE-FLAG           PIC X(01).
               88 BM-BUYER-ACTIVE       VALUE 'A'.
      * ** US-dollar value one PO line may reach on this buyer's
      * ** authority, whether the buyer may release approval holds,
      * ** and the approver this buyer's held lines route to
           05  BM-APPROVAL-LIMIT        PIC 9(09)V99.
           05  BM-APPROVER-FLAG         PIC X(01).
               88 BM-CAN-APPROVE        VALUE 'Y'.
           05  BM-APPROVER-CODE         PIC X(03).
           05  FILLER                   PIC X(06).
      *
      * ** Purchase-order line master loaded by POLOAD01 - an order
      * ** line arriving on the feed is checked against the line
      * ** already on file under the same PO-NUMBER/PART-NUMBER
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
      * ** Exchange-rate table - US dollars per one unit of each
      * ** foreign currency, with the date the rate was set
       FD  FXRATES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FXRATE-RECORD.
       01  FXRATE-RECORD.
           05  FX-CURRENCY-CODE         PIC X(03).
           05  FX-RATE-DATE             PIC 9(08).
           05  FX-USD-RATE              PIC 9(03)V9(06).

       WORKING-STORAGE SECTION.
       01  WS-BUYERMST-STATUS      PIC X(02) VALUE '00'.
           88 WS-BUYERMST-STATUS-OK VALUE '00'.
       01  WS-POMAST-STATUS        PIC X(02) VALUE '00'.
           88 WS-POMAST-STATUS-OK  VALUE '00'.
       01  WS-FXRATES-STATUS       PIC X(02) VALUE '00'.
           88 WS-FXRATES-STATUS-OK VALUE '00'.
      *
      * ** Buyer table loaded from BUYERMST on the first call of the
      * ** run, so per-record validation is a core search instead of
                                    INDEXED BY WS-BUYER-IDX.
              10 WS-BT-BUYER-CODE  PIC X(03).
              10 WS-BT-ACTIVE-FLAG PIC X(01).
              10 WS-BT-APPROVAL-LIMIT PIC 9(09)V99.
              10 WS-BT-APPROVER-CODE  PIC X(03).
       01  WS-BUYER-SUB            PIC 9(08) COMP VALUE ZERO.
      *
      * ** Exchange rates loaded with the buyer table, so a foreign-
      * ** currency line is judged against its buyer's approval
      * ** limit in US dollars
       01  WS-RATE-CONTROL.
           05 WS-FXRATES-EOF       PIC X(01) VALUE 'N'.
              88 FXRATES-EOF-FOUND VALUE 'Y'.
           05 WS-RATE-FOUND        PIC X(01) VALUE 'N'.
              88 CURRENCY-RATE-FOUND VALUE 'Y'.
       01  WS-RATE-TABLE.
           05 WS-RATE-COUNT        PIC 9(02) COMP VALUE ZERO.
           05 WS-RATE-ENTRY        OCCURS 20 TIMES
                                    INDEXED BY WS-RATE-IDX.
              10 WS-RT-CURRENCY-CODE PIC X(03).
              10 WS-RT-USD-RATE    PIC 9(03)V9(06).
       01  WS-APPLIED-RATE         PIC 9(03)V9(06) VALUE ZERO.
       01  WS-LINE-VALUE           PIC S9(11)V99 VALUE ZERO.
       01  WS-MASTER-VALUE         PIC S9(11)V99 VALUE ZERO.
       COPY HOLDDTL.
      *
      * ** The PO master is opened once on the first batch call and
      * ** left open for the rest of the run
       01  WS-POMAST-CONTROL.
           05 WS-POMAST-OPENED     PIC X(01) VALUE 'N'.
              88 POMAST-OPENED     VALUE 'Y'.
           05 WS-POMAST-AVAIL      PIC X(01) VALUE 'N'.
              88 POMAST-AVAILABLE  VALUE 'Y'.
           05 WS-PO-REPEATED       PIC X(01) VALUE 'N'.
              88 PO-NUMBER-REPEATED VALUE 'Y'.
       01  WS-PO-SCAN-SUB          PIC 9(01) VALUE ZERO.
       01  LILIAN                  PIC S9(9) BINARY.
       01  WS-ORDER-LILIAN         PIC S9(9) BINARY.
       01  WS-ORDER-DATE-STATE     PIC X(01) VALUE 'N'.
           88 ORDER-DATE-VALID     VALUE 'Y'.
       01  WS-EDIT-SEVERITY-WORK   PIC X(01) VALUE SPACE.
       01  WS-EDIT-SCAN-SUB        PIC 9(02) COMP VALUE ZERO.
      * ** A delivery promised further out than this many shop
      * ** working days after the order - about a year of them - is
      * ** legal but worth a purchasing review
       01  WS-FAR-OUT-DAYS         PIC S9(4) BINARY VALUE 260.
      *
       COPY WORKDAYS.
      *
       01  WS-SUBROUTINE-NAMES.
           05 WS-WRKDAYS           PIC X(12) VALUE 'WRKDAYS'.
      *
       01  IN-DATE.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
      * ** attempted and buyer validation is bypassed there
           IF NOT BUYERS-LOADED AND NOT WS-EDIT-ONLINE
              PERFORM 050-LOAD-BUYERS
              PERFORM 055-LOAD-RATES
           END-IF
           IF NOT POMAST-OPENED AND NOT WS-EDIT-ONLINE
              PERFORM 060-OPEN-PO-MASTER
           END-IF
           PERFORM 000-EDITS
           GOBACK   *> Control returned to MAIN
                          TO WS-BT-BUYER-CODE(WS-BUYER-COUNT)
                       MOVE BM-ACTIVE-FLAG
                          TO WS-BT-ACTIVE-FLAG(WS-BUYER-COUNT)
                       MOVE BM-APPROVAL-LIMIT
                          TO WS-BT-APPROVAL-LIMIT(WS-BUYER-COUNT)
                       MOVE BM-APPROVER-CODE
                          TO WS-BT-APPROVER-CODE(WS-BUYER-COUNT)
                    ELSE
      * ** A buyer master bigger than the table means validation
      * ** would silently bounce real buyers - fail the run loudly
           END-PERFORM
           CLOSE BUYERMST
           .
      *
      * ** No FXRATES on file is not fatal - a foreign-currency line
      * ** then cannot be valued in dollars, so it is held for an
      * ** approver rather than passed on an unconverted amount
       055-LOAD-RATES.
           OPEN INPUT FXRATES
           IF NOT WS-FXRATES-STATUS-OK
              DISPLAY ' No exchange rates on file, Status: '
                         WS-FXRATES-STATUS
              MOVE 'Y'                  TO WS-FXRATES-EOF
           END-IF
           PERFORM UNTIL FXRATES-EOF-FOUND
              READ FXRATES
                AT END
                    MOVE 'Y'            TO WS-FXRATES-EOF
                NOT AT END
                    IF WS-RATE-COUNT < 20
                       ADD 1            TO WS-RATE-COUNT
                       MOVE FX-CURRENCY-CODE
                          TO WS-RT-CURRENCY-CODE(WS-RATE-COUNT)
                       MOVE FX-USD-RATE
                          TO WS-RT-USD-RATE(WS-RATE-COUNT)
                    ELSE
                       DISPLAY ' ** WS-RATE-TABLE is full - rate '
                          'dropped: ' FX-CURRENCY-CODE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-FXRATES-STATUS = '00' OR '10'
              CLOSE FXRATES
           END-IF
           .
      *
      * ** A batch caller with no POMAST allocated skips the master
      * ** cross-checks, as a missing BUYERMST skips buyer checks
       060-OPEN-PO-MASTER.
           MOVE 'Y'                     TO WS-POMAST-OPENED
           MOVE 'Y'                     TO WS-POMAST-AVAIL
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' POMAST not available, Status: '
                         WS-POMAST-STATUS
                         ' - PO master edits skipped'
              MOVE 'N'                  TO WS-POMAST-AVAIL
           END-IF
           .
      *
       000-EDITS.
      * ** Only occupied PO-IDX slots carry a purchase order to edit
                 PERFORM 100-EDIT-PO-AMOUNTS
                 PERFORM 150-EDIT-PO-BUYER
                 PERFORM 200-EDIT-PO-DATES
                 PERFORM 250-EDIT-PO-MASTER
                 PERFORM 270-EDIT-PO-APPROVAL
              END-IF
           END-PERFORM
           .
              PERFORM 800-RECORD-ERROR
           END-IF
      *
           IF NOT ORDER-DATE-VALID
              OR LILIAN NOT > WS-ORDER-LILIAN
              EXIT PARAGRAPH
           END-IF
      * ** Working days come from the SHOPCAL calendar - online,
      * ** where the calendar cannot be read, weekdays only
           MOVE 'C'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           IF WS-EDIT-ONLINE
              MOVE 'O'                  TO WS-WD-ENVIRONMENT
           END-IF
           MOVE WS-ORDER-LILIAN         TO WS-WD-FROM-LILIAN
           MOVE LILIAN                  TO WS-WD-TO-LILIAN
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           IF WS-WD-WORKING-DAYS > WS-FAR-OUT-DAYS
              MOVE DELIVERY-DATE(PO-IDX) TO WS-EDIT-FIELD
              MOVE ' DELIVERY-DATE IS unusually far out.'
                                        TO WS-EDIT-ERROR-MESSAGE
           END-IF
           .
      *
      * ** Each PO-NUMBER/PART-NUMBER is one line on the PO master,
      * ** so a PO-NUMBER may occupy only one slot of the record.  A
      * ** line already on the master must belong to the same
      * ** supplier, and a line purchasing has cancelled is reported
      * ** - the load will not bring it back
       250-EDIT-PO-MASTER.
           MOVE 'N'                     TO WS-PO-REPEATED
           PERFORM VARYING WS-PO-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-PO-SCAN-SUB > 3
              IF WS-PO-SCAN-SUB NOT = PO-IDX
                 AND PO-NUMBER(WS-PO-SCAN-SUB) = PO-NUMBER(PO-IDX)
                 MOVE 'Y'               TO WS-PO-REPEATED
              END-IF
           END-PERFORM
           IF PO-NUMBER-REPEATED
              MOVE PO-NUMBER(PO-IDX)    TO WS-EDIT-FIELD
              MOVE ' PO-NUMBER IS repeated on this part.'
                                        TO WS-EDIT-ERROR-MESSAGE
              PERFORM 800-RECORD-ERROR
           END-IF
           IF NOT POMAST-AVAILABLE
              EXIT PARAGRAPH
           END-IF
           MOVE PO-NUMBER(PO-IDX)       TO PL-PO-NUMBER
           MOVE PART-NUMBER             TO PL-PART-NUMBER
           READ POMAST
             INVALID KEY
                 EXIT PARAGRAPH
           END-READ
           IF PL-SUPPLIER-CODE NOT = SUPPLIER-CODE
              MOVE PO-NUMBER(PO-IDX)    TO WS-EDIT-FIELD
              MOVE ' PO LINE IS owned by another supplier.'
                                        TO WS-EDIT-ERROR-MESSAGE
              PERFORM 800-RECORD-ERROR
           END-IF
           IF PL-LINE-CANCELLED
              MOVE PO-NUMBER(PO-IDX)    TO WS-EDIT-FIELD
              MOVE ' PO LINE IS cancelled on PO master.'
                                        TO WS-EDIT-ERROR-MESSAGE
              PERFORM 810-RECORD-WARNING
           END-IF
           .
      *
      * ** Checking the line's extended value (QUANTITY times
      * ** UNIT-PRICE, in US dollars through FXRATES when the record
      * ** carries a CURRENCY-CODE) against the buyer's approval
      * ** limit.  A line over the limit is a HOLD, routed to the
      * ** buyer's approver - unless the same line already stands on
      * ** the PO master at this value or more, which means it was
      * ** approved (or placed within limit) when it first went in
      * ** and the feed is only repeating it
       270-EDIT-PO-APPROVAL.
           IF NOT BUYERMST-AVAILABLE
              EXIT PARAGRAPH
           END-IF
           IF QUANTITY(PO-IDX) NOT > 0
              OR UNIT-PRICE(PO-IDX) NOT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                    TO WS-BUYER-SUB
           PERFORM VARYING WS-BUYER-IDX FROM 1 BY 1
                   UNTIL WS-BUYER-IDX > WS-BUYER-COUNT
              IF WS-BT-BUYER-CODE(WS-BUYER-IDX) = BUYER-CODE(PO-IDX)
                 SET WS-BUYER-SUB       TO WS-BUYER-IDX
              END-IF
           END-PERFORM
           IF WS-BUYER-SUB = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                     TO WS-RATE-FOUND
           MOVE 1.000000                TO WS-APPLIED-RATE
           IF CURRENCY-CODE NOT = SPACES
              MOVE 'N'                  TO WS-RATE-FOUND
              PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                      UNTIL WS-RATE-IDX > WS-RATE-COUNT
                 IF WS-RT-CURRENCY-CODE(WS-RATE-IDX) = CURRENCY-CODE
                    MOVE 'Y'            TO WS-RATE-FOUND
                    MOVE WS-RT-USD-RATE(WS-RATE-IDX)
                                        TO WS-APPLIED-RATE
                 END-IF
              END-PERFORM
           END-IF
           COMPUTE WS-LINE-VALUE ROUNDED =
              QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX) * WS-APPLIED-RATE
           IF CURRENCY-RATE-FOUND
              AND WS-LINE-VALUE NOT >
                  WS-BT-APPROVAL-LIMIT(WS-BUYER-SUB)
              EXIT PARAGRAPH
           END-IF
           IF POMAST-AVAILABLE
              MOVE PO-NUMBER(PO-IDX)    TO PL-PO-NUMBER
              MOVE PART-NUMBER          TO PL-PART-NUMBER
              READ POMAST
                INVALID KEY
                    MOVE ZERO           TO WS-MASTER-VALUE
                NOT INVALID KEY
                    COMPUTE WS-MASTER-VALUE =
                       PL-QUANTITY * PL-UNIT-PRICE
              END-READ
              IF WS-POMAST-STATUS-OK
                 AND NOT PL-LINE-CANCELLED
                 AND PL-CURRENCY-CODE = CURRENCY-CODE
                 AND WS-MASTER-VALUE NOT <
                     QUANTITY(PO-IDX) * UNIT-PRICE(PO-IDX)
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE PO-NUMBER(PO-IDX)       TO WS-HF-PO-NUMBER
           MOVE WS-BT-APPROVER-CODE(WS-BUYER-SUB)
                                        TO WS-HF-APPROVER-CODE
           IF WS-LINE-VALUE > 999999999.99
              MOVE 999999999.99         TO WS-HF-LINE-VALUE
           ELSE
              MOVE WS-LINE-VALUE        TO WS-HF-LINE-VALUE
           END-IF
           MOVE WS-HOLD-FIELD-DETAIL    TO WS-EDIT-FIELD
           IF CURRENCY-RATE-FOUND
              MOVE ' PO LINE IS over buyer approval limit.'
                                        TO WS-EDIT-ERROR-MESSAGE
           ELSE
              MOVE ' PO LINE HAS no exchange rate - held.'
                                        TO WS-EDIT-ERROR-MESSAGE
           END-IF
           PERFORM 830-RECORD-HOLD
           .
      *
      * ** Appends the ERROR just described in WS-EDIT-FIELD /
      * ** WS-EDIT-ERROR-MESSAGE to the edit table and fails the
      * ** record, keeping the first ERROR in the single pair for
           END-IF
           .
      *
      * ** Appends a HOLD - the record still passes its edits, so
      * ** the single pair is left as 810 leaves it, but the caller
      * ** parks the record for approval instead of passing it on
       830-RECORD-HOLD.
           MOVE 'H'                     TO WS-EDIT-SEVERITY-WORK
           PERFORM 820-ADD-EDIT-ENTRY
           IF WS-PASS-EDIT-OK
              MOVE SPACES               TO WS-EDIT-FIELD
              MOVE SPACES               TO WS-EDIT-ERROR-MESSAGE
           ELSE
              MOVE WS-EDIT-FIRST-ERR-FIELD
                                        TO WS-EDIT-FIELD
              MOVE WS-EDIT-FIRST-ERR-MESSAGE
                                        TO WS-EDIT-ERROR-MESSAGE
           END-IF
           .
      *
      * ** A full table drops later ERRORs and WARNINGs, but never
      * ** a HOLD - the caller must see it to park the record, so it
      * ** takes the place of the last entry that is not a HOLD
       820-ADD-EDIT-ENTRY.
           IF WS-EDIT-ERROR-COUNT NOT < 10
              AND WS-EDIT-SEVERITY-WORK = 'H'
              PERFORM 825-REPLACE-FOR-HOLD
              EXIT PARAGRAPH
           END-IF
           IF WS-EDIT-ERROR-COUNT < 10
              ADD 1                     TO WS-EDIT-ERROR-COUNT
              MOVE WS-EDIT-SEVERITY-WORK
                 TO WS-EDIT-ERR-FIELD(WS-EDIT-ERROR-COUNT)
              MOVE WS-EDIT-ERROR-MESSAGE
                 TO WS-EDIT-ERR-MESSAGE(WS-EDIT-ERROR-COUNT)
              IF WS-EDIT-SEVERITY-WORK = 'W' OR 'H'
                 ADD 1                  TO WS-EDIT-WARNING-COUNT
              END-IF
           END-IF
           .
      *
      * ** A replaced ERROR has already failed the record, so only
      * ** the warning count moves
       825-REPLACE-FOR-HOLD.
           MOVE ZERO                    TO WS-EDIT-SCAN-SUB
           PERFORM VARYING WS-EDIT-ERR-IDX FROM 1 BY 1
                   UNTIL WS-EDIT-ERR-IDX > WS-EDIT-ERROR-COUNT
              IF NOT WS-EDIT-ERR-IS-HOLD(WS-EDIT-ERR-IDX)
                 SET WS-EDIT-SCAN-SUB   TO WS-EDIT-ERR-IDX
              END-IF
           END-PERFORM
           IF WS-EDIT-SCAN-SUB = 0
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-EDIT-ERR-IS-WARNING(WS-EDIT-SCAN-SUB)
              ADD 1                     TO WS-EDIT-WARNING-COUNT
           END-IF
           MOVE WS-EDIT-SEVERITY-WORK
              TO WS-EDIT-ERR-SEVERITY(WS-EDIT-SCAN-SUB)
           MOVE WS-EDIT-FIELD
              TO WS-EDIT-ERR-FIELD(WS-EDIT-SCAN-SUB)
           MOVE WS-EDIT-ERROR-MESSAGE
              TO WS-EDIT-ERR-MESSAGE(WS-EDIT-SCAN-SUB)
           .
