       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORD01.
      *============================
      * ** Nightly reorder planning - for every part on the STKBAL
      * ** stock-balance master, compares on-hand plus the quantity
      * ** still open on POMAST order lines (ordered less received
      * ** less returned, netted as POAGE01 nets it) with a reorder
      * ** point of average weekly usage times the part's
      * ** WEEKS-LEAD-TIME plus the STKPARM safety weeks.  A part at
      * ** or below its reorder point gets a suggested requisition on
      * ** REQSUGG for the buyer (BUYER-CODE) and supplier on the
      * ** part's most recent order line, bringing it up to the
      * ** reorder point plus the STKPARM cover weeks of usage, and
      * ** the REORDRPT report lists the suggestions by buyer so
      * ** shortages are seen before the line goes down.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT STKBAL      ASSIGN TO STKBAL
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  SB-PART-NUMBER
             FILE STATUS      IS  WS-STKBAL-STATUS
             .
           SELECT PARTMAST    ASSIGN TO PARTMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
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
           SELECT REQ-SORT-WORK ASSIGN TO SRTWK06.
           SELECT REQSUGG     ASSIGN TO REQSUGG
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REQSUGG-STATUS
             .
           SELECT REORDRPT    ASSIGN TO REORDRPT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REORDRPT-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Stock-balance master posted by STKUPD01 - on-hand by
      * ** PART-NUMBER with the last thirteen weeks' issues, bucket 1
      * ** being the week SB-USAGE-WEEK (Lilian day number / 7)
       FD  STKBAL
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS STKBAL-REC.
       01  STKBAL-REC.
           05  SB-PART-NUMBER           PIC X(23).
           05  SB-ON-HAND               PIC S9(09).
           05  SB-LAST-RECEIPT-DATE     PIC 9(08).
           05  SB-LAST-ISSUE-DATE       PIC 9(08).
           05  SB-LAST-UPDATE-DATE      PIC 9(08).
           05  SB-FIRST-WEEK            PIC 9(07).
           05  SB-USAGE-WEEK            PIC 9(07).
           05  SB-WEEK-USAGE            PIC S9(07)
                                         OCCURS 13 TIMES.
           05  FILLER                   PIC X(39).
      *
       FD  PARTMAST
           RECORD CONTAINS 473 CHARACTERS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER           PIC X(23).
           05  PM-REST-OF-RECORD        PIC X(450).
      *
      * ** Purchase-order line master loaded by POLOAD01 and amended
      * ** by POCHG01 - one record per order line
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
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECEIPT-RECORD.
       01  RECEIPT-RECORD.
           05  RC-RECEIPT-DATE          PIC 9(08).
           05  RC-PO-NUMBER             PIC X(06).
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
       SD  REQ-SORT-WORK
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REQ-SORT-REC.
       01  REQ-SORT-REC.
           05  RS-BUYER-CODE            PIC X(03).
           05  RS-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(74).
      *
      * ** Suggested requisitions for the buyers - one per part at
      * ** or below its reorder point
       FD  REQSUGG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REQSUGG-RECORD.
       01  REQSUGG-RECORD.
           05  RQ-BUYER-CODE            PIC X(03).
           05  RQ-PART-NUMBER           PIC X(23).
           05  RQ-SUPPLIER-CODE         PIC X(10).
           05  RQ-LAST-PO-NUMBER        PIC X(06).
           05  RQ-SUGGESTED-QTY         PIC 9(07).
           05  RQ-ON-HAND               PIC S9(09).
           05  RQ-OPEN-PO-QTY           PIC S9(09).
           05  RQ-REORDER-POINT         PIC 9(07).
           05  RQ-WEEKLY-USAGE          PIC 9(07)V99.
           05  RQ-LEAD-WEEKS            PIC 9(03).
           05  RQ-SUGGEST-DATE          PIC 9(08).
           05  FILLER                   PIC X(06).
      *
       FD  REORDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-STKBAL-STATUS          PIC X(02) VALUE '00'.
             88 WS-STKBAL-STATUS-OK     VALUE '00'.
           05 WS-PARTMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTMAST-STATUS-OK   VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-RECEIPTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RECEIPTS-STATUS-OK   VALUE '00'.
           05 WS-RTVFILE-STATUS         PIC X(02) VALUE '00'.
             88 WS-RTVFILE-STATUS-OK    VALUE '00'.
           05 WS-REQSUGG-STATUS         PIC X(02) VALUE '00'.
             88 WS-REQSUGG-STATUS-OK    VALUE '00'.
           05 WS-REORDRPT-STATUS        PIC X(02) VALUE '00'.
             88 WS-REORDRPT-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-STKBAL-EOF             PIC X VALUE SPACES.
              88 STKBAL-EOF-FOUND       VALUE 'Y'.
           05 WS-POMAST-EOF             PIC X VALUE SPACES.
              88 POMAST-EOF-FOUND       VALUE 'Y'.
           05 WS-RECEIPTS-EOF           PIC X VALUE SPACES.
              88 RECEIPTS-EOF-FOUND     VALUE 'Y'.
           05 WS-RTVFILE-EOF            PIC X VALUE SPACES.
              88 RTVFILE-EOF-FOUND      VALUE 'Y'.
           05 WS-SORT-EOF               PIC X VALUE SPACES.
              88 SORT-EOF-FOUND         VALUE 'Y'.
           05 WS-FIRST-BUYER            PIC X VALUE 'Y'.
              88 FIRST-BUYER            VALUE 'Y'.
           05 WS-RCPT-MATCHED           PIC X VALUE 'N'.
              88 RCPT-MATCHED           VALUE 'Y'.
           05 WS-RCPT-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 RCPT-TABLE-FULL        VALUE 'Y'.
           05 WS-PLAN-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 PLAN-TABLE-FULL        VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-RECEIPTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RETURNS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-POMAST-READ            PIC 9(07) VALUE ZEROS.
           05 WS-BALANCES-READ          PIC 9(07) VALUE ZEROS.
           05 WS-NOT-ON-PARTMAST        PIC 9(07) VALUE ZEROS.
           05 WS-SUGGESTED-COUNT        PIC 9(07) VALUE ZEROS.
           05 WS-NO-PRIOR-ORDER         PIC 9(07) VALUE ZEROS.
           05 WS-BUYER-LINE-COUNT       PIC 9(05) VALUE ZEROS.
      *
       COPY STKPARM.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TODAY-WEEK                PIC 9(07) VALUE ZERO.
       01  WS-WEEK-SHIFT                PIC S9(07) VALUE ZERO.
       01  WS-WEEKS-OF-HISTORY          PIC S9(07) VALUE ZERO.
       01  WS-WEEK-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-USAGE-TOTAL               PIC S9(09) VALUE ZERO.
       01  WS-WEEKLY-USAGE              PIC S9(07)V99 VALUE ZERO.
       01  WS-REORDER-POINT             PIC S9(09) VALUE ZERO.
       01  WS-ORDER-UP-TO               PIC S9(09) VALUE ZERO.
       01  WS-POSITION                  PIC S9(09) VALUE ZERO.
       01  WS-SUGGEST-QTY               PIC S9(09) VALUE ZERO.
       01  WS-QTY-REMAINING             PIC S9(09) VALUE ZERO.
       01  WS-PLAN-SUB                  PIC 9(08) COMP VALUE ZERO.
       01  WS-CURRENT-BUYER             PIC X(03) VALUE SPACES.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
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
      * ** Receipts rolled up by PO-NUMBER/PART-NUMBER, net of
      * ** returns, as POAGE01 rolls them - a run that fills it
      * ** stops RC 12 rather than overstating what is still open
       01  WS-RECEIPT-TABLE.
           05 WS-RCPT-COUNT             PIC 9(08) COMP VALUE ZERO.
           05 WS-RCPT-ENTRY             OCCURS 150000 TIMES
                                         INDEXED BY WS-RCPT-IDX.
              10 WS-RCPT-PO-NUMBER      PIC X(06).
              10 WS-RCPT-PART-NUMBER    PIC X(23).
              10 WS-RCPT-QTY            PIC S9(07) COMP.
      *
      * ** Per-part open order quantity and the most recent order
      * ** line's buyer and supplier, from one pass of POMAST
       01  WS-PLAN-TABLE.
           05 WS-PLAN-COUNT             PIC 9(08) COMP VALUE ZERO.
           05 WS-PLAN-ENTRY             OCCURS 150000 TIMES
                                         INDEXED BY WS-PLAN-IDX.
              10 WS-PT-PART-NUMBER      PIC X(23).
              10 WS-PT-OPEN-QTY         PIC S9(09) COMP.
              10 WS-PT-ORDER-DATE       PIC 9(08).
              10 WS-PT-BUYER-CODE       PIC X(03).
              10 WS-PT-SUPPLIER-CODE    PIC X(10).
              10 WS-PT-PO-NUMBER        PIC X(06).
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(37) VALUE
                   'SUGGESTED REQUISITIONS - REORDER RUN '.
               10  WS-HL-RUN-DATE        PIC 9(08).
           05  WS-BUYER-HEADER.
               10  FILLER                PIC X(07) VALUE 'BUYER: '.
               10  WS-BH-BUYER-CODE      PIC X(03).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(24) VALUE
                   'PART-NUMBER'.
               10  FILLER                PIC X(11) VALUE 'SUPPLIER'.
               10  FILLER                PIC X(07) VALUE 'LAST-PO'.
               10  FILLER                PIC X(11) VALUE '    ON-HAND'.
               10  FILLER                PIC X(11) VALUE '    OPEN-PO'.
               10  FILLER                PIC X(11) VALUE ' WKLY-USAGE'.
               10  FILLER                PIC X(05) VALUE ' LEAD'.
               10  FILLER                PIC X(09) VALUE '  REORDER'.
               10  FILLER                PIC X(09) VALUE '  SUGGEST'.
           05  WS-DETAIL-LINE.
               10  WS-DL-PART-NUMBER     PIC X(23).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PO-NUMBER       PIC X(06).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-ON-HAND         PIC -ZZZZZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-OPEN-QTY        PIC -ZZZZZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-USAGE           PIC ZZZZZZ9.99.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-LEAD-WEEKS      PIC ZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-REORDER-POINT   PIC ZZZZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUGGEST-QTY     PIC ZZZZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-NOTE            PIC X(20).
           05  WS-BUYER-TOTAL-LINE.
               10  FILLER                PIC X(24) VALUE
                   '  REQUISITIONS FOR BUYER'.
               10  FILLER                PIC X(02) VALUE ': '.
               10  WS-BT-COUNT           PIC ZZZZ9.
           05  WS-GRAND-TOTAL-LINE.
               10  FILLER                PIC X(29) VALUE
                   'SUGGESTED REQUISITIONS     : '.
               10  WS-GT-COUNT           PIC ZZZZZZ9.
      *
       COPY PARTSUPP.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           SORT REQ-SORT-WORK
               ON ASCENDING KEY RS-BUYER-CODE
               ON ASCENDING KEY RS-PART-NUMBER
               INPUT PROCEDURE  300-PLAN-PARTS
               OUTPUT PROCEDURE 500-WRITE-REQUISITIONS
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE STKBAL
                 PARTMAST
                 REQSUGG
                 REORDRPT
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN INPUT STKBAL
           IF NOT WS-STKBAL-STATUS-OK
              DISPLAY ' Error opening file STKBAL, Status: '
                         WS-STKBAL-STATUS
              MOVE 'Y'                  TO WS-STKBAL-EOF
           END-IF
           OPEN INPUT PARTMAST
           IF NOT WS-PARTMAST-STATUS-OK
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
           END-IF
           OPEN OUTPUT REQSUGG
           IF NOT WS-REQSUGG-STATUS-OK
              DISPLAY ' Error opening file REQSUGG, Status: '
                         WS-REQSUGG-STATUS
           END-IF
           OPEN OUTPUT REORDRPT
           IF NOT WS-REORDRPT-STATUS-OK
              DISPLAY ' Error opening file REORDRPT, Status: '
                         WS-REORDRPT-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
           COMPUTE WS-TODAY-WEEK = TODAY-LILIAN / 7
           MOVE WS-TODAY-DATE           TO WS-HL-RUN-DATE
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           PERFORM 050-LOAD-RECEIPTS
           PERFORM 070-LOAD-RETURNS
           PERFORM 100-LOAD-ORDER-LINES
           .
      *
       050-LOAD-RECEIPTS.
           OPEN INPUT RECEIPTS
           IF NOT WS-RECEIPTS-STATUS-OK
              DISPLAY ' Error opening file RECEIPTS, Status: '
                         WS-RECEIPTS-STATUS
              MOVE 'Y'                  TO WS-RECEIPTS-EOF
           END-IF
           PERFORM UNTIL RECEIPTS-EOF-FOUND
              READ RECEIPTS
                AT END
                    MOVE 'Y'            TO WS-RECEIPTS-EOF
                NOT AT END
                    ADD 1               TO WS-RECEIPTS-READ
                    PERFORM 060-POST-RECEIPT
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-RECEIPTS-STATUS = '00' OR '10'
              CLOSE RECEIPTS
           END-IF
           .
      *
       060-POST-RECEIPT.
           MOVE 'N'                     TO WS-RCPT-MATCHED
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
              IF WS-RCPT-PO-NUMBER(WS-RCPT-IDX) = RC-PO-NUMBER
                 AND WS-RCPT-PART-NUMBER(WS-RCPT-IDX)
                     = RC-PART-NUMBER
                 ADD RC-QTY-RECEIVED    TO WS-RCPT-QTY(WS-RCPT-IDX)
                 MOVE 'Y'               TO WS-RCPT-MATCHED
              END-IF
           END-PERFORM
           IF NOT RCPT-MATCHED
              IF WS-RCPT-COUNT < 150000
                 ADD 1                  TO WS-RCPT-COUNT
                 MOVE RC-PO-NUMBER
                            TO WS-RCPT-PO-NUMBER(WS-RCPT-COUNT)
                 MOVE RC-PART-NUMBER
                            TO WS-RCPT-PART-NUMBER(WS-RCPT-COUNT)
                 MOVE RC-QTY-RECEIVED
                            TO WS-RCPT-QTY(WS-RCPT-COUNT)
              ELSE
      * ** A lost receipt would count delivered material as still on
      * ** order and hold back a needed requisition - fail the run
      * ** loudly and resize the table before rerun
                 IF NOT RCPT-TABLE-FULL
                    MOVE 'Y'            TO WS-RCPT-TABLE-FULL
                    DISPLAY ' ** WS-RECEIPT-TABLE FULL AT 150000 - '
                       'netting incomplete, run failed'
                 END-IF
                 MOVE 12                TO RETURN-CODE
              END-IF
           END-IF
           .
      *
      * ** Material sent back at inspection was never really
      * ** received.  No returns on file is a normal day
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
                       'netting incomplete, run failed'
                 END-IF
                 MOVE 12                TO RETURN-CODE
              END-IF
           END-IF
           .
      *
      * ** One pass of the order-line master: what each part still
      * ** has on order, and who bought it last.  Cancelled lines
      * ** neither count as on order nor name the buyer
       100-LOAD-ORDER-LINES.
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 'Y'                  TO WS-POMAST-EOF
           END-IF
           PERFORM UNTIL POMAST-EOF-FOUND
              READ POMAST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-POMAST-EOF
                NOT AT END
                    ADD 1               TO WS-POMAST-READ
                    IF NOT PL-LINE-CANCELLED
                       PERFORM 150-POST-ORDER-LINE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-POMAST-STATUS = '00' OR '10'
              CLOSE POMAST
           END-IF
           .
      *
       150-POST-ORDER-LINE.
           MOVE PL-QUANTITY             TO WS-QTY-REMAINING
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
              IF WS-RCPT-PO-NUMBER(WS-RCPT-IDX) = PL-PO-NUMBER
                 AND WS-RCPT-PART-NUMBER(WS-RCPT-IDX)
                     = PL-PART-NUMBER
                 SUBTRACT WS-RCPT-QTY(WS-RCPT-IDX)
                    FROM WS-QTY-REMAINING
              END-IF
           END-PERFORM
           IF WS-QTY-REMAINING < 0
              MOVE ZERO                 TO WS-QTY-REMAINING
           END-IF
           MOVE ZERO                    TO WS-PLAN-SUB
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                      OR WS-PLAN-SUB > 0
              IF WS-PT-PART-NUMBER(WS-PLAN-IDX) = PL-PART-NUMBER
                 SET WS-PLAN-SUB        TO WS-PLAN-IDX
              END-IF
           END-PERFORM
           IF WS-PLAN-SUB = 0
              IF WS-PLAN-COUNT < 150000
                 ADD 1                  TO WS-PLAN-COUNT
                 MOVE WS-PLAN-COUNT     TO WS-PLAN-SUB
                 MOVE PL-PART-NUMBER
                            TO WS-PT-PART-NUMBER(WS-PLAN-SUB)
                 MOVE ZERO  TO WS-PT-OPEN-QTY(WS-PLAN-SUB)
                 MOVE ZERO  TO WS-PT-ORDER-DATE(WS-PLAN-SUB)
              ELSE
      * ** A part missing here would plan with nothing on order
      * ** and no buyer - fail the run and resize the table
                 IF NOT PLAN-TABLE-FULL
                    MOVE 'Y'            TO WS-PLAN-TABLE-FULL
                    DISPLAY ' ** WS-PLAN-TABLE FULL AT 150000 - '
                       'open orders incomplete, run failed'
                 END-IF
                 MOVE 12                TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD WS-QTY-REMAINING         TO WS-PT-OPEN-QTY(WS-PLAN-SUB)
           IF PL-ORDER-DATE NOT < WS-PT-ORDER-DATE(WS-PLAN-SUB)
              MOVE PL-ORDER-DATE    TO WS-PT-ORDER-DATE(WS-PLAN-SUB)
              MOVE PL-BUYER-CODE    TO WS-PT-BUYER-CODE(WS-PLAN-SUB)
              MOVE PL-SUPPLIER-CODE
                                 TO WS-PT-SUPPLIER-CODE(WS-PLAN-SUB)
              MOVE PL-PO-NUMBER     TO WS-PT-PO-NUMBER(WS-PLAN-SUB)
           END-IF
           .
      *
      * ** Browses the stock balances in part order and releases a
      * ** suggested requisition for every part at or below its
      * ** reorder point
       300-PLAN-PARTS.
           MOVE LOW-VALUES              TO SB-PART-NUMBER
           START STKBAL KEY NOT < SB-PART-NUMBER
             INVALID KEY
                 MOVE 'Y'               TO WS-STKBAL-EOF
           END-START
           PERFORM UNTIL STKBAL-EOF-FOUND
              READ STKBAL NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-STKBAL-EOF
                NOT AT END
                    ADD 1               TO WS-BALANCES-READ
                    PERFORM 350-PLAN-ONE-PART
              END-READ
           END-PERFORM
           .
      *
       350-PLAN-ONE-PART.
           MOVE SB-PART-NUMBER          TO PM-PART-NUMBER
           READ PARTMAST
             INVALID KEY
                 ADD 1                  TO WS-NOT-ON-PARTMAST
                 EXIT PARAGRAPH
             NOT INVALID KEY
                 MOVE PARTMAST-REC      TO PART-SUPP-ADDR-PO
           END-READ
           PERFORM 360-AVERAGE-USAGE
           MOVE ZERO                    TO WS-PLAN-SUB
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                      OR WS-PLAN-SUB > 0
              IF WS-PT-PART-NUMBER(WS-PLAN-IDX) = SB-PART-NUMBER
                 SET WS-PLAN-SUB        TO WS-PLAN-IDX
              END-IF
           END-PERFORM
           MOVE SB-ON-HAND              TO WS-POSITION
           IF WS-PLAN-SUB > 0
              ADD WS-PT-OPEN-QTY(WS-PLAN-SUB) TO WS-POSITION
           END-IF
      * ** Reorder point and order-up-to level round up to whole
      * ** units - a part with no usage and nothing owed is left
           COMPUTE WS-REORDER-POINT =
              (WS-WEEKLY-USAGE * (WEEKS-LEAD-TIME + WS-SAFETY-WEEKS))
              + 0.99
           COMPUTE WS-ORDER-UP-TO = WS-REORDER-POINT
              + (WS-WEEKLY-USAGE * WS-COVER-WEEKS) + 0.99
           IF WS-REORDER-POINT = 0 AND WS-POSITION NOT < 0
              EXIT PARAGRAPH
           END-IF
           IF WS-POSITION > WS-REORDER-POINT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SUGGEST-QTY = WS-ORDER-UP-TO - WS-POSITION
           IF WS-SUGGEST-QTY < 1
              MOVE 1                    TO WS-SUGGEST-QTY
           END-IF
           PERFORM 380-RELEASE-SUGGESTION
           .
      *
      * ** Average weekly issues over the weeks the balance has been
      * ** kept, up to thirteen.  Buckets are as of SB-USAGE-WEEK -
      * ** weeks since then with no posting count as no usage
       360-AVERAGE-USAGE.
           MOVE ZERO                    TO WS-USAGE-TOTAL
           COMPUTE WS-WEEK-SHIFT = WS-TODAY-WEEK - SB-USAGE-WEEK
           IF WS-WEEK-SHIFT < 0
              MOVE ZERO                 TO WS-WEEK-SHIFT
           END-IF
           PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                   UNTIL WS-WEEK-SUB > 13
              IF WS-WEEK-SUB + WS-WEEK-SHIFT NOT > 13
                 ADD SB-WEEK-USAGE(WS-WEEK-SUB) TO WS-USAGE-TOTAL
              END-IF
           END-PERFORM
           COMPUTE WS-WEEKS-OF-HISTORY =
              WS-TODAY-WEEK - SB-FIRST-WEEK + 1
           IF WS-WEEKS-OF-HISTORY > 13
              MOVE 13                   TO WS-WEEKS-OF-HISTORY
           END-IF
           IF WS-WEEKS-OF-HISTORY < 1
              MOVE 1                    TO WS-WEEKS-OF-HISTORY
           END-IF
           COMPUTE WS-WEEKLY-USAGE ROUNDED =
              WS-USAGE-TOTAL / WS-WEEKS-OF-HISTORY
           IF WS-WEEKLY-USAGE < 0
              MOVE ZERO                 TO WS-WEEKLY-USAGE
           END-IF
           .
      *
       380-RELEASE-SUGGESTION.
           MOVE SPACES                  TO REQSUGG-RECORD
           IF WS-PLAN-SUB > 0
              MOVE WS-PT-BUYER-CODE(WS-PLAN-SUB)
                                        TO RQ-BUYER-CODE
              MOVE WS-PT-SUPPLIER-CODE(WS-PLAN-SUB)
                                        TO RQ-SUPPLIER-CODE
              MOVE WS-PT-PO-NUMBER(WS-PLAN-SUB)
                                        TO RQ-LAST-PO-NUMBER
              MOVE WS-PT-OPEN-QTY(WS-PLAN-SUB)
                                        TO RQ-OPEN-PO-QTY
           ELSE
              MOVE ZERO                 TO RQ-OPEN-PO-QTY
           END-IF
           MOVE SB-PART-NUMBER          TO RQ-PART-NUMBER
           MOVE WS-SUGGEST-QTY          TO RQ-SUGGESTED-QTY
           MOVE SB-ON-HAND              TO RQ-ON-HAND
           MOVE WS-REORDER-POINT        TO RQ-REORDER-POINT
           MOVE WS-WEEKLY-USAGE         TO RQ-WEEKLY-USAGE
           MOVE WEEKS-LEAD-TIME         TO RQ-LEAD-WEEKS
           MOVE WS-TODAY-DATE           TO RQ-SUGGEST-DATE
           RELEASE REQ-SORT-REC FROM REQSUGG-RECORD
           .
      *
      * ** Writes the requisitions and prints them, one block per
      * ** buyer.  A part never ordered before has no buyer and
      * ** heads the report under a blank BUYER-CODE
       500-WRITE-REQUISITIONS.
           PERFORM 550-RETURN-NEXT
           PERFORM UNTIL SORT-EOF-FOUND
              IF FIRST-BUYER
                 OR RQ-BUYER-CODE NOT = WS-CURRENT-BUYER
                 IF NOT FIRST-BUYER
                    PERFORM 580-WRITE-BUYER-TOTAL
                 END-IF
                 MOVE RQ-BUYER-CODE     TO WS-CURRENT-BUYER
                 MOVE ZERO              TO WS-BUYER-LINE-COUNT
                 MOVE 'N'               TO WS-FIRST-BUYER
                 PERFORM 560-WRITE-BUYER-HEADER
              END-IF
              WRITE REQSUGG-RECORD
              IF NOT WS-REQSUGG-STATUS-OK
                 DISPLAY ' Error writing file REQSUGG, Status: '
                            WS-REQSUGG-STATUS
              END-IF
              ADD 1                     TO WS-SUGGESTED-COUNT
              ADD 1                     TO WS-BUYER-LINE-COUNT
              MOVE RQ-PART-NUMBER       TO WS-DL-PART-NUMBER
              MOVE RQ-SUPPLIER-CODE     TO WS-DL-SUPPLIER-CODE
              MOVE RQ-LAST-PO-NUMBER    TO WS-DL-PO-NUMBER
              MOVE RQ-ON-HAND           TO WS-DL-ON-HAND
              MOVE RQ-OPEN-PO-QTY       TO WS-DL-OPEN-QTY
              MOVE RQ-WEEKLY-USAGE      TO WS-DL-USAGE
              MOVE RQ-LEAD-WEEKS        TO WS-DL-LEAD-WEEKS
              MOVE RQ-REORDER-POINT     TO WS-DL-REORDER-POINT
              MOVE RQ-SUGGESTED-QTY     TO WS-DL-SUGGEST-QTY
              IF RQ-BUYER-CODE = SPACES
                 ADD 1                  TO WS-NO-PRIOR-ORDER
                 MOVE 'NO PRIOR ORDER'  TO WS-DL-NOTE
              ELSE
                 MOVE SPACES            TO WS-DL-NOTE
              END-IF
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
              PERFORM 550-RETURN-NEXT
           END-PERFORM
           IF NOT FIRST-BUYER
              PERFORM 580-WRITE-BUYER-TOTAL
           END-IF
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUGGESTED-COUNT      TO WS-GT-COUNT
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
           .
      *
       550-RETURN-NEXT.
           RETURN REQ-SORT-WORK INTO REQSUGG-RECORD
             AT END
                 MOVE 'Y'       TO WS-SORT-EOF
           END-RETURN
           .
      *
       560-WRITE-BUYER-HEADER.
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-BUYER        TO WS-BH-BUYER-CODE
           WRITE REPORT-LINE FROM WS-BUYER-HEADER
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           .
      *
       580-WRITE-BUYER-TOTAL.
           MOVE WS-BUYER-LINE-COUNT     TO WS-BT-COUNT
           WRITE REPORT-LINE FROM WS-BUYER-TOTAL-LINE
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' REORD01 CONTROL TOTALS'
           DISPLAY ' RECEIPTS READ          : ' WS-RECEIPTS-READ
           DISPLAY ' RETURNS TO VENDOR READ : ' WS-RETURNS-READ
           DISPLAY ' PO LINES READ          : ' WS-POMAST-READ
           DISPLAY ' STOCK BALANCES READ    : ' WS-BALANCES-READ
           DISPLAY ' PARTS NOT ON PARTMAST  : ' WS-NOT-ON-PARTMAST
           DISPLAY ' REQUISITIONS SUGGESTED : ' WS-SUGGESTED-COUNT
           DISPLAY '   WITH NO PRIOR ORDER  : ' WS-NO-PRIOR-ORDER
           DISPLAY '================================================'
           .
