       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNIACR01.
      *============================
      * ** Received-not-invoiced accrual for month-end close - lines
      * ** the clean receipts RCPVAL01 passed to GOODRCPT up against
      * ** the supplier invoice lines on the INVOICES file (and the
      * ** material sent back at inspection on RTVFILE) by
      * ** PO-NUMBER/PART-NUMBER.  Invoiced and returned quantity
      * ** clears the oldest receipts first; whatever is left is
      * ** received but not invoiced, priced at the POMAST order
      * ** line's UNIT-PRICE and converted to US dollars at the
      * ** FXRATES rate for importer orders, and aged by its receipt
      * ** date into the RNIPARM buckets.  The report lists every
      * ** order line carrying an accrual, then totals it by supplier
      * ** and by buyer department (BUYERMST).  The RNIJRNL journal
      * ** carries one debit/credit pair per department, dated the
      * ** run date and flagged for GL to auto-reverse on the first
      * ** day of the next month.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT RECEIPTS    ASSIGN TO RECEIPTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RECEIPTS-STATUS
             .
           SELECT INVOICES    ASSIGN TO INVOICES
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-INVOICES-STATUS
             .
           SELECT RTVFILE     ASSIGN TO RTVFILE
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RTVFILE-STATUS
             .
           SELECT POMAST      ASSIGN TO POMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PL-KEY
             FILE STATUS      IS  WS-POMAST-STATUS
             .
           SELECT BUYERMST    ASSIGN TO BUYERMST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUYERMST-STATUS
             .
           SELECT FXRATES     ASSIGN TO FXRATES
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-FXRATES-STATUS
             .
           SELECT RNI-SORT-WORK ASSIGN TO SRTWK05.
           SELECT RNIRPT      ASSIGN TO RNIRPT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RNIRPT-STATUS
             .
           SELECT RNIJRNL     ASSIGN TO RNIJRNL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RNIJRNL-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
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
      * ** Supplier invoices keyed by PO-NUMBER/PART-NUMBER - one
      * ** record per invoice line from AP data entry
       FD  INVOICES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 73 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INVOICE-RECORD.
       01  INVOICE-RECORD.
           05  IV-INVOICE-NUMBER        PIC X(10).
           05  IV-SUPPLIER-CODE         PIC X(10).
           05  IV-PO-NUMBER             PIC X(06).
           05  IV-PART-NUMBER           PIC X(23).
           05  IV-INVOICE-DATE          PIC 9(08).
           05  IV-QTY-INVOICED          PIC S9(07).
           05  IV-UNIT-PRICE            PIC S9(7)V99.
      *
      * ** Return-to-vendor records written by RCPVAL01 for material
      * ** rejected at inspection - never owed, so never accrued
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
      * ** Purchase-order line master loaded by POLOAD01 - the
      * ** ordered UNIT-PRICE and CURRENCY-CODE the accrual prices at
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
       FD  BUYERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYER-RECORD.
       01  BUYER-RECORD.
           05  BM-BUYER-CODE            PIC X(03).
           05  BM-BUYER-NAME            PIC X(25).
           05  BM-DEPARTMENT            PIC X(10).
           05  BM-ACTIVE-FLAG           PIC X(01).
      * ** US-dollar value one PO line may reach on this buyer's
      * ** authority, whether the buyer may release approval holds,
      * ** and the approver this buyer's held lines route to
           05  BM-APPROVAL-LIMIT        PIC 9(09)V99.
           05  BM-APPROVER-FLAG         PIC X(01).
               88 BM-CAN-APPROVE        VALUE 'Y'.
           05  BM-APPROVER-CODE         PIC X(03).
           05  FILLER                   PIC X(06).
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
      *
       SD  RNI-SORT-WORK
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS RNI-SORT-REC.
       01  RNI-SORT-REC.
           05  RN-PO-NUMBER             PIC X(06).
           05  RN-PART-NUMBER           PIC X(23).
           05  RN-RECEIPT-DATE          PIC 9(08).
           05  RN-QTY-RECEIVED          PIC S9(07).
      *
       FD  RNIRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                  PIC X(132).
      *
      * ** Accrual journal for the general ledger - 'H' header, one
      * ** 'D' entry per account per department, 'T' trailer
       FD  RNIJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOURNAL-RECORD.
       01  JOURNAL-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-RECEIPTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RECEIPTS-STATUS-OK   VALUE '00'.
           05 WS-INVOICES-STATUS        PIC X(02) VALUE '00'.
             88 WS-INVOICES-STATUS-OK   VALUE '00'.
           05 WS-RTVFILE-STATUS         PIC X(02) VALUE '00'.
             88 WS-RTVFILE-STATUS-OK    VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-BUYERMST-STATUS        PIC X(02) VALUE '00'.
             88 WS-BUYERMST-STATUS-OK   VALUE '00'.
           05 WS-FXRATES-STATUS         PIC X(02) VALUE '00'.
             88 WS-FXRATES-STATUS-OK    VALUE '00'.
           05 WS-RNIRPT-STATUS          PIC X(02) VALUE '00'.
             88 WS-RNIRPT-STATUS-OK     VALUE '00'.
           05 WS-RNIJRNL-STATUS         PIC X(02) VALUE '00'.
             88 WS-RNIJRNL-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-RECEIPTS-EOF           PIC X VALUE SPACES.
              88 RECEIPTS-EOF-FOUND     VALUE 'Y'.
           05 WS-INVOICES-EOF           PIC X VALUE SPACES.
              88 INVOICES-EOF-FOUND     VALUE 'Y'.
           05 WS-RTVFILE-EOF            PIC X VALUE SPACES.
              88 RTVFILE-EOF-FOUND      VALUE 'Y'.
           05 WS-BUYERMST-EOF           PIC X VALUE SPACES.
              88 BUYERMST-EOF-FOUND     VALUE 'Y'.
           05 WS-FXRATES-EOF            PIC X VALUE SPACES.
              88 FXRATES-EOF-FOUND      VALUE 'Y'.
           05 WS-SORT-EOF               PIC X VALUE SPACES.
              88 SORT-EOF-FOUND         VALUE 'Y'.
           05 WS-FIRST-LINE             PIC X VALUE 'Y'.
              88 FIRST-LINE             VALUE 'Y'.
           05 WS-RATE-FOUND             PIC X VALUE 'N'.
              88 CURRENCY-RATE-FOUND    VALUE 'Y'.
           05 WS-PO-STATE               PIC X VALUE 'N'.
              88 PO-LINE-FOUND          VALUE 'Y'.
           05 WS-NAME-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 NAME-TABLE-FULL        VALUE 'Y'.
           05 WS-CLR-TABLE-FULL         PIC X(01) VALUE 'N'.
              88 CLR-TABLE-FULL         VALUE 'Y'.
           05 WS-SUPP-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 SUPP-TABLE-FULL        VALUE 'Y'.
           05 WS-DEPT-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 DEPT-TABLE-FULL        VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-RECEIPTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-INVOICES-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RETURNS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-ORDER-LINES            PIC 9(07) VALUE ZEROS.
           05 WS-CLEARED-LINES          PIC 9(07) VALUE ZEROS.
           05 WS-ACCRUED-LINES          PIC 9(07) VALUE ZEROS.
           05 WS-OVER-INVOICED          PIC 9(07) VALUE ZEROS.
           05 WS-NO-PO-LINE             PIC 9(07) VALUE ZEROS.
           05 WS-JOURNAL-LINES          PIC 9(07) VALUE ZEROS.
      *
       COPY RNIPARM.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR             PIC 9(04).
           05 WS-TODAY-MONTH            PIC 9(02).
           05 WS-TODAY-DAY              PIC 9(02).
       01  WS-REVERSE-DATE              PIC 9(08).
       01  WS-REVERSE-PARTS REDEFINES WS-REVERSE-DATE.
           05 WS-REVERSE-YEAR           PIC 9(04).
           05 WS-REVERSE-MONTH          PIC 9(02).
           05 WS-REVERSE-DAY            PIC 9(02).
      * ** One journal per accounting month - RNI plus YYYYMM
       01  WS-JOURNAL-ID.
           05 FILLER                    PIC X(03) VALUE 'RNI'.
           05 WS-JI-YEAR                PIC 9(04).
           05 WS-JI-MONTH               PIC 9(02).
           05 FILLER                    PIC X(01) VALUE SPACE.
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
      * ** Exchange rates held in core - one entry per currency, so
      * ** each importer order line converts with a table probe
       01  WS-RATE-TABLE.
           05 WS-RATE-COUNT             PIC 9(02) COMP VALUE ZERO.
           05 WS-RATE-ENTRY             OCCURS 20 TIMES
                                         INDEXED BY WS-RATE-IDX.
              10 WS-RT-CURRENCY-CODE    PIC X(03).
              10 WS-RT-RATE-DATE        PIC 9(08).
              10 WS-RT-USD-RATE         PIC 9(03)V9(06).
       01  WS-RATE-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-APPLIED-RATE              PIC 9(03)V9(06) VALUE ZERO.
       01  WS-NO-RATE-COUNT             PIC 9(05) VALUE ZERO.
      *
      * ** Buyer departments for the department roll-up
       01  WS-NAME-TABLE.
           05 WS-NAME-COUNT             PIC 9(04) COMP VALUE ZERO.
           05 WS-NAME-ENTRY             OCCURS 5000 TIMES
                                         INDEXED BY WS-NAME-IDX.
              10 WS-NT-BUYER-CODE       PIC X(03).
              10 WS-NT-BUYER-NAME       PIC X(25).
              10 WS-NT-DEPARTMENT       PIC X(10).
      *
      * ** Quantity already cleared off each order line's receipts -
      * ** invoiced by the supplier or returned to the supplier -
      * ** rolled up by PO-NUMBER/PART-NUMBER as APMTCH01 rolls its
      * ** receipts.  A run that fills it stops RC 12 rather than
      * ** accruing receipts that were in fact invoiced
       01  WS-CLEAR-TABLE.
           05 WS-CLR-COUNT              PIC 9(08) COMP VALUE ZERO.
           05 WS-CLR-ENTRY              OCCURS 150000 TIMES
                                         INDEXED BY WS-CLR-IDX.
              10 WS-CLR-PO-NUMBER       PIC X(06).
              10 WS-CLR-PART-NUMBER     PIC X(23).
              10 WS-CLR-INVOICED        PIC S9(09) COMP.
              10 WS-CLR-RETURNED        PIC S9(09) COMP.
       01  WS-CLR-SUB                   PIC 9(08) COMP VALUE ZERO.
       01  WS-KEY-PO-NUMBER             PIC X(06) VALUE SPACES.
       01  WS-KEY-PART-NUMBER           PIC X(23) VALUE SPACES.
      *
      * ** Accrual by supplier and by buyer department, one amount
      * ** per RNIPARM age bucket (4 = past the last limit)
       01  WS-SUPP-TABLE.
           05 WS-SUPP-COUNT             PIC 9(04) COMP VALUE ZERO.
           05 WS-SUPP-ENTRY             OCCURS 5000 TIMES
                                         INDEXED BY WS-SUPP-IDX.
              10 WS-SP-SUPPLIER-CODE    PIC X(10).
              10 WS-SP-BUCKET           PIC S9(11)V99 COMP-3
                                         OCCURS 4 TIMES.
              10 WS-SP-TOTAL            PIC S9(11)V99 COMP-3.
       01  WS-SUPP-SUB                  PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-DEPT-TABLE.
           05 WS-DEPT-COUNT             PIC 9(04) COMP VALUE ZERO.
           05 WS-DEPT-ENTRY             OCCURS 500 TIMES
                                         INDEXED BY WS-DEPT-IDX.
              10 WS-DP-DEPARTMENT       PIC X(10).
              10 WS-DP-BUCKET           PIC S9(11)V99 COMP-3
                                         OCCURS 4 TIMES.
              10 WS-DP-TOTAL            PIC S9(11)V99 COMP-3.
       01  WS-DEPT-SUB                  PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-GRAND-TOTALS.
           05 WS-GR-BUCKET              PIC S9(11)V99 COMP-3
                                         OCCURS 4 TIMES.
           05 WS-GR-TOTAL               PIC S9(11)V99 COMP-3.
       01  WS-BUCKET-SUB                PIC 9(01) COMP VALUE ZERO.
       01  WS-RPT-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  WS-LOOKUP-SUB                PIC 9(04) COMP VALUE ZERO.
      *
      * ** The order line being accrued - its receipts arrive from
      * ** the sort oldest first
       01  WS-CURRENT-PO-NUMBER         PIC X(06) VALUE SPACES.
       01  WS-CURRENT-PART-NUMBER       PIC X(23) VALUE SPACES.
       01  WS-LINE-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
       01  WS-LINE-CURRENCY-CODE        PIC X(03) VALUE SPACES.
       01  WS-LINE-UNIT-PRICE           PIC S9(07)V99 VALUE ZERO.
       01  WS-LINE-DEPARTMENT           PIC X(10) VALUE SPACES.
       01  WS-LINE-OLDEST-DATE          PIC 9(08) VALUE ZERO.
       01  WS-LINE-AGE-DAYS             PIC S9(05) VALUE ZERO.
       01  WS-LINE-OPEN-QTY             PIC S9(09) VALUE ZERO.
       01  WS-LINE-VALUE                PIC S9(11)V99 VALUE ZERO.
       01  WS-QTY-TO-CLEAR              PIC S9(09) VALUE ZERO.
       01  WS-OPEN-QTY                  PIC S9(09) VALUE ZERO.
       01  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
       01  WS-REMNANT-VALUE             PIC S9(11)V99 VALUE ZERO.
      *
       01  WS-JOURNAL-DEBITS            PIC S9(13)V99 VALUE ZERO.
       01  WS-JOURNAL-CREDITS           PIC S9(13)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(36) VALUE
                   'RECEIVED-NOT-INVOICED ACCRUAL AS OF '.
               10  WS-HL-AS-OF-DATE      PIC 9(08).
               10  FILLER                PIC X(11) VALUE
                   '  JOURNAL: '.
               10  WS-HL-JOURNAL-ID      PIC X(10).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(07) VALUE 'PO-NUM '.
               10  FILLER                PIC X(24) VALUE
                   'PART-NUMBER'.
               10  FILLER                PIC X(11) VALUE 'SUPPLIER'.
               10  FILLER                PIC X(11) VALUE 'DEPARTMENT'.
               10  FILLER                PIC X(04) VALUE 'CUR'.
               10  FILLER                PIC X(09) VALUE 'RECEIVED'.
               10  FILLER                PIC X(06) VALUE '  AGE'.
               10  FILLER                PIC X(09) VALUE ' OPEN QTY'.
               10  FILLER                PIC X(15) VALUE
                   '      USD VALUE'.
           05  WS-DETAIL-LINE.
               10  WS-DL-PO-NUMBER       PIC X(06).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PART-NUMBER     PIC X(23).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-DEPARTMENT      PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-CURRENCY-CODE   PIC X(03).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-RECEIPT-DATE    PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-AGE-DAYS        PIC ZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-OPEN-QTY        PIC -ZZZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-VALUE           PIC $$$,$$$,$$9.99.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-NOTE            PIC X(30).
           05  WS-SECTION-LINE.
               10  WS-SL-TITLE           PIC X(40).
           05  WS-SUMMARY-COLUMN-LINE.
               10  WS-SC-KEY-LABEL       PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  FILLER                PIC X(10) VALUE SPACES.
               10  FILLER                PIC X(03) VALUE 'TO '.
               10  WS-SC-LIMIT-1         PIC 9(03).
               10  FILLER                PIC X(05) VALUE ' DAYS'.
               10  FILLER                PIC X(10) VALUE SPACES.
               10  FILLER                PIC X(03) VALUE 'TO '.
               10  WS-SC-LIMIT-2         PIC 9(03).
               10  FILLER                PIC X(05) VALUE ' DAYS'.
               10  FILLER                PIC X(10) VALUE SPACES.
               10  FILLER                PIC X(03) VALUE 'TO '.
               10  WS-SC-LIMIT-3         PIC 9(03).
               10  FILLER                PIC X(05) VALUE ' DAYS'.
               10  FILLER                PIC X(08) VALUE SPACES.
               10  FILLER                PIC X(05) VALUE 'OVER '.
               10  WS-SC-LIMIT-4         PIC 9(03).
               10  FILLER                PIC X(05) VALUE ' DAYS'.
               10  FILLER                PIC X(16) VALUE SPACES.
               10  FILLER                PIC X(05) VALUE 'TOTAL'.
           05  WS-SUMMARY-LINE.
               10  WS-SM-KEY             PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-SM-COLUMN          OCCURS 5 TIMES.
                   15  FILLER            PIC X(03) VALUE SPACES.
                   15  WS-SM-AMOUNT      PIC $$$,$$$,$$$,$$9.99.
           05  WS-RATE-LINE.
               10  FILLER                PIC X(06) VALUE 'RATE: '.
               10  WS-RL-CURRENCY        PIC X(03).
               10  FILLER                PIC X(03) VALUE ' = '.
               10  WS-RL-RATE            PIC 9(03).9(06).
               10  FILLER                PIC X(08) VALUE ' USD AT '.
               10  WS-RL-DATE            PIC 9(08).
      *
      * ** Journal record layouts - GL maps on these fixed
      * ** positions, so widths never move
       01  WS-JOURNAL-HEADER.
           05 WS-JH-RECORD-TYPE         PIC X(01) VALUE 'H'.
           05 WS-JH-JOURNAL-ID          PIC X(10).
           05 WS-JH-POST-DATE           PIC 9(08).
           05 WS-JH-REVERSE-DATE        PIC 9(08).
           05 WS-JH-AUTO-REVERSE        PIC X(01) VALUE 'Y'.
           05 WS-JH-SOURCE              PIC X(08) VALUE 'RNIACR01'.
           05 FILLER                    PIC X(64) VALUE SPACES.
       01  WS-JOURNAL-DETAIL.
           05 WS-JD-RECORD-TYPE         PIC X(01) VALUE 'D'.
           05 WS-JD-JOURNAL-ID          PIC X(10).
           05 WS-JD-LINE-NUMBER         PIC 9(05).
           05 WS-JD-GL-ACCOUNT          PIC X(10).
           05 WS-JD-DEPARTMENT          PIC X(10).
           05 WS-JD-DEBIT-CREDIT        PIC X(01).
           05 WS-JD-AMOUNT              PIC 9(11)V99.
           05 WS-JD-CURRENCY-CODE       PIC X(03) VALUE 'USD'.
           05 WS-JD-POST-DATE           PIC 9(08).
           05 WS-JD-REVERSE-DATE        PIC 9(08).
           05 WS-JD-DESCRIPTION         PIC X(30) VALUE
              'RECEIVED NOT INVOICED ACCRUAL'.
           05 FILLER                    PIC X(01) VALUE SPACES.
       01  WS-JOURNAL-TRAILER.
           05 WS-JT-RECORD-TYPE         PIC X(01) VALUE 'T'.
           05 WS-JT-JOURNAL-ID          PIC X(10).
           05 WS-JT-LINE-COUNT          PIC 9(07).
           05 WS-JT-DEBIT-TOTAL         PIC 9(13)V99.
           05 WS-JT-CREDIT-TOTAL        PIC 9(13)V99.
           05 FILLER                    PIC X(52) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           SORT RNI-SORT-WORK
               ON ASCENDING KEY RN-PO-NUMBER
               ON ASCENDING KEY RN-PART-NUMBER
               ON ASCENDING KEY RN-RECEIPT-DATE
               INPUT PROCEDURE  100-LOAD-SORT
               OUTPUT PROCEDURE 300-ACCRUE-ORDER-LINES
           PERFORM 500-PRINT-SUPPLIER-SUMMARY
           PERFORM 550-PRINT-DEPARTMENT-SUMMARY
           PERFORM 600-WRITE-JOURNAL
           PERFORM 990-CONTROL-TOTALS
      * ** Receipts left out of the accrual, or left unconverted,
      * ** finish RC 4 so finance sees them before posting
           IF RETURN-CODE < 4
              AND (WS-NO-PO-LINE > 0 OR WS-NO-RATE-COUNT > 0)
              MOVE 4                    TO RETURN-CODE
           END-IF
      *
           CLOSE POMAST
                 RNIRPT
                 RNIJRNL
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
           END-IF
           OPEN OUTPUT RNIRPT
           IF NOT WS-RNIRPT-STATUS-OK
              DISPLAY ' Error opening file RNIRPT, Status: '
                         WS-RNIRPT-STATUS
           END-IF
           OPEN OUTPUT RNIJRNL
           IF NOT WS-RNIJRNL-STATUS-OK
              DISPLAY ' Error opening file RNIJRNL, Status: '
                         WS-RNIJRNL-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
      * ** The accrual posts on the run date and reverses on the
      * ** first day of the following month
           MOVE WS-TODAY-YEAR           TO WS-JI-YEAR
           MOVE WS-TODAY-MONTH          TO WS-JI-MONTH
           MOVE WS-TODAY-YEAR           TO WS-REVERSE-YEAR
           MOVE 01                      TO WS-REVERSE-DAY
           IF WS-TODAY-MONTH = 12
              ADD 1                     TO WS-REVERSE-YEAR
              MOVE 01                   TO WS-REVERSE-MONTH
           ELSE
              COMPUTE WS-REVERSE-MONTH = WS-TODAY-MONTH + 1
           END-IF
           MOVE WS-TODAY-DATE           TO WS-HL-AS-OF-DATE
           MOVE WS-JOURNAL-ID           TO WS-HL-JOURNAL-ID
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 050-LOAD-BUYER-NAMES
           PERFORM 060-LOAD-RATES
           PERFORM 065-PRINT-RATES-APPLIED
           PERFORM 070-LOAD-INVOICES
           PERFORM 080-LOAD-RETURNS
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           .
      *
       050-LOAD-BUYER-NAMES.
           OPEN INPUT BUYERMST
           IF NOT WS-BUYERMST-STATUS-OK
              DISPLAY ' Error opening file BUYERMST, Status: '
                         WS-BUYERMST-STATUS
              MOVE 'Y'                  TO WS-BUYERMST-EOF
           END-IF
           PERFORM UNTIL BUYERMST-EOF-FOUND
              READ BUYERMST
                AT END
                    MOVE 'Y'            TO WS-BUYERMST-EOF
                NOT AT END
                    IF WS-NAME-COUNT < 5000
                       ADD 1            TO WS-NAME-COUNT
                       MOVE BM-BUYER-CODE
                          TO WS-NT-BUYER-CODE(WS-NAME-COUNT)
                       MOVE BM-BUYER-NAME
                          TO WS-NT-BUYER-NAME(WS-NAME-COUNT)
                       MOVE BM-DEPARTMENT
                          TO WS-NT-DEPARTMENT(WS-NAME-COUNT)
                    ELSE
      * ** Buyers past the cap still accrue, just under *UNKNOWN* -
      * ** say so instead of leaving finance to wonder why
                       IF NOT NAME-TABLE-FULL
                          MOVE 'Y'      TO WS-NAME-TABLE-FULL
                          DISPLAY ' ** WS-NAME-TABLE FULL AT 5000 '
                             '- buyers beyond it accrue to '
                             '*UNKNOWN*'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-BUYERMST-STATUS = '00' OR '10'
              CLOSE BUYERMST
           END-IF
           .
      *
      * ** A run with no FXRATES on file still accrues - importer
      * ** order lines then value unconverted and are counted, so
      * ** the mixing is at least visible instead of silent
       060-LOAD-RATES.
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
                       MOVE FX-RATE-DATE
                          TO WS-RT-RATE-DATE(WS-RATE-COUNT)
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
      * ** States every conversion rate the accrual used, with its
      * ** date, so the dollar totals can be tied back to a rate
       065-PRINT-RATES-APPLIED.
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-COUNT
              MOVE WS-RT-CURRENCY-CODE(WS-RATE-SUB)
                                        TO WS-RL-CURRENCY
              MOVE WS-RT-USD-RATE(WS-RATE-SUB)
                                        TO WS-RL-RATE
              MOVE WS-RT-RATE-DATE(WS-RATE-SUB)
                                        TO WS-RL-DATE
              WRITE REPORT-LINE FROM WS-RATE-LINE
           END-PERFORM
           .
      *
      * ** Every invoice line clears its quantity off the order
      * ** line's receipts.  Without the invoices every receipt would
      * ** accrue, so a missing file fails the run
       070-LOAD-INVOICES.
           OPEN INPUT INVOICES
           IF NOT WS-INVOICES-STATUS-OK
              DISPLAY ' Error opening file INVOICES, Status: '
                         WS-INVOICES-STATUS
              MOVE 'Y'                  TO WS-INVOICES-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
           PERFORM UNTIL INVOICES-EOF-FOUND
              READ INVOICES
                AT END
                    MOVE 'Y'            TO WS-INVOICES-EOF
                NOT AT END
                    ADD 1               TO WS-INVOICES-READ
                    MOVE IV-PO-NUMBER   TO WS-KEY-PO-NUMBER
                    MOVE IV-PART-NUMBER TO WS-KEY-PART-NUMBER
                    PERFORM 090-FIND-CLEAR-ENTRY
                    IF WS-CLR-SUB > 0
                       ADD IV-QTY-INVOICED
                          TO WS-CLR-INVOICED(WS-CLR-SUB)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-INVOICES-STATUS = '00' OR '10'
              CLOSE INVOICES
           END-IF
           .
      *
      * ** Material sent back at inspection is owed to no one - each
      * ** return clears its quantity the way an invoice does.  No
      * ** returns on file is a normal month
       080-LOAD-RETURNS.
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
                    MOVE RT-PO-NUMBER   TO WS-KEY-PO-NUMBER
                    MOVE RT-PART-NUMBER TO WS-KEY-PART-NUMBER
                    PERFORM 090-FIND-CLEAR-ENTRY
                    IF WS-CLR-SUB > 0
                       ADD RT-QTY-RETURNED
                          TO WS-CLR-RETURNED(WS-CLR-SUB)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RTVFILE-STATUS = '00' OR '10'
              CLOSE RTVFILE
           END-IF
           .
      *
      * ** Finds or opens the clearing entry for WS-KEY-PO-NUMBER/
      * ** WS-KEY-PART-NUMBER - WS-CLR-SUB is zero when it is full
       090-FIND-CLEAR-ENTRY.
           MOVE ZERO                    TO WS-CLR-SUB
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                   UNTIL WS-CLR-IDX > WS-CLR-COUNT
                      OR WS-CLR-SUB > 0
              IF WS-CLR-PO-NUMBER(WS-CLR-IDX) = WS-KEY-PO-NUMBER
                 AND WS-CLR-PART-NUMBER(WS-CLR-IDX)
                     = WS-KEY-PART-NUMBER
                 SET WS-CLR-SUB         TO WS-CLR-IDX
              END-IF
           END-PERFORM
           IF WS-CLR-SUB > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-CLR-COUNT < 150000
              ADD 1                     TO WS-CLR-COUNT
              MOVE WS-CLR-COUNT         TO WS-CLR-SUB
              MOVE WS-KEY-PO-NUMBER
                            TO WS-CLR-PO-NUMBER(WS-CLR-SUB)
              MOVE WS-KEY-PART-NUMBER
                            TO WS-CLR-PART-NUMBER(WS-CLR-SUB)
              MOVE ZERO     TO WS-CLR-INVOICED(WS-CLR-SUB)
              MOVE ZERO     TO WS-CLR-RETURNED(WS-CLR-SUB)
           ELSE
      * ** A lost invoice would accrue goods already billed - fail
      * ** the run loudly and resize the table before rerun
              IF NOT CLR-TABLE-FULL
                 MOVE 'Y'               TO WS-CLR-TABLE-FULL
                 DISPLAY ' ** WS-CLEAR-TABLE FULL AT 150000 - '
                    'invoices not all cleared, run failed'
              END-IF
              MOVE 12                   TO RETURN-CODE
           END-IF
           .
      *
      * ** Releases every clean receipt to the sort, so each order
      * ** line's receipts come back together and oldest first
       100-LOAD-SORT.
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
                    MOVE RC-PO-NUMBER   TO RN-PO-NUMBER
                    MOVE RC-PART-NUMBER TO RN-PART-NUMBER
                    MOVE RC-RECEIPT-DATE
                                        TO RN-RECEIPT-DATE
                    MOVE RC-QTY-RECEIVED
                                        TO RN-QTY-RECEIVED
                    RELEASE RNI-SORT-REC
              END-READ
           END-PERFORM
           IF WS-RECEIPTS-STATUS = '00' OR '10'
              CLOSE RECEIPTS
           END-IF
           .
      *
      * ** Control break on PO-NUMBER/PART-NUMBER - each order
      * ** line's receipts are accrued, then the line is reported
       300-ACCRUE-ORDER-LINES.
           PERFORM 350-RETURN-NEXT
           PERFORM UNTIL SORT-EOF-FOUND
              IF FIRST-LINE
                 OR RN-PO-NUMBER NOT = WS-CURRENT-PO-NUMBER
                 OR RN-PART-NUMBER NOT = WS-CURRENT-PART-NUMBER
                 IF NOT FIRST-LINE
                    PERFORM 380-CLOSE-ORDER-LINE
                 END-IF
                 MOVE 'N'               TO WS-FIRST-LINE
                 PERFORM 360-OPEN-ORDER-LINE
              END-IF
              PERFORM 370-ACCRUE-RECEIPT
              PERFORM 350-RETURN-NEXT
           END-PERFORM
           IF NOT FIRST-LINE
              PERFORM 380-CLOSE-ORDER-LINE
           END-IF
           .
      *
       350-RETURN-NEXT.
           RETURN RNI-SORT-WORK
             AT END
                 MOVE 'Y'       TO WS-SORT-EOF
           END-RETURN
           .
      *
      * ** Starts an order line: the quantity invoiced or returned
      * ** against it, and its price, currency, supplier and buyer
      * ** department from one keyed read of POMAST
       360-OPEN-ORDER-LINE.
           ADD 1                        TO WS-ORDER-LINES
           MOVE RN-PO-NUMBER            TO WS-CURRENT-PO-NUMBER
           MOVE RN-PART-NUMBER          TO WS-CURRENT-PART-NUMBER
           MOVE ZERO                    TO WS-LINE-OPEN-QTY
                                           WS-LINE-VALUE
                                           WS-LINE-OLDEST-DATE
                                           WS-LINE-AGE-DAYS
                                           WS-QTY-TO-CLEAR
           MOVE ZERO                    TO WS-SUPP-SUB
                                           WS-DEPT-SUB
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                   UNTIL WS-CLR-IDX > WS-CLR-COUNT
              IF WS-CLR-PO-NUMBER(WS-CLR-IDX) = RN-PO-NUMBER
                 AND WS-CLR-PART-NUMBER(WS-CLR-IDX)
                     = RN-PART-NUMBER
                 COMPUTE WS-QTY-TO-CLEAR =
                    WS-CLR-INVOICED(WS-CLR-IDX)
                    + WS-CLR-RETURNED(WS-CLR-IDX)
              END-IF
           END-PERFORM
           MOVE 'N'                     TO WS-PO-STATE
           MOVE RN-PO-NUMBER            TO PL-PO-NUMBER
           MOVE RN-PART-NUMBER          TO PL-PART-NUMBER
           READ POMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-PO-STATE
           END-READ
           IF NOT PO-LINE-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE PL-SUPPLIER-CODE        TO WS-LINE-SUPPLIER-CODE
           MOVE PL-CURRENCY-CODE        TO WS-LINE-CURRENCY-CODE
           MOVE PL-UNIT-PRICE           TO WS-LINE-UNIT-PRICE
           IF PL-CURRENCY-CODE = SPACES
              MOVE 1.000000             TO WS-APPLIED-RATE
           ELSE
              PERFORM 365-FIND-RATE
           END-IF
           MOVE '*UNKNOWN*'             TO WS-LINE-DEPARTMENT
           PERFORM VARYING WS-LOOKUP-SUB FROM 1 BY 1
                   UNTIL WS-LOOKUP-SUB > WS-NAME-COUNT
              IF WS-NT-BUYER-CODE(WS-LOOKUP-SUB) = PL-BUYER-CODE
                 MOVE WS-NT-DEPARTMENT(WS-LOOKUP-SUB)
                                        TO WS-LINE-DEPARTMENT
              END-IF
           END-PERFORM
           PERFORM 400-FIND-SUPPLIER-ENTRY
           PERFORM 420-FIND-DEPARTMENT-ENTRY
           .
      *
      * ** Finds the USD rate for the line's CURRENCY-CODE - a
      * ** currency with no rate on file values at 1.000000 and is
      * ** counted so finance sees the gap
       365-FIND-RATE.
           MOVE 'N'                     TO WS-RATE-FOUND
           MOVE 1.000000                TO WS-APPLIED-RATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RT-CURRENCY-CODE(WS-RATE-IDX) = PL-CURRENCY-CODE
                 MOVE 'Y'               TO WS-RATE-FOUND
                 MOVE WS-RT-USD-RATE(WS-RATE-IDX)
                                        TO WS-APPLIED-RATE
              END-IF
           END-PERFORM
           IF NOT CURRENCY-RATE-FOUND
              ADD 1                     TO WS-NO-RATE-COUNT
              DISPLAY ' ** No exchange rate on file for: '
                 PL-CURRENCY-CODE ' - amount left unconverted'
           END-IF
           .
      *
      * ** First-in first-out: invoiced and returned quantity clears
      * ** the oldest receipts, so what is left to accrue is the
      * ** newest material and ages from its own receipt date
       370-ACCRUE-RECEIPT.
           IF WS-QTY-TO-CLEAR NOT < RN-QTY-RECEIVED
              SUBTRACT RN-QTY-RECEIVED  FROM WS-QTY-TO-CLEAR
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OPEN-QTY = RN-QTY-RECEIVED - WS-QTY-TO-CLEAR
           MOVE ZERO                    TO WS-QTY-TO-CLEAR
           MOVE ZERO                    TO WS-AGE-DAYS
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE RN-RECEIPT-DATE         TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY = 0 AND LILIAN < TODAY-LILIAN
              COMPUTE WS-AGE-DAYS = TODAY-LILIAN - LILIAN
           END-IF
           IF WS-LINE-OPEN-QTY = ZERO
              MOVE RN-RECEIPT-DATE      TO WS-LINE-OLDEST-DATE
              MOVE WS-AGE-DAYS          TO WS-LINE-AGE-DAYS
           END-IF
           ADD WS-OPEN-QTY              TO WS-LINE-OPEN-QTY
           IF NOT PO-LINE-FOUND
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > WS-RNI-AGE-LIMIT-1
                 MOVE 1                 TO WS-BUCKET-SUB
              WHEN WS-AGE-DAYS NOT > WS-RNI-AGE-LIMIT-2
                 MOVE 2                 TO WS-BUCKET-SUB
              WHEN WS-AGE-DAYS NOT > WS-RNI-AGE-LIMIT-3
                 MOVE 3                 TO WS-BUCKET-SUB
              WHEN OTHER
                 MOVE 4                 TO WS-BUCKET-SUB
           END-EVALUATE
           COMPUTE WS-REMNANT-VALUE ROUNDED =
              WS-OPEN-QTY * WS-LINE-UNIT-PRICE * WS-APPLIED-RATE
           ADD WS-REMNANT-VALUE         TO WS-LINE-VALUE
           IF WS-SUPP-SUB > 0
              ADD WS-REMNANT-VALUE
                 TO WS-SP-BUCKET(WS-SUPP-SUB, WS-BUCKET-SUB)
              ADD WS-REMNANT-VALUE      TO WS-SP-TOTAL(WS-SUPP-SUB)
           END-IF
           IF WS-DEPT-SUB > 0
              ADD WS-REMNANT-VALUE
                 TO WS-DP-BUCKET(WS-DEPT-SUB, WS-BUCKET-SUB)
              ADD WS-REMNANT-VALUE      TO WS-DP-TOTAL(WS-DEPT-SUB)
           END-IF
           ADD WS-REMNANT-VALUE         TO WS-GR-BUCKET(WS-BUCKET-SUB)
           ADD WS-REMNANT-VALUE         TO WS-GR-TOTAL
           .
      *
      * ** Ends an order line - fully invoiced lines drop out; a
      * ** line left open prints, and a receipt against an order
      * ** line POMAST does not hold prints but cannot be priced
       380-CLOSE-ORDER-LINE.
           IF WS-QTY-TO-CLEAR > 0
              ADD 1                     TO WS-OVER-INVOICED
           END-IF
           IF WS-LINE-OPEN-QTY NOT > 0
              ADD 1                     TO WS-CLEARED-LINES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-PO-NUMBER    TO WS-DL-PO-NUMBER
           MOVE WS-CURRENT-PART-NUMBER  TO WS-DL-PART-NUMBER
           MOVE WS-LINE-OLDEST-DATE     TO WS-DL-RECEIPT-DATE
           MOVE WS-LINE-AGE-DAYS        TO WS-DL-AGE-DAYS
           MOVE WS-LINE-OPEN-QTY        TO WS-DL-OPEN-QTY
           IF NOT PO-LINE-FOUND
              ADD 1                     TO WS-NO-PO-LINE
              MOVE SPACES               TO WS-DL-SUPPLIER-CODE
                                           WS-DL-DEPARTMENT
                                           WS-DL-CURRENCY-CODE
              MOVE ZERO                 TO WS-DL-VALUE
              MOVE 'NOT ON PO MASTER - NOT ACCRUED'
                                        TO WS-DL-NOTE
           ELSE
              ADD 1                     TO WS-ACCRUED-LINES
              MOVE WS-LINE-SUPPLIER-CODE
                                        TO WS-DL-SUPPLIER-CODE
              MOVE WS-LINE-DEPARTMENT   TO WS-DL-DEPARTMENT
              MOVE WS-LINE-CURRENCY-CODE
                                        TO WS-DL-CURRENCY-CODE
              MOVE WS-LINE-VALUE        TO WS-DL-VALUE
              MOVE SPACES               TO WS-DL-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF NOT WS-RNIRPT-STATUS-OK
              DISPLAY ' Error writing file RNIRPT, Status: '
                         WS-RNIRPT-STATUS
           END-IF
           .
      *
       400-FIND-SUPPLIER-ENTRY.
           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                      OR WS-SUPP-SUB > 0
              IF WS-SP-SUPPLIER-CODE(WS-SUPP-IDX)
                 = WS-LINE-SUPPLIER-CODE
                 SET WS-SUPP-SUB        TO WS-SUPP-IDX
              END-IF
           END-PERFORM
           IF WS-SUPP-SUB > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-SUPP-COUNT < 5000
              ADD 1                     TO WS-SUPP-COUNT
              MOVE WS-SUPP-COUNT        TO WS-SUPP-SUB
              MOVE WS-LINE-SUPPLIER-CODE
                            TO WS-SP-SUPPLIER-CODE(WS-SUPP-SUB)
              PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                      UNTIL WS-BUCKET-SUB > 4
                 MOVE ZERO  TO WS-SP-BUCKET(WS-SUPP-SUB, WS-BUCKET-SUB)
              END-PERFORM
              MOVE ZERO                 TO WS-SP-TOTAL(WS-SUPP-SUB)
           ELSE
      * ** The journal still balances off the department totals,
      * ** but a supplier roll-up short of suppliers is wrong -
      * ** fail the run and resize the table before rerun
              IF NOT SUPP-TABLE-FULL
                 MOVE 'Y'               TO WS-SUPP-TABLE-FULL
                 DISPLAY ' ** WS-SUPP-TABLE FULL AT 5000 - '
                    'supplier totals incomplete, run failed'
              END-IF
              MOVE 12                   TO RETURN-CODE
           END-IF
           .
      *
       420-FIND-DEPARTMENT-ENTRY.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-DEPT-SUB > 0
              IF WS-DP-DEPARTMENT(WS-DEPT-IDX) = WS-LINE-DEPARTMENT
                 SET WS-DEPT-SUB        TO WS-DEPT-IDX
              END-IF
           END-PERFORM
           IF WS-DEPT-SUB > 0
              EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-COUNT < 500
              ADD 1                     TO WS-DEPT-COUNT
              MOVE WS-DEPT-COUNT        TO WS-DEPT-SUB
              MOVE WS-LINE-DEPARTMENT
                            TO WS-DP-DEPARTMENT(WS-DEPT-SUB)
              PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                      UNTIL WS-BUCKET-SUB > 4
                 MOVE ZERO  TO WS-DP-BUCKET(WS-DEPT-SUB, WS-BUCKET-SUB)
              END-PERFORM
              MOVE ZERO                 TO WS-DP-TOTAL(WS-DEPT-SUB)
           ELSE
      * ** A department missing from the table would be missing
      * ** from the journal - fail the run before GL posts it
              IF NOT DEPT-TABLE-FULL
                 MOVE 'Y'               TO WS-DEPT-TABLE-FULL
                 DISPLAY ' ** WS-DEPT-TABLE FULL AT 500 - '
                    'journal incomplete, run failed'
              END-IF
              MOVE 12                   TO RETURN-CODE
           END-IF
           .
      *
       500-PRINT-SUPPLIER-SUMMARY.
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCRUAL BY SUPPLIER'   TO WS-SL-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           MOVE 'SUPPLIER'              TO WS-SC-KEY-LABEL
           PERFORM 590-WRITE-SUMMARY-COLUMNS
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-SUPP-COUNT
              MOVE WS-SP-SUPPLIER-CODE(WS-RPT-SUB)
                                        TO WS-SM-KEY
              PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                      UNTIL WS-BUCKET-SUB > 4
                 MOVE WS-SP-BUCKET(WS-RPT-SUB, WS-BUCKET-SUB)
                                   TO WS-SM-AMOUNT(WS-BUCKET-SUB)
              END-PERFORM
              MOVE WS-SP-TOTAL(WS-RPT-SUB)
                                        TO WS-SM-AMOUNT(5)
              WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM
           PERFORM 595-WRITE-SUMMARY-TOTAL
           .
      *
       550-PRINT-DEPARTMENT-SUMMARY.
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'ACCRUAL BY BUYER DEPARTMENT'
                                        TO WS-SL-TITLE
           WRITE REPORT-LINE FROM WS-SECTION-LINE
           MOVE 'DEPARTMENT'            TO WS-SC-KEY-LABEL
           PERFORM 590-WRITE-SUMMARY-COLUMNS
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-DEPT-COUNT
              MOVE WS-DP-DEPARTMENT(WS-RPT-SUB)
                                        TO WS-SM-KEY
              PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                      UNTIL WS-BUCKET-SUB > 4
                 MOVE WS-DP-BUCKET(WS-RPT-SUB, WS-BUCKET-SUB)
                                   TO WS-SM-AMOUNT(WS-BUCKET-SUB)
              END-PERFORM
              MOVE WS-DP-TOTAL(WS-RPT-SUB)
                                        TO WS-SM-AMOUNT(5)
              WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM
           PERFORM 595-WRITE-SUMMARY-TOTAL
           .
      *
       590-WRITE-SUMMARY-COLUMNS.
           MOVE WS-RNI-AGE-LIMIT-1      TO WS-SC-LIMIT-1
           MOVE WS-RNI-AGE-LIMIT-2      TO WS-SC-LIMIT-2
           MOVE WS-RNI-AGE-LIMIT-3      TO WS-SC-LIMIT-3
           MOVE WS-RNI-AGE-LIMIT-3      TO WS-SC-LIMIT-4
           WRITE REPORT-LINE FROM WS-SUMMARY-COLUMN-LINE
           .
      *
       595-WRITE-SUMMARY-TOTAL.
           MOVE 'TOTAL'                 TO WS-SM-KEY
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
              MOVE WS-GR-BUCKET(WS-BUCKET-SUB)
                                   TO WS-SM-AMOUNT(WS-BUCKET-SUB)
           END-PERFORM
           MOVE WS-GR-TOTAL             TO WS-SM-AMOUNT(5)
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           .
      *
      * ** One balanced pair per buyer department - debit the
      * ** accrual account, credit the accrued liability - dated the
      * ** run date and flagged to reverse on the first of next month
       600-WRITE-JOURNAL.
           MOVE WS-JOURNAL-ID           TO WS-JH-JOURNAL-ID
                                           WS-JD-JOURNAL-ID
                                           WS-JT-JOURNAL-ID
           MOVE WS-TODAY-DATE           TO WS-JH-POST-DATE
                                           WS-JD-POST-DATE
           MOVE WS-REVERSE-DATE         TO WS-JH-REVERSE-DATE
                                           WS-JD-REVERSE-DATE
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-HEADER
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-DEPT-COUNT
              IF WS-DP-TOTAL(WS-RPT-SUB) > 0
                 MOVE WS-DP-DEPARTMENT(WS-RPT-SUB)
                                        TO WS-JD-DEPARTMENT
                 MOVE WS-DP-TOTAL(WS-RPT-SUB)
                                        TO WS-JD-AMOUNT
                 MOVE WS-RNI-ACCRUAL-ACCOUNT
                                        TO WS-JD-GL-ACCOUNT
                 MOVE 'D'               TO WS-JD-DEBIT-CREDIT
                 PERFORM 650-WRITE-JOURNAL-LINE
                 ADD WS-DP-TOTAL(WS-RPT-SUB)
                                        TO WS-JOURNAL-DEBITS
                 MOVE WS-RNI-LIABILITY-ACCOUNT
                                        TO WS-JD-GL-ACCOUNT
                 MOVE 'C'               TO WS-JD-DEBIT-CREDIT
                 PERFORM 650-WRITE-JOURNAL-LINE
                 ADD WS-DP-TOTAL(WS-RPT-SUB)
                                        TO WS-JOURNAL-CREDITS
              END-IF
           END-PERFORM
           MOVE WS-JOURNAL-LINES        TO WS-JT-LINE-COUNT
           MOVE WS-JOURNAL-DEBITS       TO WS-JT-DEBIT-TOTAL
           MOVE WS-JOURNAL-CREDITS      TO WS-JT-CREDIT-TOTAL
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-TRAILER
           .
      *
       650-WRITE-JOURNAL-LINE.
           ADD 1                        TO WS-JOURNAL-LINES
           MOVE WS-JOURNAL-LINES        TO WS-JD-LINE-NUMBER
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-DETAIL
           IF NOT WS-RNIJRNL-STATUS-OK
              DISPLAY ' Error writing file RNIJRNL, Status: '
                         WS-RNIJRNL-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' RNIACR01 CONTROL TOTALS'
           DISPLAY ' RECEIPTS READ          : ' WS-RECEIPTS-READ
           DISPLAY ' INVOICES READ          : ' WS-INVOICES-READ
           DISPLAY ' RETURNS TO VENDOR READ : ' WS-RETURNS-READ
           DISPLAY ' ORDER LINES RECEIVED   : ' WS-ORDER-LINES
           DISPLAY ' LINES FULLY INVOICED   : ' WS-CLEARED-LINES
           DISPLAY ' LINES ACCRUED          : ' WS-ACCRUED-LINES
           DISPLAY ' LINES INVOICED OVER    : ' WS-OVER-INVOICED
           DISPLAY ' LINES NOT ON PO MASTER : ' WS-NO-PO-LINE
           DISPLAY ' CURRENCIES WITHOUT RATE: ' WS-NO-RATE-COUNT
           DISPLAY ' JOURNAL LINES WRITTEN  : ' WS-JOURNAL-LINES
           DISPLAY '================================================'
           .
