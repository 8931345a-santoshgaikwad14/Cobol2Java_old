       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPMRG01.
      *============================
      * ** Supplier code merge - folds one SUPPLIER-CODE into
      * ** another when a supplier is acquired or was set up twice.
      * ** Each MRGTRANS transaction (old code, surviving code,
      * ** effective date, reason) is edited first: both codes are
      * ** required and must differ, the date must be numeric and
      * ** not in the future, the surviving code must be on SUPMAST
      * ** and not itself merged away, the old code must not be
      * ** merged already or still blocked on SUPBLOCK, and no code
      * ** may be merged away twice or be both merged away and a
      * ** survivor in one run (chain them over two runs); two codes
      * ** may fold into one survivor, the first in MRGTRANS order
      * ** taking a part both carried.  Failures go to MRGREJS with
      * ** diagnostics.
      * ** Every accepted merge is then applied everywhere the old
      * ** code keys or names a record - the old SUPMAST record is
      * ** deleted after its blank maintained attributes are folded
      * ** into the survivor; PARTMAST parts and POMAST order lines
      * ** are rewritten in place, as are the POHOLD approval holds
      * ** still open - both the hold and the record image it will
      * ** release - so a released hold posts under the surviving
      * ** code; INVHIST invoices are re-keyed; each PAYYTD
      * ** payments-to-date year is added into the survivor's total
      * ** for that year (started from the old record if the
      * ** survivor has none) and the old year deleted, so the 1099
      * ** run reports one payee; and the sequential
      * ** ASLMAST, CONTRCTS and PRICHIST are
      * ** carried forward to NEWASL, NEWCONTR and NEWPRICE with
      * ** the code replaced.  Where the surviving code already
      * ** holds an entry for the same part (or the same invoice
      * ** number), the old entry is LEFT under the old code and
      * ** listed on MRGRPT for the business to resolve - RC 4.
      * ** Last, each merge is written to the SUPXREF cross-
      * ** reference, which FINAL01 uses to translate the old code
      * ** on incoming feeds and LOOKUP01/PSINQ01 use to answer an
      * ** inquiry on the old code.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT MRGTRANS    ASSIGN TO MRGTRANS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-MRGTRANS-STATUS
             .
           SELECT MRGREJS     ASSIGN TO MRGREJS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-MRGREJS-STATUS
             .
           SELECT MRGRPT      ASSIGN TO MRGRPT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-MRGRPT-STATUS
             .
           SELECT SUPXREF     ASSIGN TO SUPXREF
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  MX-OLD-SUPPLIER
             FILE STATUS      IS  WS-SUPXREF-STATUS
             .
           SELECT SUPMAST     ASSIGN TO SUPMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  SM-SUPPLIER-CODE
             FILE STATUS      IS  WS-SUPMAST-STATUS
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
           SELECT POHOLD      ASSIGN TO POHOLD
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PH-KEY
             FILE STATUS      IS  WS-POHOLD-STATUS
             .
           SELECT INVHIST     ASSIGN TO INVHIST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  IH-KEY
             FILE STATUS      IS  WS-INVHIST-STATUS
             .
           SELECT PAYYTD      ASSIGN TO PAYYTD
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PY-KEY
             FILE STATUS      IS  WS-PAYYTD-STATUS
             .
           SELECT SUPBLOCK    ASSIGN TO SUPBLOCK
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SUPBLOCK-STATUS
             .
           SELECT ASLMAST     ASSIGN TO ASLMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-ASLMAST-STATUS
             .
           SELECT NEWASL      ASSIGN TO NEWASL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWASL-STATUS
             .
           SELECT CONTRCTS    ASSIGN TO CONTRCTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-CONTRCTS-STATUS
             .
           SELECT NEWCONTR    ASSIGN TO NEWCONTR
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWCONTR-STATUS
             .
           SELECT PRICHIST    ASSIGN TO PRICHIST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PRICHIST-STATUS
             .
           SELECT NEWPRICE    ASSIGN TO NEWPRICE
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWPRICE-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Merge transactions - fold OLD code into NEW code
       FD  MRGTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 48 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGTRANS-RECORD.
       01  MRGTRANS-RECORD.
           05  MT-MERGE-DETAIL.
               10  MT-OLD-SUPPLIER      PIC X(10).
               10  MT-NEW-SUPPLIER      PIC X(10).
               10  MT-EFF-DATE          PIC 9(08).
               10  MT-REASON            PIC X(20).
      *
       FD  MRGREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 88 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGREJ-RECORD.
       01  MRGREJ-RECORD.
           05  MJ-MERGE-DETAIL          PIC X(48).
           05  MJ-ERROR-MESSAGE         PIC X(40).
      *
       FD  MRGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MRGRPT-LINE.
       01  MRGRPT-LINE                  PIC X(132).
      *
      * ** Supplier merge cross-reference keyed on the old code
       FD  SUPXREF
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SUPXREF-REC.
       01  SUPXREF-REC.
           05  MX-OLD-SUPPLIER          PIC X(10).
           05  MX-NEW-SUPPLIER          PIC X(10).
           05  MX-EFF-DATE              PIC 9(08).
           05  MX-MERGE-DATE            PIC 9(08).
           05  MX-REASON                PIC X(20).
           05  FILLER                   PIC X(04).
      *
      * ** Supplier master maintained by SMLOAD01/SMAINT01
       FD  SUPMAST
           RECORD CONTAINS 280 CHARACTERS
           DATA RECORD IS SUPMAST-REC.
       01  SUPMAST-REC.
           05  SM-SUPPLIER-CODE         PIC X(10).
           05  SM-SUPPLIER-DETAIL       PIC X(248).
           05  SM-PAYMENT-TERMS         PIC X(03).
           05  SM-TAX-ID                PIC X(09).
           05  SM-CONTACT-PHONE         PIC X(10).
      *
      * ** Part master loaded by PMLOAD01 - SUPPLIER-CODE sits at
      * ** the head of the SUPPLIERS group
       FD  PARTMAST
           RECORD CONTAINS 473 CHARACTERS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER           PIC X(23).
           05  PM-PARTS-DETAIL          PIC X(69).
           05  PM-SUPPLIER-CODE         PIC X(10).
           05  PM-REST-OF-RECORD        PIC X(371).
      *
      * ** Purchase-order line master
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
           05  FILLER                   PIC X(56).
      *
      * ** PO approval hold queue - SUPPLIER-CODE is carried on the
      * ** hold and again inside the held PARTSUPP image
       FD  POHOLD
           RECORD CONTAINS 650 CHARACTERS
           DATA RECORD IS POHOLD-REC.
       01  POHOLD-REC.
           05  PH-KEY                   PIC X(29).
           05  PH-SUPPLIER-CODE         PIC X(10).
           05  PH-HOLD-DETAIL           PIC X(89).
           05  PH-HOLD-STATUS           PIC X(01).
               88 PH-HOLD-OPEN          VALUE 'H'.
           05  PH-DECISION-DETAIL       PIC X(11).
           05  PH-PART-SUPP-IMAGE.
               10  PH-IMAGE-PARTS-DETAIL
                                        PIC X(92).
               10  PH-IMAGE-SUPPLIER-CODE
                                        PIC X(10).
               10  PH-IMAGE-REST        PIC X(371).
           05  FILLER                   PIC X(37).
      *
      * ** Invoice payment history keyed SUPPLIER-CODE/invoice
       FD  INVHIST
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS INVHIST-REC.
       01  INVHIST-REC.
           05  IH-KEY.
               10  IH-SUPPLIER-CODE     PIC X(10).
               10  IH-INVOICE-NUMBER    PIC X(10).
           05  IH-REST-OF-RECORD        PIC X(130).
      *
      * ** Payments-to-date master kept by PAYACC01 - one record per
      * ** supplier and calendar year
       FD  PAYYTD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYYTD-REC.
       01  PAYYTD-REC.
           05  PY-KEY.
               10  PY-SUPPLIER-CODE     PIC X(10).
               10  PY-PAY-YEAR          PIC 9(04).
           05  PY-SUPPLIER-NAME         PIC X(15).
           05  PY-PAID-AMOUNT           PIC S9(11)V99.
           05  PY-PAYMENT-COUNT         PIC 9(07).
           05  PY-FIRST-PAY-DATE        PIC 9(08).
           05  PY-LAST-PAY-DATE         PIC 9(08).
           05  PY-LAST-UPDATE-DATE      PIC 9(08).
           05  FILLER                   PIC X(07).
      *
      * ** Restricted-party block file built by RPSCRN01 - a
      * ** supplier with any hit still B is blocked
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
      * ** The three sequential part/supplier files all lead with
      * ** PART-NUMBER and SUPPLIER-CODE, so they share one re-key
      * ** pass through WS-PAIR-TABLE
       FD  ASLMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ASLMAST-RECORD.
       01  ASLMAST-RECORD               PIC X(50).
      *
       FD  NEWASL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWASL-RECORD.
       01  NEWASL-RECORD                PIC X(50).
      *
       FD  CONTRCTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONTRACT-RECORD.
       01  CONTRACT-RECORD              PIC X(58).
      *
       FD  NEWCONTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 58 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWCONTR-RECORD.
       01  NEWCONTR-RECORD              PIC X(58).
      *
       FD  PRICHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICHIST-RECORD.
       01  PRICHIST-RECORD              PIC X(50).
      *
       FD  NEWPRICE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWPRICE-RECORD.
       01  NEWPRICE-RECORD              PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-MRGTRANS-STATUS        PIC X(02) VALUE '00'.
             88 WS-MRGTRANS-STATUS-OK   VALUE '00'.
           05 WS-MRGREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-MRGREJS-STATUS-OK    VALUE '00'.
           05 WS-MRGRPT-STATUS          PIC X(02) VALUE '00'.
             88 WS-MRGRPT-STATUS-OK     VALUE '00'.
           05 WS-SUPXREF-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPXREF-STATUS-OK    VALUE '00'.
           05 WS-SUPMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPMAST-STATUS-OK    VALUE '00'.
           05 WS-PARTMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTMAST-STATUS-OK   VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-POHOLD-STATUS          PIC X(02) VALUE '00'.
             88 WS-POHOLD-STATUS-OK     VALUE '00'.
           05 WS-INVHIST-STATUS         PIC X(02) VALUE '00'.
             88 WS-INVHIST-STATUS-OK    VALUE '00'.
           05 WS-PAYYTD-STATUS          PIC X(02) VALUE '00'.
             88 WS-PAYYTD-STATUS-OK     VALUE '00'.
           05 WS-SUPBLOCK-STATUS        PIC X(02) VALUE '00'.
             88 WS-SUPBLOCK-STATUS-OK   VALUE '00'.
           05 WS-ASLMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-ASLMAST-STATUS-OK    VALUE '00'.
           05 WS-NEWASL-STATUS          PIC X(02) VALUE '00'.
             88 WS-NEWASL-STATUS-OK     VALUE '00'.
           05 WS-CONTRCTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-CONTRCTS-STATUS-OK   VALUE '00'.
           05 WS-NEWCONTR-STATUS        PIC X(02) VALUE '00'.
             88 WS-NEWCONTR-STATUS-OK   VALUE '00'.
           05 WS-PRICHIST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PRICHIST-STATUS-OK   VALUE '00'.
           05 WS-NEWPRICE-STATUS        PIC X(02) VALUE '00'.
             88 WS-NEWPRICE-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-TRANS-EOF              PIC X VALUE SPACES.
              88 TRANS-EOF-FOUND        VALUE 'Y'.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-SUPBLOCK-AVAIL         PIC X VALUE 'N'.
              88 SUPBLOCK-AVAILABLE     VALUE 'Y'.
           05 WS-SUPXREF-OPEN           PIC X VALUE 'N'.
              88 SUPXREF-OPEN           VALUE 'Y'.
           05 WS-SUPMAST-OPEN           PIC X VALUE 'N'.
              88 SUPMAST-OPEN           VALUE 'Y'.
           05 WS-PARTMAST-OPEN          PIC X VALUE 'N'.
              88 PARTMAST-OPEN          VALUE 'Y'.
           05 WS-POMAST-OPEN            PIC X VALUE 'N'.
              88 POMAST-OPEN            VALUE 'Y'.
           05 WS-POHOLD-OPEN            PIC X VALUE 'N'.
              88 POHOLD-OPEN            VALUE 'Y'.
           05 WS-INVHIST-OPEN           PIC X VALUE 'N'.
              88 INVHIST-OPEN           VALUE 'Y'.
           05 WS-PAYYTD-OPEN            PIC X VALUE 'N'.
              88 PAYYTD-OPEN            VALUE 'Y'.
           05 WS-CODE-STATE             PIC X VALUE 'N'.
              88 CODE-FOUND             VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-TRANS-READ             PIC 9(07) VALUE ZEROS.
           05 WS-ACCEPTED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-REJECTED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-SM-FOLDED              PIC 9(07) VALUE ZEROS.
           05 WS-PM-REKEYED             PIC 9(07) VALUE ZEROS.
           05 WS-PO-REKEYED             PIC 9(07) VALUE ZEROS.
           05 WS-HOLD-REKEYED           PIC 9(07) VALUE ZEROS.
           05 WS-IH-REKEYED             PIC 9(07) VALUE ZEROS.
           05 WS-IH-CONFLICTS           PIC 9(07) VALUE ZEROS.
           05 WS-YTD-MOVED              PIC 9(07) VALUE ZEROS.
           05 WS-YTD-ADDED              PIC 9(07) VALUE ZEROS.
           05 WS-ASL-REKEYED            PIC 9(07) VALUE ZEROS.
           05 WS-ASL-CONFLICTS          PIC 9(07) VALUE ZEROS.
           05 WS-CON-REKEYED            PIC 9(07) VALUE ZEROS.
           05 WS-CON-CONFLICTS          PIC 9(07) VALUE ZEROS.
           05 WS-PH-REKEYED             PIC 9(07) VALUE ZEROS.
           05 WS-PH-CONFLICTS           PIC 9(07) VALUE ZEROS.
           05 WS-XREF-WRITTEN           PIC 9(07) VALUE ZEROS.
           05 WS-PAIR-REKEYED           PIC 9(07) VALUE ZEROS.
           05 WS-PAIR-CONFLICTS         PIC 9(07) VALUE ZEROS.
           05 WS-PAIR-WRITTEN           PIC 9(07) VALUE ZEROS.
      *
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-ERROR-MESSAGE             PIC X(40) VALUE SPACES.
       01  WS-FIND-CODE                 PIC X(10) VALUE SPACES.
      *
      * ** Merges accepted this run - every pass translates through
      * ** this table, so each file is read only once
       01  WS-MERGE-TABLE.
           05 WS-MG-COUNT               PIC 9(04) COMP VALUE ZERO.
           05 WS-MG-ENTRY               OCCURS 500 TIMES
                                         INDEXED BY WS-MG-IDX.
              10 WS-MG-OLD-SUPPLIER     PIC X(10).
              10 WS-MG-NEW-SUPPLIER     PIC X(10).
              10 WS-MG-EFF-DATE         PIC 9(08).
              10 WS-MG-REASON           PIC X(20).
       01  WS-MG-SUB                    PIC 9(04) COMP VALUE ZERO.
       01  WS-MG-CHK-SUB                PIC 9(04) COMP VALUE ZERO.
      *
      * ** Suppliers still blocked on SUPBLOCK - a blocked code is
      * ** never merged away, or the block would be lost with it
       01  WS-BLOCKED-TABLE.
           05 WS-BLK-COUNT              PIC 9(08) COMP VALUE ZERO.
           05 WS-BK-SUPPLIER-CODE       OCCURS 20000 TIMES
                                         INDEXED BY WS-BLK-IDX
                                        PIC X(10).
      *
      * ** One sequential part/supplier file held in core while it
      * ** is re-keyed - entries are marked first and re-keyed
      * ** after, so only entries the surviving code ALREADY held
      * ** count as conflicts
       01  WS-PAIR-TABLE.
           05 WS-PE-COUNT               PIC 9(08) COMP VALUE ZERO.
           05 WS-PE-ENTRY               OCCURS 60000 TIMES
                                         INDEXED BY WS-PE-IDX
                                                    WS-PE-CHK.
              10 WS-PE-IMAGE.
                 15 WS-PE-PART-NUMBER   PIC X(23).
                 15 WS-PE-SUPPLIER-CODE PIC X(10).
                 15 WS-PE-REST          PIC X(25).
              10 WS-PE-ACTION           PIC X(01).
                 88 WS-PE-UNTOUCHED     VALUE SPACE.
                 88 WS-PE-REKEY         VALUE 'R'.
                 88 WS-PE-CONFLICT      VALUE 'C'.
              10 WS-PE-MERGE-SUB        PIC 9(04) COMP.
       01  WS-PAIR-RECORD               PIC X(58) VALUE SPACES.
       01  WS-PAIR-FILE-ID              PIC X(08) VALUE SPACES.
       01  WS-PAIR-STATE                PIC X VALUE 'N'.
           88 PAIR-HELD-BY-NEW          VALUE 'Y'.
      *
      * ** Invoice numbers on file under the old code - collected
      * ** before any are re-keyed so the browse is not disturbed
       01  WS-INVOICE-TABLE.
           05 WS-IV-COUNT               PIC 9(08) COMP VALUE ZERO.
           05 WS-IV-INVOICE-NUMBER      OCCURS 20000 TIMES
                                         INDEXED BY WS-IV-IDX
                                        PIC X(10).
       01  WS-INVHIST-SAVE              PIC X(150) VALUE SPACES.
      *
      * ** Payment years on file under the old code, collected the
      * ** same way, and the old year's totals while they are folded
       01  WS-YEAR-TABLE.
           05 WS-YR-COUNT               PIC 9(04) COMP VALUE ZERO.
           05 WS-YR-PAY-YEAR            OCCURS 200 TIMES
                                         INDEXED BY WS-YR-IDX
                                        PIC 9(04).
       01  WS-PAYYTD-SAVE.
           05 WS-YS-KEY                 PIC X(14).
           05 WS-YS-SUPPLIER-NAME       PIC X(15).
           05 WS-YS-PAID-AMOUNT         PIC S9(11)V99.
           05 WS-YS-PAYMENT-COUNT       PIC 9(07).
           05 WS-YS-FIRST-PAY-DATE      PIC 9(08).
           05 WS-YS-LAST-PAY-DATE       PIC 9(08).
           05 FILLER                    PIC X(15).
      *
      * ** The old supplier's maintained attributes, folded into
      * ** the survivor where the survivor's are blank
       01  WS-OLD-SUPPLIER-SAVE.
           05 WS-OS-PAYMENT-TERMS       PIC X(03).
           05 WS-OS-TAX-ID              PIC X(09).
           05 WS-OS-CONTACT-PHONE       PIC X(10).
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(31) VALUE
                   'SUPPLIER CODE MERGE - RUN DATE '.
               10  WS-HL-RUN-DATE        PIC 9(08).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(66) VALUE
                   'FILE     OLD CODE   NEW CODE   RECORD KEY'.
               10  FILLER                PIC X(06) VALUE
                   'ACTION'.
           05  WS-DETAIL-LINE.
               10  WS-DL-FILE-ID         PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-OLD-SUPPLIER    PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-NEW-SUPPLIER    PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-RECORD-KEY      PIC X(33).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-ACTION          PIC X(45).
           05  WS-TOTAL-LINE.
               10  WS-TL-DESC            PIC X(29).
               10  WS-TL-COUNT           PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 050-LOAD-BLOCKS
           PERFORM 100-LOAD-TRANSACTIONS
           IF WS-MG-COUNT > 0
              PERFORM 200-MERGE-SUPMAST
              PERFORM 300-MERGE-PARTMAST
              PERFORM 350-MERGE-POMAST
              PERFORM 360-MERGE-POHOLD
              PERFORM 400-MERGE-INVHIST
              PERFORM 450-MERGE-PAYYTD
           END-IF
      * ** The sequential files are carried forward even with
      * ** nothing to merge, so the new generations are complete
           PERFORM 500-MERGE-ASLMAST
           PERFORM 520-MERGE-CONTRCTS
           PERFORM 540-MERGE-PRICHIST
           IF WS-MG-COUNT > 0
              PERFORM 700-WRITE-CROSS-REFERENCE
           END-IF
           PERFORM 800-WRITE-TOTALS
           PERFORM 990-CONTROL-TOTALS
      *
           IF SUPXREF-OPEN
              CLOSE SUPXREF
           END-IF
           IF SUPMAST-OPEN
              CLOSE SUPMAST
           END-IF
           IF PARTMAST-OPEN
              CLOSE PARTMAST
           END-IF
           IF POMAST-OPEN
              CLOSE POMAST
           END-IF
           IF POHOLD-OPEN
              CLOSE POHOLD
           END-IF
           IF INVHIST-OPEN
              CLOSE INVHIST
           END-IF
           IF PAYYTD-OPEN
              CLOSE PAYYTD
           END-IF
           CLOSE MRGREJS
                 MRGRPT
           GOBACK
           .
      *
      * ** The keyed masters are opened I-O for update in place; a
      * ** cross-reference or hold queue that does not exist yet is
      * ** created empty the way FINAL01 starts its POHOLD queue
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT MRGREJS
           IF NOT WS-MRGREJS-STATUS-OK
              DISPLAY ' Error opening file MRGREJS, Status: '
                         WS-MRGREJS-STATUS
           END-IF
           OPEN OUTPUT MRGRPT
           IF NOT WS-MRGRPT-STATUS-OK
              DISPLAY ' Error opening file MRGRPT, Status: '
                         WS-MRGRPT-STATUS
           END-IF
           MOVE WS-RUN-DATE             TO WS-HL-RUN-DATE
           WRITE MRGRPT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           WRITE MRGRPT-LINE FROM WS-COLUMN-LINE
           OPEN I-O SUPXREF
           IF WS-SUPXREF-STATUS = '35'
              DISPLAY ' SUPXREF empty - initialising cross-reference'
              OPEN OUTPUT SUPXREF
              CLOSE SUPXREF
              OPEN I-O SUPXREF
           END-IF
           IF WS-SUPXREF-STATUS-OK
              MOVE 'Y'                  TO WS-SUPXREF-OPEN
           ELSE
              DISPLAY ' Error opening file SUPXREF, Status: '
                         WS-SUPXREF-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN I-O SUPMAST
           IF WS-SUPMAST-STATUS-OK
              MOVE 'Y'                  TO WS-SUPMAST-OPEN
           ELSE
              DISPLAY ' Error opening file SUPMAST, Status: '
                         WS-SUPMAST-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN I-O PARTMAST
           IF WS-PARTMAST-STATUS-OK
              MOVE 'Y'                  TO WS-PARTMAST-OPEN
           ELSE
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN I-O POMAST
           IF WS-POMAST-STATUS-OK
              MOVE 'Y'                  TO WS-POMAST-OPEN
           ELSE
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN I-O POHOLD
           IF WS-POHOLD-STATUS = '35'
              DISPLAY ' POHOLD empty - initialising hold queue'
              OPEN OUTPUT POHOLD
              CLOSE POHOLD
              OPEN I-O POHOLD
           END-IF
           IF WS-POHOLD-STATUS-OK
              MOVE 'Y'                  TO WS-POHOLD-OPEN
           ELSE
              DISPLAY ' Error opening file POHOLD, Status: '
                         WS-POHOLD-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN I-O INVHIST
           IF WS-INVHIST-STATUS-OK
              MOVE 'Y'                  TO WS-INVHIST-OPEN
           ELSE
              DISPLAY ' Error opening file INVHIST, Status: '
                         WS-INVHIST-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN I-O PAYYTD
           IF WS-PAYYTD-STATUS = '35'
              DISPLAY ' PAYYTD empty - initialising payments to date'
              OPEN OUTPUT PAYYTD
              CLOSE PAYYTD
              OPEN I-O PAYYTD
           END-IF
           IF WS-PAYYTD-STATUS-OK
              MOVE 'Y'                  TO WS-PAYYTD-OPEN
           ELSE
              DISPLAY ' Error opening file PAYYTD, Status: '
                         WS-PAYYTD-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
      * ** No SUPBLOCK allocated skips the block check, as FINSUPPL
      * ** does
       050-LOAD-BLOCKS.
           MOVE 'Y'                     TO WS-SUPBLOCK-AVAIL
           MOVE SPACES                  TO WS-MASTER-EOF
           OPEN INPUT SUPBLOCK
           IF NOT WS-SUPBLOCK-STATUS-OK
              DISPLAY ' SUPBLOCK not available, Status: '
                         WS-SUPBLOCK-STATUS
                         ' - restricted-party check skipped'
              MOVE 'N'                  TO WS-SUPBLOCK-AVAIL
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           PERFORM UNTIL MASTER-EOF-FOUND
              READ SUPBLOCK
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    IF SB-BLOCKED
                       IF WS-BLK-COUNT < 20000
                          ADD 1         TO WS-BLK-COUNT
                          MOVE SB-SUPPLIER-CODE
                             TO WS-BK-SUPPLIER-CODE(WS-BLK-COUNT)
                       ELSE
                          DISPLAY ' ** WS-BLOCKED-TABLE FULL AT 20000'
                             ' - blocks incomplete, run failed'
                          MOVE 12       TO WS-RC-CANDIDATE
                          PERFORM 925-RAISE-RETURN-CODE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SUPBLOCK-STATUS = '00' OR '10'
              CLOSE SUPBLOCK
           END-IF
           .
      *
       100-LOAD-TRANSACTIONS.
           OPEN INPUT MRGTRANS
           IF NOT WS-MRGTRANS-STATUS-OK
              DISPLAY ' Error opening file MRGTRANS, Status: '
                         WS-MRGTRANS-STATUS
              MOVE 'Y'                  TO WS-TRANS-EOF
           END-IF
           PERFORM UNTIL TRANS-EOF-FOUND
              READ MRGTRANS
                AT END
                    MOVE 'Y'            TO WS-TRANS-EOF
                NOT AT END
                    ADD 1               TO WS-TRANS-READ
                    PERFORM 120-EDIT-TRANSACTION
                    IF WS-ERROR-MESSAGE = SPACES
                       PERFORM 150-ACCEPT-MERGE
                    ELSE
                       PERFORM 190-WRITE-MRGREJ
                    END-IF
              END-READ
           END-PERFORM
           IF WS-MRGTRANS-STATUS = '00' OR '10'
              CLOSE MRGTRANS
           END-IF
           .
      *
      * ** The first failing edit is the one reported
       120-EDIT-TRANSACTION.
           MOVE SPACES                  TO WS-ERROR-MESSAGE
           EVALUATE TRUE
              WHEN MT-OLD-SUPPLIER = SPACES
                 MOVE ' OLD SUPPLIER-CODE IS REQUIRED.'
                                        TO WS-ERROR-MESSAGE
              WHEN MT-NEW-SUPPLIER = SPACES
                 MOVE ' NEW SUPPLIER-CODE IS REQUIRED.'
                                        TO WS-ERROR-MESSAGE
              WHEN MT-NEW-SUPPLIER = MT-OLD-SUPPLIER
                 MOVE ' SUPPLIER CANNOT MERGE INTO ITSELF.'
                                        TO WS-ERROR-MESSAGE
              WHEN MT-EFF-DATE IS NOT NUMERIC
                 MOVE ' EFFECTIVE DATE MUST BE NUMERIC.'
                                        TO WS-ERROR-MESSAGE
              WHEN MT-EFF-DATE > WS-RUN-DATE
                 MOVE ' EFFECTIVE DATE IS IN THE FUTURE.'
                                        TO WS-ERROR-MESSAGE
           END-EVALUATE
           IF WS-ERROR-MESSAGE NOT = SPACES
              EXIT PARAGRAPH
           END-IF
      * ** A merge is all-or-nothing across the keyed masters - one
      * ** that will not open holds every merge back for a rerun
           IF NOT SUPXREF-OPEN OR NOT SUPMAST-OPEN
              OR NOT PARTMAST-OPEN OR NOT POMAST-OPEN
              OR NOT POHOLD-OPEN OR NOT INVHIST-OPEN
              OR NOT PAYYTD-OPEN
              MOVE ' MASTER FILES NOT OPEN - NOT APPLIED.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE MT-OLD-SUPPLIER         TO MX-OLD-SUPPLIER
           READ SUPXREF
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE ' OLD CODE ALREADY MERGED.'
                                        TO WS-ERROR-MESSAGE
           END-READ
           IF WS-ERROR-MESSAGE NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE MT-NEW-SUPPLIER         TO MX-OLD-SUPPLIER
           READ SUPXREF
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE ' NEW CODE HAS ITSELF BEEN MERGED.'
                                        TO WS-ERROR-MESSAGE
           END-READ
           IF WS-ERROR-MESSAGE NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE MT-NEW-SUPPLIER         TO SM-SUPPLIER-CODE
           READ SUPMAST
             INVALID KEY
                 MOVE ' NEW SUPPLIER-CODE NOT ON SUPMAST.'
                                        TO WS-ERROR-MESSAGE
           END-READ
           IF WS-ERROR-MESSAGE NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
              IF WS-BK-SUPPLIER-CODE(WS-BLK-IDX) = MT-OLD-SUPPLIER
                 MOVE ' OLD CODE IS RESTRICTED-PARTY BLOCKED.'
                                        TO WS-ERROR-MESSAGE
              END-IF
           END-PERFORM
           IF WS-ERROR-MESSAGE NOT = SPACES
              EXIT PARAGRAPH
           END-IF
      * ** A code already in another merge this run would need the
      * ** two merges applied in order - chain them over two runs
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-COUNT
              IF WS-MG-OLD-SUPPLIER(WS-MG-IDX) = MT-OLD-SUPPLIER
                 OR WS-MG-OLD-SUPPLIER(WS-MG-IDX) = MT-NEW-SUPPLIER
                 OR WS-MG-NEW-SUPPLIER(WS-MG-IDX) = MT-OLD-SUPPLIER
                 MOVE ' CODE ALREADY IN A MERGE THIS RUN.'
                                        TO WS-ERROR-MESSAGE
              END-IF
           END-PERFORM
           .
      *
       150-ACCEPT-MERGE.
           IF WS-MG-COUNT >= 500
              MOVE ' MERGE TABLE IS FULL - RESUBMIT.'
                                        TO WS-ERROR-MESSAGE
              PERFORM 190-WRITE-MRGREJ
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-MG-COUNT
           MOVE MT-OLD-SUPPLIER
              TO WS-MG-OLD-SUPPLIER(WS-MG-COUNT)
           MOVE MT-NEW-SUPPLIER
              TO WS-MG-NEW-SUPPLIER(WS-MG-COUNT)
           MOVE MT-EFF-DATE             TO WS-MG-EFF-DATE(WS-MG-COUNT)
           MOVE MT-REASON               TO WS-MG-REASON(WS-MG-COUNT)
           ADD 1                        TO WS-ACCEPTED-COUNT
           DISPLAY ' - Merge accepted: ' MT-OLD-SUPPLIER
              ' into ' MT-NEW-SUPPLIER
           .
      *
       190-WRITE-MRGREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           MOVE 4                       TO WS-RC-CANDIDATE
           PERFORM 925-RAISE-RETURN-CODE
           DISPLAY ' - Merge REJECTED: ' MT-OLD-SUPPLIER
              ' into ' MT-NEW-SUPPLIER ', Error: ' WS-ERROR-MESSAGE
           MOVE MT-MERGE-DETAIL         TO MJ-MERGE-DETAIL
           MOVE WS-ERROR-MESSAGE        TO MJ-ERROR-MESSAGE
           WRITE MRGREJ-RECORD
           IF NOT WS-MRGREJS-STATUS-OK
              DISPLAY ' Error writing file MRGREJS, Status: '
                         WS-MRGREJS-STATUS
           END-IF
           .
      *
      * ** The old supplier record is retired - the survivor takes
      * ** any maintained attribute it has left blank
       200-MERGE-SUPMAST.
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
                   UNTIL WS-MG-SUB > WS-MG-COUNT
              PERFORM 210-FOLD-SUPPLIER
           END-PERFORM
           .
      *
       210-FOLD-SUPPLIER.
           MOVE 'SUPMAST'               TO WS-DL-FILE-ID
           MOVE WS-MG-OLD-SUPPLIER(WS-MG-SUB) TO WS-DL-RECORD-KEY
           MOVE WS-MG-OLD-SUPPLIER(WS-MG-SUB) TO SM-SUPPLIER-CODE
           READ SUPMAST
             INVALID KEY
                 MOVE 'OLD CODE NOT ON SUPMAST - NOTHING TO FOLD'
                                        TO WS-DL-ACTION
                 PERFORM 850-WRITE-DETAIL
                 EXIT PARAGRAPH
           END-READ
           MOVE SM-PAYMENT-TERMS        TO WS-OS-PAYMENT-TERMS
           MOVE SM-TAX-ID               TO WS-OS-TAX-ID
           MOVE SM-CONTACT-PHONE        TO WS-OS-CONTACT-PHONE
           MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB) TO SM-SUPPLIER-CODE
           READ SUPMAST
             INVALID KEY
                 DISPLAY ' Error reading SUPMAST, Status: '
                    WS-SUPMAST-STATUS ' Key: ' SM-SUPPLIER-CODE
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           IF SM-PAYMENT-TERMS = SPACES
              MOVE WS-OS-PAYMENT-TERMS  TO SM-PAYMENT-TERMS
           END-IF
           IF SM-TAX-ID = SPACES
              MOVE WS-OS-TAX-ID         TO SM-TAX-ID
           END-IF
           IF SM-CONTACT-PHONE = SPACES
              MOVE WS-OS-CONTACT-PHONE  TO SM-CONTACT-PHONE
           END-IF
           REWRITE SUPMAST-REC
             INVALID KEY
                 DISPLAY ' Error rewriting SUPMAST, Status: '
                    WS-SUPMAST-STATUS ' Key: ' SM-SUPPLIER-CODE
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
                 EXIT PARAGRAPH
           END-REWRITE
           MOVE WS-MG-OLD-SUPPLIER(WS-MG-SUB) TO SM-SUPPLIER-CODE
           DELETE SUPMAST RECORD
             INVALID KEY
                 DISPLAY ' Error deleting SUPMAST, Status: '
                    WS-SUPMAST-STATUS ' Key: ' SM-SUPPLIER-CODE
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
                 EXIT PARAGRAPH
           END-DELETE
           ADD 1                        TO WS-SM-FOLDED
           MOVE 'FOLDED INTO NEW CODE - OLD RECORD DELETED'
                                        TO WS-DL-ACTION
           PERFORM 850-WRITE-DETAIL
           .
      *
      * ** One part, one supplier - PARTMAST cannot conflict
       300-MERGE-PARTMAST.
           IF NOT PARTMAST-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-MASTER-EOF
           PERFORM UNTIL MASTER-EOF-FOUND
              READ PARTMAST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    MOVE PM-SUPPLIER-CODE TO WS-FIND-CODE
                    PERFORM 610-FIND-MERGE
                    IF CODE-FOUND
                       MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB)
                                        TO PM-SUPPLIER-CODE
                       REWRITE PARTMAST-REC
                         INVALID KEY
                             DISPLAY ' Error rewriting PARTMAST, '
                                'Status: ' WS-PARTMAST-STATUS
                                ' Key: ' PM-PART-NUMBER
                             MOVE 12    TO WS-RC-CANDIDATE
                             PERFORM 925-RAISE-RETURN-CODE
                         NOT INVALID KEY
                             ADD 1      TO WS-PM-REKEYED
                       END-REWRITE
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      * ** Every order line is re-pointed, open or closed, so the
      * ** order history reads as one supplier; the supplier is not
      * ** flagged for retransmission
       350-MERGE-POMAST.
           IF NOT POMAST-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-MASTER-EOF
           PERFORM UNTIL MASTER-EOF-FOUND
              READ POMAST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    MOVE PL-SUPPLIER-CODE TO WS-FIND-CODE
                    PERFORM 610-FIND-MERGE
                    IF CODE-FOUND
                       MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB)
                                        TO PL-SUPPLIER-CODE
                       MOVE WS-RUN-DATE TO PL-LAST-CHANGE-DATE
                       MOVE 'SUPMRG01'  TO PL-LAST-CHANGE-BY
                       REWRITE POMAST-REC
                         INVALID KEY
                             DISPLAY ' Error rewriting POMAST, '
                                'Status: ' WS-POMAST-STATUS
                                ' Key: ' PL-KEY
                             MOVE 12    TO WS-RC-CANDIDATE
                             PERFORM 925-RAISE-RETURN-CODE
                         NOT INVALID KEY
                             ADD 1      TO WS-PO-REKEYED
                       END-REWRITE
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      * ** A hold still waiting on approval is re-pointed on the hold
      * ** and in its record image, so POREL01 releases it under the
      * ** surviving code; a decided hold is history and stays as it
      * ** was decided
       360-MERGE-POHOLD.
           IF NOT POHOLD-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-MASTER-EOF
           PERFORM UNTIL MASTER-EOF-FOUND
              READ POHOLD NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    MOVE PH-SUPPLIER-CODE TO WS-FIND-CODE
                    PERFORM 610-FIND-MERGE
                    IF CODE-FOUND AND PH-HOLD-OPEN
                       MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB)
                                        TO PH-SUPPLIER-CODE
                       IF PH-IMAGE-SUPPLIER-CODE
                          = WS-MG-OLD-SUPPLIER(WS-MG-SUB)
                          MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB)
                                        TO PH-IMAGE-SUPPLIER-CODE
                       END-IF
                       REWRITE POHOLD-REC
                         INVALID KEY
                             DISPLAY ' Error rewriting POHOLD, '
                                'Status: ' WS-POHOLD-STATUS
                                ' Key: ' PH-KEY
                             MOVE 12    TO WS-RC-CANDIDATE
                             PERFORM 925-RAISE-RETURN-CODE
                         NOT INVALID KEY
                             ADD 1      TO WS-HOLD-REKEYED
                       END-REWRITE
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      * ** SUPPLIER-CODE leads the INVHIST key, so each invoice is
      * ** written under the surviving code and the old key deleted
      * ** - an invoice number already on file under the surviving
      * ** code is a conflict and stays where it is
       400-MERGE-INVHIST.
           IF NOT INVHIST-OPEN
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
                   UNTIL WS-MG-SUB > WS-MG-COUNT
              PERFORM 410-COLLECT-INVOICES
              PERFORM VARYING WS-IV-IDX FROM 1 BY 1
                      UNTIL WS-IV-IDX > WS-IV-COUNT
                 PERFORM 420-REKEY-INVOICE
              END-PERFORM
           END-PERFORM
           .
      *
       410-COLLECT-INVOICES.
           MOVE ZERO                    TO WS-IV-COUNT
           MOVE SPACES                  TO WS-MASTER-EOF
           MOVE WS-MG-OLD-SUPPLIER(WS-MG-SUB) TO IH-SUPPLIER-CODE
           MOVE LOW-VALUES              TO IH-INVOICE-NUMBER
           START INVHIST KEY NOT < IH-KEY
             INVALID KEY
                 MOVE 'Y'               TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL MASTER-EOF-FOUND
              READ INVHIST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    IF IH-SUPPLIER-CODE
                       NOT = WS-MG-OLD-SUPPLIER(WS-MG-SUB)
                       MOVE 'Y'         TO WS-MASTER-EOF
                    ELSE
                       IF WS-IV-COUNT < 20000
                          ADD 1         TO WS-IV-COUNT
                          MOVE IH-INVOICE-NUMBER
                             TO WS-IV-INVOICE-NUMBER(WS-IV-COUNT)
                       ELSE
                          DISPLAY ' ** WS-INVOICE-TABLE FULL AT 20000'
                             ' - invoices left under old code: '
                             IH-SUPPLIER-CODE
                          MOVE 12       TO WS-RC-CANDIDATE
                          PERFORM 925-RAISE-RETURN-CODE
                          MOVE 'Y'      TO WS-MASTER-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       420-REKEY-INVOICE.
           MOVE WS-MG-OLD-SUPPLIER(WS-MG-SUB) TO IH-SUPPLIER-CODE
           MOVE WS-IV-INVOICE-NUMBER(WS-IV-IDX) TO IH-INVOICE-NUMBER
           READ INVHIST
             INVALID KEY
                 DISPLAY ' Error reading INVHIST, Status: '
                    WS-INVHIST-STATUS ' Key: ' IH-KEY
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           MOVE INVHIST-REC             TO WS-INVHIST-SAVE
           MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB) TO IH-SUPPLIER-CODE
           WRITE INVHIST-REC
             INVALID KEY
                 PERFORM 430-INVOICE-NOT-REKEYED
                 EXIT PARAGRAPH
           END-WRITE
           MOVE WS-INVHIST-SAVE         TO INVHIST-REC
           DELETE INVHIST RECORD
             INVALID KEY
                 DISPLAY ' Error deleting INVHIST, Status: '
                    WS-INVHIST-STATUS ' Key: ' IH-KEY
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
             NOT INVALID KEY
                 ADD 1                  TO WS-IH-REKEYED
           END-DELETE
           .
      *
      * ** A duplicate key means the surviving code already holds
      * ** this invoice number - listed for the business to settle
       430-INVOICE-NOT-REKEYED.
           IF WS-INVHIST-STATUS = '22'
              ADD 1                     TO WS-IH-CONFLICTS
              MOVE 'INVHIST'            TO WS-DL-FILE-ID
              MOVE IH-INVOICE-NUMBER    TO WS-DL-RECORD-KEY
              MOVE 'CONFLICT - INVOICE ALSO UNDER NEW CODE'
                                        TO WS-DL-ACTION
              PERFORM 850-WRITE-DETAIL
              MOVE 4                    TO WS-RC-CANDIDATE
           ELSE
              DISPLAY ' Error writing INVHIST, Status: '
                 WS-INVHIST-STATUS ' Key: ' IH-KEY
              MOVE 12                   TO WS-RC-CANDIDATE
           END-IF
           PERFORM 925-RAISE-RETURN-CODE
           .
      *
      * ** SUPPLIER-CODE leads the PAYYTD key too - each of the old
      * ** code's payment years is added into the survivor's total
      * ** for the same year, or becomes it when the survivor was
      * ** paid nothing that year, and the old year is deleted
       450-MERGE-PAYYTD.
           IF NOT PAYYTD-OPEN
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
                   UNTIL WS-MG-SUB > WS-MG-COUNT
              PERFORM 460-COLLECT-YEARS
              PERFORM VARYING WS-YR-IDX FROM 1 BY 1
                      UNTIL WS-YR-IDX > WS-YR-COUNT
                 PERFORM 470-FOLD-YEAR
              END-PERFORM
           END-PERFORM
           .
      *
       460-COLLECT-YEARS.
           MOVE ZERO                    TO WS-YR-COUNT
           MOVE SPACES                  TO WS-MASTER-EOF
           MOVE WS-MG-OLD-SUPPLIER(WS-MG-SUB) TO PY-SUPPLIER-CODE
           MOVE ZERO                    TO PY-PAY-YEAR
           START PAYYTD KEY NOT < PY-KEY
             INVALID KEY
                 MOVE 'Y'               TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL MASTER-EOF-FOUND
              READ PAYYTD NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    IF PY-SUPPLIER-CODE
                       NOT = WS-MG-OLD-SUPPLIER(WS-MG-SUB)
                       MOVE 'Y'         TO WS-MASTER-EOF
                    ELSE
                       IF WS-YR-COUNT < 200
                          ADD 1         TO WS-YR-COUNT
                          MOVE PY-PAY-YEAR
                             TO WS-YR-PAY-YEAR(WS-YR-COUNT)
                       ELSE
                          DISPLAY ' ** WS-YEAR-TABLE FULL AT 200'
                             ' - payment years left under old code: '
                             PY-SUPPLIER-CODE
                          MOVE 12       TO WS-RC-CANDIDATE
                          PERFORM 925-RAISE-RETURN-CODE
                          MOVE 'Y'      TO WS-MASTER-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      * ** The survivor keeps its own name; the first and last
      * ** payment dates span both suppliers' payments
       470-FOLD-YEAR.
           MOVE WS-MG-OLD-SUPPLIER(WS-MG-SUB) TO PY-SUPPLIER-CODE
           MOVE WS-YR-PAY-YEAR(WS-YR-IDX) TO PY-PAY-YEAR
           READ PAYYTD
             INVALID KEY
                 DISPLAY ' Error reading PAYYTD, Status: '
                    WS-PAYYTD-STATUS ' Key: ' PY-KEY
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           MOVE PAYYTD-REC              TO WS-PAYYTD-SAVE
           MOVE 'PAYYTD'                TO WS-DL-FILE-ID
           MOVE WS-YR-PAY-YEAR(WS-YR-IDX) TO WS-DL-RECORD-KEY
           MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB) TO PY-SUPPLIER-CODE
           READ PAYYTD
             INVALID KEY
                 MOVE WS-PAYYTD-SAVE    TO PAYYTD-REC
                 MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB)
                                        TO PY-SUPPLIER-CODE
                 MOVE WS-RUN-DATE       TO PY-LAST-UPDATE-DATE
                 WRITE PAYYTD-REC
                   INVALID KEY
                       DISPLAY ' Error writing PAYYTD, Status: '
                          WS-PAYYTD-STATUS ' Key: ' PY-KEY
                       MOVE 12          TO WS-RC-CANDIDATE
                       PERFORM 925-RAISE-RETURN-CODE
                       EXIT PARAGRAPH
                 END-WRITE
                 ADD 1                  TO WS-YTD-MOVED
                 MOVE 'YEAR TOTAL MOVED TO NEW CODE'
                                        TO WS-DL-ACTION
             NOT INVALID KEY
                 ADD WS-YS-PAID-AMOUNT  TO PY-PAID-AMOUNT
                 ADD WS-YS-PAYMENT-COUNT
                                        TO PY-PAYMENT-COUNT
                 IF WS-YS-FIRST-PAY-DATE < PY-FIRST-PAY-DATE
                    MOVE WS-YS-FIRST-PAY-DATE
                                        TO PY-FIRST-PAY-DATE
                 END-IF
                 IF WS-YS-LAST-PAY-DATE > PY-LAST-PAY-DATE
                    MOVE WS-YS-LAST-PAY-DATE
                                        TO PY-LAST-PAY-DATE
                 END-IF
                 IF PY-SUPPLIER-NAME = SPACES
                    MOVE WS-YS-SUPPLIER-NAME
                                        TO PY-SUPPLIER-NAME
                 END-IF
                 MOVE WS-RUN-DATE       TO PY-LAST-UPDATE-DATE
                 REWRITE PAYYTD-REC
                   INVALID KEY
                       DISPLAY ' Error rewriting PAYYTD, Status: '
                          WS-PAYYTD-STATUS ' Key: ' PY-KEY
                       MOVE 12          TO WS-RC-CANDIDATE
                       PERFORM 925-RAISE-RETURN-CODE
                       EXIT PARAGRAPH
                 END-REWRITE
                 ADD 1                  TO WS-YTD-ADDED
                 MOVE 'YEAR TOTAL ADDED TO NEW CODE'
                                        TO WS-DL-ACTION
           END-READ
      * ** The survivor now carries the year - an old year left
      * ** behind would be reported twice, so a failed delete is RC 12
           MOVE WS-YS-KEY               TO PY-KEY
           DELETE PAYYTD RECORD
             INVALID KEY
                 DISPLAY ' Error deleting PAYYTD, Status: '
                    WS-PAYYTD-STATUS ' Key: ' PY-KEY
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
                 MOVE 'NEW CODE POSTED - OLD YEAR NOT DELETED'
                                        TO WS-DL-ACTION
           END-DELETE
           PERFORM 850-WRITE-DETAIL
           .
      *
       500-MERGE-ASLMAST.
           MOVE 'ASLMAST'               TO WS-PAIR-FILE-ID
           MOVE ZERO                    TO WS-PE-COUNT
           MOVE SPACES                  TO WS-MASTER-EOF
           OPEN INPUT ASLMAST
           IF NOT WS-ASLMAST-STATUS-OK
              DISPLAY ' Error opening file ASLMAST, Status: '
                         WS-ASLMAST-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           PERFORM UNTIL MASTER-EOF-FOUND
              READ ASLMAST
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    MOVE ASLMAST-RECORD TO WS-PAIR-RECORD
                    PERFORM 590-ADD-PAIR-ENTRY
              END-READ
           END-PERFORM
           IF WS-ASLMAST-STATUS = '00' OR '10'
              CLOSE ASLMAST
           END-IF
           PERFORM 600-REKEY-PAIR-TABLE
           MOVE WS-PAIR-REKEYED         TO WS-ASL-REKEYED
           MOVE WS-PAIR-CONFLICTS       TO WS-ASL-CONFLICTS
           OPEN OUTPUT NEWASL
           IF NOT WS-NEWASL-STATUS-OK
              DISPLAY ' Error opening file NEWASL, Status: '
                         WS-NEWASL-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PE-COUNT
              MOVE WS-PE-IMAGE(WS-PE-IDX) TO NEWASL-RECORD
              WRITE NEWASL-RECORD
              IF NOT WS-NEWASL-STATUS-OK
                 DISPLAY ' Error writing file NEWASL, Status: '
                            WS-NEWASL-STATUS
              END-IF
           END-PERFORM
           CLOSE NEWASL
           .
      *
       520-MERGE-CONTRCTS.
           MOVE 'CONTRCTS'              TO WS-PAIR-FILE-ID
           MOVE ZERO                    TO WS-PE-COUNT
           MOVE SPACES                  TO WS-MASTER-EOF
           OPEN INPUT CONTRCTS
           IF NOT WS-CONTRCTS-STATUS-OK
              DISPLAY ' Error opening file CONTRCTS, Status: '
                         WS-CONTRCTS-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           PERFORM UNTIL MASTER-EOF-FOUND
              READ CONTRCTS
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    MOVE CONTRACT-RECORD TO WS-PAIR-RECORD
                    PERFORM 590-ADD-PAIR-ENTRY
              END-READ
           END-PERFORM
           IF WS-CONTRCTS-STATUS = '00' OR '10'
              CLOSE CONTRCTS
           END-IF
           PERFORM 600-REKEY-PAIR-TABLE
           MOVE WS-PAIR-REKEYED         TO WS-CON-REKEYED
           MOVE WS-PAIR-CONFLICTS       TO WS-CON-CONFLICTS
           OPEN OUTPUT NEWCONTR
           IF NOT WS-NEWCONTR-STATUS-OK
              DISPLAY ' Error opening file NEWCONTR, Status: '
                         WS-NEWCONTR-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PE-COUNT
              MOVE WS-PE-IMAGE(WS-PE-IDX) TO NEWCONTR-RECORD
              WRITE NEWCONTR-RECORD
              IF NOT WS-NEWCONTR-STATUS-OK
                 DISPLAY ' Error writing file NEWCONTR, Status: '
                            WS-NEWCONTR-STATUS
              END-IF
           END-PERFORM
           CLOSE NEWCONTR
           .
      *
       540-MERGE-PRICHIST.
           MOVE 'PRICHIST'              TO WS-PAIR-FILE-ID
           MOVE ZERO                    TO WS-PE-COUNT
           MOVE SPACES                  TO WS-MASTER-EOF
           OPEN INPUT PRICHIST
           IF NOT WS-PRICHIST-STATUS-OK
              DISPLAY ' Error opening file PRICHIST, Status: '
                         WS-PRICHIST-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           PERFORM UNTIL MASTER-EOF-FOUND
              READ PRICHIST
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    MOVE PRICHIST-RECORD TO WS-PAIR-RECORD
                    PERFORM 590-ADD-PAIR-ENTRY
              END-READ
           END-PERFORM
           IF WS-PRICHIST-STATUS = '00' OR '10'
              CLOSE PRICHIST
           END-IF
           PERFORM 600-REKEY-PAIR-TABLE
           MOVE WS-PAIR-REKEYED         TO WS-PH-REKEYED
           MOVE WS-PAIR-CONFLICTS       TO WS-PH-CONFLICTS
           OPEN OUTPUT NEWPRICE
           IF NOT WS-NEWPRICE-STATUS-OK
              DISPLAY ' Error opening file NEWPRICE, Status: '
                         WS-NEWPRICE-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PE-COUNT
              MOVE WS-PE-IMAGE(WS-PE-IDX) TO NEWPRICE-RECORD
              WRITE NEWPRICE-RECORD
              IF NOT WS-NEWPRICE-STATUS-OK
                 DISPLAY ' Error writing file NEWPRICE, Status: '
                            WS-NEWPRICE-STATUS
              END-IF
           END-PERFORM
           CLOSE NEWPRICE
           .
      *
      * ** Files the record just read at the end of the table - a
      * ** file past the table fails the run loudly rather than
      * ** dropping records
       590-ADD-PAIR-ENTRY.
           IF WS-PE-COUNT >= 60000
              DISPLAY ' ** WS-PAIR-TABLE FULL AT 60000 - '
                 WS-PAIR-FILE-ID ' incomplete, run failed'
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              MOVE 'Y'                  TO WS-MASTER-EOF
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-PE-COUNT
           MOVE WS-PAIR-RECORD          TO WS-PE-IMAGE(WS-PE-COUNT)
           MOVE SPACE                   TO WS-PE-ACTION(WS-PE-COUNT)
           MOVE ZERO                    TO WS-PE-MERGE-SUB(WS-PE-COUNT)
           .
      *
      * ** Marks every old-code entry first - re-key, or conflict
      * ** when the surviving code already holds the same part or
      * ** an earlier merge into the same survivor this run is
      * ** already taking it there - then applies the re-keys, so
      * ** one supplier's several entries for a part do not collide
      * ** with each other
       600-REKEY-PAIR-TABLE.
           MOVE ZERO                    TO WS-PAIR-REKEYED
                                           WS-PAIR-CONFLICTS
           IF WS-MG-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PE-COUNT
              MOVE WS-PE-SUPPLIER-CODE(WS-PE-IDX) TO WS-FIND-CODE
              PERFORM 610-FIND-MERGE
              IF CODE-FOUND
                 MOVE WS-MG-SUB         TO WS-PE-MERGE-SUB(WS-PE-IDX)
                 PERFORM 620-MARK-PAIR
              END-IF
           END-PERFORM
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > WS-PE-COUNT
              EVALUATE TRUE
                 WHEN WS-PE-REKEY(WS-PE-IDX)
                    MOVE WS-PE-MERGE-SUB(WS-PE-IDX) TO WS-MG-SUB
                    MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB)
                       TO WS-PE-SUPPLIER-CODE(WS-PE-IDX)
                    ADD 1               TO WS-PAIR-REKEYED
                 WHEN WS-PE-CONFLICT(WS-PE-IDX)
                    PERFORM 630-REPORT-PAIR-CONFLICT
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-PERFORM
           .
      *
      * ** Sets WS-MG-SUB to the merge folding WS-FIND-CODE away
       610-FIND-MERGE.
           MOVE 'N'                     TO WS-CODE-STATE
           MOVE ZERO                    TO WS-MG-SUB
           IF WS-FIND-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-COUNT
                      OR CODE-FOUND
              IF WS-MG-OLD-SUPPLIER(WS-MG-IDX) = WS-FIND-CODE
                 MOVE 'Y'               TO WS-CODE-STATE
                 SET WS-MG-SUB          TO WS-MG-IDX
              END-IF
           END-PERFORM
           .
      *
       620-MARK-PAIR.
           MOVE 'N'                     TO WS-PAIR-STATE
           PERFORM VARYING WS-PE-CHK FROM 1 BY 1
                   UNTIL WS-PE-CHK > WS-PE-COUNT
                      OR PAIR-HELD-BY-NEW
              IF WS-PE-PART-NUMBER(WS-PE-CHK)
                 = WS-PE-PART-NUMBER(WS-PE-IDX)
                 IF WS-PE-SUPPLIER-CODE(WS-PE-CHK)
                    = WS-MG-NEW-SUPPLIER(WS-MG-SUB)
                    MOVE 'Y'            TO WS-PAIR-STATE
                 END-IF
                 IF WS-PE-REKEY(WS-PE-CHK)
                    AND WS-PE-MERGE-SUB(WS-PE-CHK) NOT = WS-MG-SUB
                    MOVE WS-PE-MERGE-SUB(WS-PE-CHK)
                                        TO WS-MG-CHK-SUB
                    IF WS-MG-NEW-SUPPLIER(WS-MG-CHK-SUB)
                       = WS-MG-NEW-SUPPLIER(WS-MG-SUB)
                       MOVE 'Y'         TO WS-PAIR-STATE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF PAIR-HELD-BY-NEW
              MOVE 'C'                  TO WS-PE-ACTION(WS-PE-IDX)
           ELSE
              MOVE 'R'                  TO WS-PE-ACTION(WS-PE-IDX)
           END-IF
           .
      *
       630-REPORT-PAIR-CONFLICT.
           ADD 1                        TO WS-PAIR-CONFLICTS
           MOVE 4                       TO WS-RC-CANDIDATE
           PERFORM 925-RAISE-RETURN-CODE
           MOVE WS-PE-MERGE-SUB(WS-PE-IDX) TO WS-MG-SUB
           MOVE WS-PAIR-FILE-ID         TO WS-DL-FILE-ID
           MOVE WS-PE-PART-NUMBER(WS-PE-IDX) TO WS-DL-RECORD-KEY
           MOVE 'CONFLICT - NEW CODE HOLDS THIS PART'
                                        TO WS-DL-ACTION
           PERFORM 850-WRITE-DETAIL
           .
      *
      * ** Written last, once every file carries the surviving code
       700-WRITE-CROSS-REFERENCE.
           IF NOT SUPXREF-OPEN
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MG-SUB FROM 1 BY 1
                   UNTIL WS-MG-SUB > WS-MG-COUNT
              MOVE SPACES               TO SUPXREF-REC
              MOVE WS-MG-OLD-SUPPLIER(WS-MG-SUB) TO MX-OLD-SUPPLIER
              MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB) TO MX-NEW-SUPPLIER
              MOVE WS-MG-EFF-DATE(WS-MG-SUB)     TO MX-EFF-DATE
              MOVE WS-RUN-DATE                   TO MX-MERGE-DATE
              MOVE WS-MG-REASON(WS-MG-SUB)       TO MX-REASON
              MOVE 'SUPXREF'            TO WS-DL-FILE-ID
              MOVE MX-OLD-SUPPLIER      TO WS-DL-RECORD-KEY
              WRITE SUPXREF-REC
                INVALID KEY
                    DISPLAY ' Error writing SUPXREF, Status: '
                       WS-SUPXREF-STATUS ' Key: ' MX-OLD-SUPPLIER
                    MOVE 12             TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                    MOVE 'CROSS-REFERENCE NOT WRITTEN'
                                        TO WS-DL-ACTION
                NOT INVALID KEY
                    ADD 1               TO WS-XREF-WRITTEN
                    MOVE 'CROSS-REFERENCE WRITTEN'
                                        TO WS-DL-ACTION
              END-WRITE
              PERFORM 850-WRITE-DETAIL
           END-PERFORM
           .
      *
       800-WRITE-TOTALS.
           MOVE SPACES                  TO MRGRPT-LINE
           WRITE MRGRPT-LINE
           MOVE 'MERGES ACCEPTED           : ' TO WS-TL-DESC
           MOVE WS-ACCEPTED-COUNT       TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'MERGES REJECTED           : ' TO WS-TL-DESC
           MOVE WS-REJECTED-COUNT       TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'SUPMAST RECORDS FOLDED    : ' TO WS-TL-DESC
           MOVE WS-SM-FOLDED            TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'PARTMAST PARTS RE-KEYED   : ' TO WS-TL-DESC
           MOVE WS-PM-REKEYED           TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'POMAST LINES RE-KEYED     : ' TO WS-TL-DESC
           MOVE WS-PO-REKEYED           TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'POHOLD HOLDS RE-KEYED     : ' TO WS-TL-DESC
           MOVE WS-HOLD-REKEYED         TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'INVHIST INVOICES RE-KEYED : ' TO WS-TL-DESC
           MOVE WS-IH-REKEYED           TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'INVHIST CONFLICTS         : ' TO WS-TL-DESC
           MOVE WS-IH-CONFLICTS         TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'PAYYTD YEARS MOVED        : ' TO WS-TL-DESC
           MOVE WS-YTD-MOVED            TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'PAYYTD YEARS ADDED        : ' TO WS-TL-DESC
           MOVE WS-YTD-ADDED            TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'ASLMAST ENTRIES RE-KEYED  : ' TO WS-TL-DESC
           MOVE WS-ASL-REKEYED          TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'ASLMAST CONFLICTS         : ' TO WS-TL-DESC
           MOVE WS-ASL-CONFLICTS        TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'CONTRCTS ENTRIES RE-KEYED : ' TO WS-TL-DESC
           MOVE WS-CON-REKEYED          TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'CONTRCTS CONFLICTS        : ' TO WS-TL-DESC
           MOVE WS-CON-CONFLICTS        TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'PRICHIST ENTRIES RE-KEYED : ' TO WS-TL-DESC
           MOVE WS-PH-REKEYED           TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           MOVE 'PRICHIST CONFLICTS        : ' TO WS-TL-DESC
           MOVE WS-PH-CONFLICTS         TO WS-TL-COUNT
           WRITE MRGRPT-LINE FROM WS-TOTAL-LINE
           .
      *
       850-WRITE-DETAIL.
           MOVE WS-MG-OLD-SUPPLIER(WS-MG-SUB) TO WS-DL-OLD-SUPPLIER
           MOVE WS-MG-NEW-SUPPLIER(WS-MG-SUB) TO WS-DL-NEW-SUPPLIER
           WRITE MRGRPT-LINE FROM WS-DETAIL-LINE
           IF NOT WS-MRGRPT-STATUS-OK
              DISPLAY ' Error writing file MRGRPT, Status: '
                         WS-MRGRPT-STATUS
           END-IF
           .
      *
      * ** Keeps the worst (highest) return code raised so far
       925-RAISE-RETURN-CODE.
           IF WS-RC-CANDIDATE > RETURN-CODE
              MOVE WS-RC-CANDIDATE      TO RETURN-CODE
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' SUPMRG01 CONTROL TOTALS'
           DISPLAY ' TRANSACTIONS READ      : ' WS-TRANS-READ
           DISPLAY ' MERGES ACCEPTED        : ' WS-ACCEPTED-COUNT
           DISPLAY ' MERGES REJECTED        : ' WS-REJECTED-COUNT
           DISPLAY ' SUPMAST FOLDED         : ' WS-SM-FOLDED
           DISPLAY ' PARTMAST RE-KEYED      : ' WS-PM-REKEYED
           DISPLAY ' POMAST RE-KEYED        : ' WS-PO-REKEYED
           DISPLAY ' POHOLD RE-KEYED        : ' WS-HOLD-REKEYED
           DISPLAY ' INVHIST RE-KEYED       : ' WS-IH-REKEYED
           DISPLAY ' INVHIST CONFLICTS      : ' WS-IH-CONFLICTS
           DISPLAY ' PAYYTD YEARS MOVED     : ' WS-YTD-MOVED
           DISPLAY ' PAYYTD YEARS ADDED     : ' WS-YTD-ADDED
           DISPLAY ' ASLMAST RE-KEYED       : ' WS-ASL-REKEYED
           DISPLAY ' ASLMAST CONFLICTS      : ' WS-ASL-CONFLICTS
           DISPLAY ' CONTRCTS RE-KEYED      : ' WS-CON-REKEYED
           DISPLAY ' CONTRCTS CONFLICTS     : ' WS-CON-CONFLICTS
           DISPLAY ' PRICHIST RE-KEYED      : ' WS-PH-REKEYED
           DISPLAY ' PRICHIST CONFLICTS     : ' WS-PH-CONFLICTS
           DISPLAY ' CROSS-REFERENCES ADDED : ' WS-XREF-WRITTEN
           DISPLAY ' RETURN CODE            : ' RETURN-CODE
           DISPLAY '================================================'
           .
