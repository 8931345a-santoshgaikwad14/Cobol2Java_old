       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCASH01.
      *============================
      * ** Weekly cash requirements forecast - dates every invoice
      * ** APMTCH01 approved (the PAYAPPR extract as kept on the
      * ** INVHIST invoice history) that AP has not yet confirmed
      * ** paid, from the supplier's SM-PAYMENT-TERMS on SUPMAST and
      * ** the TERMMAST terms table: due date is the invoice date
      * ** plus the net days, discount date the invoice date plus
      * ** the discount days.  CASHRPT lists the unpaid invoices in
      * ** due-date order within weekly buckets from the run date
      * ** (past due, then the CASHPARM limits) with the bucket
      * ** totals and a forecast summary of cash needed each week,
      * ** with and without the discounts still open.  DISCLIST is
      * ** the "pay by this date to take the discount" list - every
      * ** unpaid invoice whose discount has not yet lapsed, earliest
      * ** pay-by date first, with the discount and the net to pay.
      * ** An invoice whose supplier has no terms, or terms not on
      * ** TERMMAST, is dated on the CASHPARM default net days and
      * ** flagged; one with an invalid invoice date is counted past
      * ** due and flagged.  Either finishes the run RC 4.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT TERMMAST    ASSIGN TO TERMMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-TERMMAST-STATUS
             .
           SELECT INVHIST     ASSIGN TO INVHIST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  IH-KEY
             FILE STATUS      IS  WS-INVHIST-STATUS
             .
           SELECT SUPMAST     ASSIGN TO SUPMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  SM-SUPPLIER-CODE
             FILE STATUS      IS  WS-SUPMAST-STATUS
             .
           SELECT CASH-SORT-WORK ASSIGN TO SRTWK08.
           SELECT CASHRPT     ASSIGN TO CASHRPT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-CASHRPT-STATUS
             .
           SELECT DISCLIST    ASSIGN TO DISCLIST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-DISCLIST-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Payment terms master maintained by TRMMNT01
       FD  TERMMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMMAST-RECORD.
       01  TERMMAST-RECORD.
           05  TM-TERMS-CODE            PIC X(03).
           05  TM-DISCOUNT-PCT          PIC 9(02)V99.
           05  TM-DISCOUNT-DAYS         PIC 9(03).
           05  TM-NET-DAYS              PIC 9(03).
           05  TM-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(07).
      *
      * ** Invoice history - one record per invoice ever approved,
      * ** keyed SUPPLIER-CODE/INVOICE-NUMBER, written by APMTCH01
      * ** and marked paid by APPAID01
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
           05  FILLER                   PIC X(26).
      *
      * ** Supplier master - read for the name and payment terms
       FD  SUPMAST
           RECORD CONTAINS 280 CHARACTERS
           DATA RECORD IS SUPMAST-REC.
       01  SUPMAST-REC.
           05  SM-SUPPLIER-CODE         PIC X(10).
           05  SM-SUPPLIER-TYPE         PIC X(01).
           05  SM-SUPPLIER-NAME         PIC X(15).
           05  SM-SUPPLIER-PERF         PIC 9(03).
           05  SM-SUPPLIER-RATING       PIC X(01).
           05  SM-SUPPLIER-STATUS       PIC X(01).
           05  SM-SUPPLIER-ACT-DATE     PIC 9(08).
           05  SM-ADDRESS OCCURS 3 TIMES INDEXED BY SM-ADDR-IDX.
               10  SM-ADDRESS-TYPE      PIC X(01).
               10  SM-ADDRESS-1         PIC X(15).
               10  SM-ADDRESS-2         PIC X(15).
               10  SM-ADDRESS-3         PIC X(15).
               10  SM-CITY              PIC X(15).
               10  SM-ADDR-STATE        PIC X(02).
               10  SM-ZIP-CODE          PIC 9(10).
           05  SM-PAYMENT-TERMS         PIC X(03).
           05  SM-TAX-ID                PIC X(09).
           05  SM-CONTACT-PHONE         PIC X(10).
      *
      * ** CS-RECORD-TYPE 'D' = discount-list entry keyed on the
      * ** pay-by date, 'F' = forecast entry keyed on the due date;
      * ** an invoice with a discount still open releases one of each
       SD  CASH-SORT-WORK
           RECORD CONTAINS 124 CHARACTERS
           DATA RECORD IS CASH-SORT-REC.
       01  CASH-SORT-REC.
           05  CS-RECORD-TYPE           PIC X(01).
               88 CS-DISCOUNT-ENTRY     VALUE 'D'.
               88 CS-FORECAST-ENTRY     VALUE 'F'.
           05  CS-SORT-DATE             PIC 9(08).
           05  CS-BUCKET                PIC 9(01).
           05  CS-SUPPLIER-CODE         PIC X(10).
           05  CS-INVOICE-NUMBER        PIC X(10).
           05  CS-SUPPLIER-NAME         PIC X(15).
           05  CS-PO-NUMBER             PIC X(06).
           05  CS-INVOICE-DATE          PIC 9(08).
           05  CS-TERMS-CODE            PIC X(03).
           05  CS-DUE-DATE              PIC 9(08).
           05  CS-DAYS-TO-DUE           PIC S9(05).
           05  CS-AMOUNT                PIC S9(09)V99.
           05  CS-DISCOUNT-AMOUNT       PIC S9(09)V99.
           05  CS-DISCOUNT-DATE         PIC 9(08).
           05  CS-DISCOUNT-PCT          PIC 9(02)V99.
           05  CS-NOTE                  PIC X(15).
      *
       FD  CASHRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASH-LINE.
       01  CASH-LINE                    PIC X(132).
      *
       FD  DISCLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISC-LINE.
       01  DISC-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CASHPARM.
      *
       01  WS-FILE-STATUS.
           05 WS-TERMMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-TERMMAST-STATUS-OK   VALUE '00'.
           05 WS-INVHIST-STATUS         PIC X(02) VALUE '00'.
             88 WS-INVHIST-STATUS-OK    VALUE '00'.
           05 WS-SUPMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPMAST-STATUS-OK    VALUE '00'.
           05 WS-CASHRPT-STATUS         PIC X(02) VALUE '00'.
             88 WS-CASHRPT-STATUS-OK    VALUE '00'.
           05 WS-DISCLIST-STATUS        PIC X(02) VALUE '00'.
             88 WS-DISCLIST-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-TERMMAST-EOF           PIC X VALUE SPACES.
              88 TERMMAST-EOF-FOUND     VALUE 'Y'.
           05 WS-SORT-EOF               PIC X VALUE SPACES.
              88 SORT-EOF-FOUND         VALUE 'Y'.
           05 WS-FIRST-BUCKET           PIC X VALUE 'Y'.
              88 FIRST-BUCKET           VALUE 'Y'.
           05 WS-TERMS-STATE            PIC X VALUE 'N'.
              88 TERMS-FOUND            VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-INVHIST-READ           PIC 9(07) VALUE ZEROS.
           05 WS-UNPAID-COUNT           PIC 9(07) VALUE ZEROS.
           05 WS-DEFAULT-TERMS-COUNT    PIC 9(07) VALUE ZEROS.
           05 WS-BAD-DATE-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-DISCOUNT-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-LAPSED-COUNT           PIC 9(07) VALUE ZEROS.
      *
       01  WS-UNPAID-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-DISCOUNT-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-DISC-INVOICE-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  WS-CURRENT-BUCKET            PIC 9(01) VALUE ZERO.
       01  WS-BUCKET-SUB                PIC 9(01) VALUE ZERO.
      *
      * ** Terms for the invoice in hand - from TERMMAST, or the
      * ** CASHPARM default net days with no discount
       01  WS-INVOICE-TERMS.
           05 WS-IT-SUPPLIER-NAME       PIC X(15).
           05 WS-IT-TERMS-CODE          PIC X(03).
           05 WS-IT-DISCOUNT-PCT        PIC 9(02)V99.
           05 WS-IT-DISCOUNT-DAYS       PIC 9(03).
           05 WS-IT-NET-DAYS            PIC 9(03).
      *
       01  WS-DAYS-TO-DUE               PIC S9(9) BINARY.
       01  LILIAN                       PIC S9(9) BINARY.
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
       01  INVOICE-LILIAN               PIC S9(9) BINARY.
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-CEE-DATE-OUT              PIC X(80).
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
      * ** The terms table held in core - a terms code missing from
      * ** it dates on the default, so overflow fails the run RC 12
       01  WS-TERMS-TABLE.
           05 WS-TRM-COUNT              PIC 9(04) COMP VALUE ZERO.
           05 WS-TRM-ENTRY              OCCURS 500 TIMES
                                         INDEXED BY WS-TRM-IDX.
              10 WS-TR-TERMS-CODE       PIC X(03).
              10 WS-TR-DISCOUNT-PCT     PIC 9(02)V99.
              10 WS-TR-DISCOUNT-DAYS    PIC 9(03).
              10 WS-TR-NET-DAYS         PIC 9(03).
      *
      * ** Forecast accumulators - 1 past due, 2-5 the CASHPARM
      * ** weekly limits, 6 beyond the last limit
       01  WS-BUCKET-TOTALS.
           05 WS-BK-ENTRY               OCCURS 6 TIMES.
              10 WS-BK-COUNT            PIC 9(07) COMP.
              10 WS-BK-AMOUNT           PIC S9(11)V99 COMP-3.
              10 WS-BK-DISCOUNT         PIC S9(11)V99 COMP-3.
      *
       01  WS-REPORT-LINES.
           05  WS-CASH-HEADER-LINE.
               10  FILLER                PIC X(33) VALUE
                   'CASH REQUIREMENTS FORECAST AS OF '.
               10  WS-CH-TODAY-DATE      PIC 9(08).
           05  WS-DISC-HEADER-LINE.
               10  FILLER                PIC X(40) VALUE
                   'EARLY-PAYMENT DISCOUNTS AVAILABLE AS OF '.
               10  WS-DH-TODAY-DATE      PIC 9(08).
           05  WS-BUCKET-HEADER-LINE.
               10  FILLER                PIC X(05) VALUE 'DUE: '.
               10  WS-BH-LABEL           PIC X(24).
           05  WS-CASH-COLUMN-LINE.
               10  FILLER                PIC X(45) VALUE
                   '  SUPPLIER   NAME            INVOICE    PO-NU'.
               10  FILLER                PIC X(45) VALUE
                   'M INV-DATE TRM DUE-DATE  DAYS      AMOUNT-DUE'.
               10  FILLER                PIC X(21) VALUE
                   '  DISC-AVAILABLE NOTE'.
           05  WS-CASH-DETAIL-LINE.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-CD-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-SUPPLIER-NAME   PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-INVOICE-NUMBER  PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-PO-NUMBER       PIC X(06).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-INVOICE-DATE    PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-TERMS-CODE      PIC X(03).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-DUE-DATE        PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-DAYS-TO-DUE     PIC -ZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-DISCOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CD-NOTE            PIC X(15).
           05  WS-BUCKET-TOTAL-LINE.
               10  FILLER                PIC X(14) VALUE
                   '  INVOICES:   '.
               10  WS-BT-COUNT           PIC ZZZZZZ9.
               10  FILLER                PIC X(15) VALUE
                   '   AMOUNT DUE: '.
               10  WS-BT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(14) VALUE
                   '   DISCOUNTS: '.
               10  WS-BT-DISCOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-SUMMARY-HEADER-LINE.
               10  FILLER                PIC X(26) VALUE
                   'CASH REQUIREMENTS SUMMARY'.
           05  WS-SUMMARY-COLUMN-LINE.
               10  FILLER                PIC X(45) VALUE
                   'DUE                       INVOICES         AM'.
               10  FILLER                PIC X(45) VALUE
                   'OUNT-DUE     DISC-AVAILABLE      CASH-IF-TAKE'.
               10  FILLER                PIC X(01) VALUE
                   'N'.
           05  WS-SUMMARY-LINE.
               10  WS-SL-LABEL           PIC X(24).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-SL-COUNT           PIC ZZZZZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-SL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-SL-DISCOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-SL-NET             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DISC-COLUMN-LINE.
               10  FILLER                PIC X(45) VALUE
                   'PAY-BY   SUPPLIER   NAME            INVOICE  '.
               10  FILLER                PIC X(45) VALUE
                   '  INV-DATE TRM DISC% INVOICE-AMOUNT       DIS'.
               10  FILLER                PIC X(29) VALUE
                   'COUNT     NET-TO-PAY DUE-DATE'.
           05  WS-DISC-DETAIL-LINE.
               10  WS-DD-PAY-BY-DATE     PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-SUPPLIER-NAME   PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-INVOICE-NUMBER  PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-INVOICE-DATE    PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-TERMS-CODE      PIC X(03).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-DISCOUNT-PCT    PIC Z9.99.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-DISCOUNT        PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-NET             PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-DUE-DATE        PIC 9(08).
           05  WS-DISC-TOTAL-LINE.
               10  FILLER                PIC X(24) VALUE
                   'DISCOUNTS AVAILABLE:    '.
               10  WS-DT-COUNT           PIC ZZZZZZ9.
               10  FILLER                PIC X(16) VALUE
                   '   ON INVOICES: '.
               10  WS-DT-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(14) VALUE
                   '   DISCOUNTS: '.
               10  WS-DT-DISCOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           SORT CASH-SORT-WORK
               ON ASCENDING KEY CS-RECORD-TYPE
               ON ASCENDING KEY CS-SORT-DATE
               ON ASCENDING KEY CS-SUPPLIER-CODE
               ON ASCENDING KEY CS-INVOICE-NUMBER
               INPUT PROCEDURE  100-LOAD-SORT
               OUTPUT PROCEDURE 300-PRINT-REPORTS
           PERFORM 990-CONTROL-TOTALS
      * ** Invoices dated on default terms or with no valid invoice
      * ** date finish RC 4 so AP fixes the terms before they pay
           IF (WS-DEFAULT-TERMS-COUNT > 0 OR WS-BAD-DATE-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
      *
           CLOSE CASHRPT
                 DISCLIST
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN OUTPUT CASHRPT
           IF NOT WS-CASHRPT-STATUS-OK
              DISPLAY ' Error opening file CASHRPT, Status: '
                         WS-CASHRPT-STATUS
           END-IF
           OPEN OUTPUT DISCLIST
           IF NOT WS-DISCLIST-STATUS-OK
              DISPLAY ' Error opening file DISCLIST, Status: '
                         WS-DISCLIST-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE           TO WS-CH-TODAY-DATE
                                           WS-DH-TODAY-DATE
           WRITE CASH-LINE FROM WS-CASH-HEADER-LINE
           WRITE DISC-LINE FROM WS-DISC-HEADER-LINE
           MOVE SPACES                  TO DISC-LINE
           WRITE DISC-LINE
           WRITE DISC-LINE FROM WS-DISC-COLUMN-LINE
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 6
              MOVE ZERO             TO WS-BK-COUNT(WS-BUCKET-SUB)
              MOVE ZERO             TO WS-BK-AMOUNT(WS-BUCKET-SUB)
              MOVE ZERO             TO WS-BK-DISCOUNT(WS-BUCKET-SUB)
           END-PERFORM
           PERFORM 050-LOAD-TERMS
           .
      *
       050-LOAD-TERMS.
           OPEN INPUT TERMMAST
           IF NOT WS-TERMMAST-STATUS-OK
              DISPLAY ' Error opening file TERMMAST, Status: '
                         WS-TERMMAST-STATUS
              MOVE 'Y'                  TO WS-TERMMAST-EOF
           END-IF
           PERFORM UNTIL TERMMAST-EOF-FOUND
              READ TERMMAST
                AT END
                    MOVE 'Y'            TO WS-TERMMAST-EOF
                NOT AT END
                    IF WS-TRM-COUNT < 500
                       ADD 1            TO WS-TRM-COUNT
                       MOVE TM-TERMS-CODE
                          TO WS-TR-TERMS-CODE(WS-TRM-COUNT)
                       MOVE TM-DISCOUNT-PCT
                          TO WS-TR-DISCOUNT-PCT(WS-TRM-COUNT)
                       MOVE TM-DISCOUNT-DAYS
                          TO WS-TR-DISCOUNT-DAYS(WS-TRM-COUNT)
                       MOVE TM-NET-DAYS
                          TO WS-TR-NET-DAYS(WS-TRM-COUNT)
                    ELSE
                       DISPLAY ' ** WS-TERMS-TABLE FULL AT 500 '
                          '- terms not loaded, run failed: '
                          TM-TERMS-CODE
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-TERMMAST-STATUS = '00' OR '10'
              CLOSE TERMMAST
           END-IF
           .
      *
      * ** Releases the unpaid approvals - an invoice AP has already
      * ** confirmed paid needs no cash
       100-LOAD-SORT.
           OPEN INPUT INVHIST
           IF NOT WS-INVHIST-STATUS-OK
              DISPLAY ' Error opening file INVHIST, Status: '
                         WS-INVHIST-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
           OPEN INPUT SUPMAST
           IF NOT WS-SUPMAST-STATUS-OK
              DISPLAY ' Error opening file SUPMAST, Status: '
                         WS-SUPMAST-STATUS
           END-IF
           PERFORM 150-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              IF IH-APPROVED
                 PERFORM 160-DATE-INVOICE
              END-IF
              PERFORM 150-READ-NEXT
           END-PERFORM
           CLOSE INVHIST
                 SUPMAST
           .
      *
       150-READ-NEXT.
           READ INVHIST NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-INVHIST-READ
           END-READ
           .
      *
      * ** Due date = invoice date + net days, bucketed on the days
      * ** from today; discount date = invoice date + discount days,
      * ** listed only while it has not passed
       160-DATE-INVOICE.
           ADD 1                        TO WS-UNPAID-COUNT
           ADD IH-EXTENDED-AMOUNT       TO WS-UNPAID-TOTAL
           PERFORM 165-FETCH-TERMS
           MOVE SPACES                  TO CASH-SORT-REC
           MOVE IH-SUPPLIER-CODE        TO CS-SUPPLIER-CODE
           MOVE IH-INVOICE-NUMBER       TO CS-INVOICE-NUMBER
           MOVE WS-IT-SUPPLIER-NAME     TO CS-SUPPLIER-NAME
           MOVE IH-PO-NUMBER            TO CS-PO-NUMBER
           MOVE IH-INVOICE-DATE         TO CS-INVOICE-DATE
           MOVE WS-IT-TERMS-CODE        TO CS-TERMS-CODE
           MOVE IH-EXTENDED-AMOUNT      TO CS-AMOUNT
           MOVE WS-IT-DISCOUNT-PCT      TO CS-DISCOUNT-PCT
           MOVE ZERO                    TO CS-DISCOUNT-AMOUNT
                                           CS-DISCOUNT-DATE
           IF NOT TERMS-FOUND
              MOVE '*DEFAULT TERMS*'    TO CS-NOTE
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE IH-INVOICE-DATE         TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, INVOICE-LILIAN, FC
      * ** No date to count from - treat it as owed now
           IF SEVERITY NOT = 0
              ADD 1                     TO WS-BAD-DATE-COUNT
              MOVE '*BAD INV DATE*'     TO CS-NOTE
              MOVE ZERO                 TO CS-DUE-DATE
                                           CS-DAYS-TO-DUE
              MOVE 1                    TO CS-BUCKET
              PERFORM 180-RELEASE-FORECAST
              EXIT PARAGRAPH
           END-IF
           COMPUTE LILIAN = INVOICE-LILIAN + WS-IT-NET-DAYS
           CALL 'CEEDATE' USING LILIAN, PICSTR, WS-CEE-DATE-OUT, FC
           MOVE WS-CEE-DATE-OUT(1:8)    TO CS-DUE-DATE
           COMPUTE WS-DAYS-TO-DUE = LILIAN - TODAY-LILIAN
           MOVE WS-DAYS-TO-DUE          TO CS-DAYS-TO-DUE
           EVALUATE TRUE
              WHEN WS-DAYS-TO-DUE < 0
                 MOVE 1                 TO CS-BUCKET
              WHEN WS-DAYS-TO-DUE < WS-CASH-BUCKET-LIMIT-1
                 MOVE 2                 TO CS-BUCKET
              WHEN WS-DAYS-TO-DUE < WS-CASH-BUCKET-LIMIT-2
                 MOVE 3                 TO CS-BUCKET
              WHEN WS-DAYS-TO-DUE < WS-CASH-BUCKET-LIMIT-3
                 MOVE 4                 TO CS-BUCKET
              WHEN WS-DAYS-TO-DUE < WS-CASH-BUCKET-LIMIT-4
                 MOVE 5                 TO CS-BUCKET
              WHEN OTHER
                 MOVE 6                 TO CS-BUCKET
           END-EVALUATE
      * ** A credit carries no discount to take
           IF WS-IT-DISCOUNT-PCT > 0 AND IH-EXTENDED-AMOUNT > 0
              COMPUTE LILIAN = INVOICE-LILIAN + WS-IT-DISCOUNT-DAYS
              IF LILIAN < TODAY-LILIAN
                 ADD 1                  TO WS-LAPSED-COUNT
              ELSE
                 CALL 'CEEDATE' USING LILIAN, PICSTR,
                                      WS-CEE-DATE-OUT, FC
                 MOVE WS-CEE-DATE-OUT(1:8)
                                        TO CS-DISCOUNT-DATE
                 COMPUTE CS-DISCOUNT-AMOUNT ROUNDED =
                    IH-EXTENDED-AMOUNT * WS-IT-DISCOUNT-PCT / 100
                 PERFORM 170-RELEASE-DISCOUNT
              END-IF
           END-IF
           PERFORM 180-RELEASE-FORECAST
           .
      *
      * ** Supplier name and terms from SUPMAST, the terms from the
      * ** table - missing anywhere falls back to the default
       165-FETCH-TERMS.
           MOVE 'N'                     TO WS-TERMS-STATE
           MOVE SPACES                  TO WS-IT-SUPPLIER-NAME
                                           WS-IT-TERMS-CODE
           MOVE ZERO                    TO WS-IT-DISCOUNT-PCT
                                           WS-IT-DISCOUNT-DAYS
           MOVE WS-CASH-DEFAULT-NET-DAYS
                                        TO WS-IT-NET-DAYS
           MOVE IH-SUPPLIER-CODE        TO SM-SUPPLIER-CODE
           READ SUPMAST
             INVALID KEY
                 MOVE '*NOT ON SUPMAST'
                                        TO WS-IT-SUPPLIER-NAME
             NOT INVALID KEY
                 MOVE SM-SUPPLIER-NAME  TO WS-IT-SUPPLIER-NAME
                 MOVE SM-PAYMENT-TERMS  TO WS-IT-TERMS-CODE
           END-READ
           IF WS-IT-TERMS-CODE NOT = SPACES
              PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                      UNTIL WS-TRM-IDX > WS-TRM-COUNT
                         OR TERMS-FOUND
                 IF WS-TR-TERMS-CODE(WS-TRM-IDX) = WS-IT-TERMS-CODE
                    MOVE 'Y'            TO WS-TERMS-STATE
                    MOVE WS-TR-DISCOUNT-PCT(WS-TRM-IDX)
                                        TO WS-IT-DISCOUNT-PCT
                    MOVE WS-TR-DISCOUNT-DAYS(WS-TRM-IDX)
                                        TO WS-IT-DISCOUNT-DAYS
                    MOVE WS-TR-NET-DAYS(WS-TRM-IDX)
                                        TO WS-IT-NET-DAYS
                 END-IF
              END-PERFORM
           END-IF
           IF NOT TERMS-FOUND
              ADD 1                     TO WS-DEFAULT-TERMS-COUNT
           END-IF
           .
      *
       170-RELEASE-DISCOUNT.
           MOVE 'D'                     TO CS-RECORD-TYPE
           MOVE CS-DISCOUNT-DATE        TO CS-SORT-DATE
           RELEASE CASH-SORT-REC
           ADD 1                        TO WS-DISCOUNT-COUNT
           .
      *
       180-RELEASE-FORECAST.
           MOVE 'F'                     TO CS-RECORD-TYPE
           MOVE CS-DUE-DATE             TO CS-SORT-DATE
           RELEASE CASH-SORT-REC
           .
      *
      * ** The discount entries sort first and go to DISCLIST; the
      * ** forecast entries follow in due-date order to CASHRPT with
      * ** a break at each bucket
       300-PRINT-REPORTS.
           PERFORM 350-RETURN-NEXT
           PERFORM UNTIL SORT-EOF-FOUND
              IF CS-DISCOUNT-ENTRY
                 PERFORM 320-WRITE-DISCOUNT-LINE
              ELSE
                 IF FIRST-BUCKET
                    OR CS-BUCKET NOT = WS-CURRENT-BUCKET
                    IF NOT FIRST-BUCKET
                       PERFORM 380-WRITE-BUCKET-TOTAL
                    END-IF
                    MOVE CS-BUCKET      TO WS-CURRENT-BUCKET
                    MOVE 'N'            TO WS-FIRST-BUCKET
                    PERFORM 360-WRITE-BUCKET-HEADER
                 END-IF
                 PERFORM 330-WRITE-FORECAST-LINE
              END-IF
              PERFORM 350-RETURN-NEXT
           END-PERFORM
           IF NOT FIRST-BUCKET
              PERFORM 380-WRITE-BUCKET-TOTAL
           END-IF
           PERFORM 400-WRITE-SUMMARY
           MOVE SPACES                  TO DISC-LINE
           WRITE DISC-LINE
           MOVE WS-DISCOUNT-COUNT       TO WS-DT-COUNT
           MOVE WS-DISC-INVOICE-TOTAL   TO WS-DT-AMOUNT
           MOVE WS-DISCOUNT-TOTAL       TO WS-DT-DISCOUNT
           WRITE DISC-LINE FROM WS-DISC-TOTAL-LINE
           .
      *
       320-WRITE-DISCOUNT-LINE.
           MOVE CS-DISCOUNT-DATE        TO WS-DD-PAY-BY-DATE
           MOVE CS-SUPPLIER-CODE        TO WS-DD-SUPPLIER-CODE
           MOVE CS-SUPPLIER-NAME        TO WS-DD-SUPPLIER-NAME
           MOVE CS-INVOICE-NUMBER       TO WS-DD-INVOICE-NUMBER
           MOVE CS-INVOICE-DATE         TO WS-DD-INVOICE-DATE
           MOVE CS-TERMS-CODE           TO WS-DD-TERMS-CODE
           MOVE CS-DISCOUNT-PCT         TO WS-DD-DISCOUNT-PCT
           MOVE CS-AMOUNT               TO WS-DD-AMOUNT
           MOVE CS-DISCOUNT-AMOUNT      TO WS-DD-DISCOUNT
           COMPUTE WS-DD-NET = CS-AMOUNT - CS-DISCOUNT-AMOUNT
           MOVE CS-DUE-DATE             TO WS-DD-DUE-DATE
           WRITE DISC-LINE FROM WS-DISC-DETAIL-LINE
           IF NOT WS-DISCLIST-STATUS-OK
              DISPLAY ' Error writing file DISCLIST, Status: '
                         WS-DISCLIST-STATUS
           END-IF
           ADD CS-AMOUNT                TO WS-DISC-INVOICE-TOTAL
           ADD CS-DISCOUNT-AMOUNT       TO WS-DISCOUNT-TOTAL
           .
      *
       330-WRITE-FORECAST-LINE.
           MOVE CS-SUPPLIER-CODE        TO WS-CD-SUPPLIER-CODE
           MOVE CS-SUPPLIER-NAME        TO WS-CD-SUPPLIER-NAME
           MOVE CS-INVOICE-NUMBER       TO WS-CD-INVOICE-NUMBER
           MOVE CS-PO-NUMBER            TO WS-CD-PO-NUMBER
           MOVE CS-INVOICE-DATE         TO WS-CD-INVOICE-DATE
           MOVE CS-TERMS-CODE           TO WS-CD-TERMS-CODE
           MOVE CS-DUE-DATE             TO WS-CD-DUE-DATE
           MOVE CS-DAYS-TO-DUE          TO WS-CD-DAYS-TO-DUE
           MOVE CS-AMOUNT               TO WS-CD-AMOUNT
           MOVE CS-DISCOUNT-AMOUNT      TO WS-CD-DISCOUNT
           MOVE CS-NOTE                 TO WS-CD-NOTE
           WRITE CASH-LINE FROM WS-CASH-DETAIL-LINE
           IF NOT WS-CASHRPT-STATUS-OK
              DISPLAY ' Error writing file CASHRPT, Status: '
                         WS-CASHRPT-STATUS
           END-IF
           ADD 1                  TO WS-BK-COUNT(CS-BUCKET)
           ADD CS-AMOUNT          TO WS-BK-AMOUNT(CS-BUCKET)
           ADD CS-DISCOUNT-AMOUNT TO WS-BK-DISCOUNT(CS-BUCKET)
           .
      *
       350-RETURN-NEXT.
           RETURN CASH-SORT-WORK
             AT END
                 MOVE 'Y'       TO WS-SORT-EOF
           END-RETURN
           .
      *
       360-WRITE-BUCKET-HEADER.
           MOVE WS-CURRENT-BUCKET       TO WS-BUCKET-SUB
           PERFORM 450-SET-BUCKET-LABEL
           MOVE WS-SL-LABEL             TO WS-BH-LABEL
           MOVE SPACES                  TO CASH-LINE
           WRITE CASH-LINE
           WRITE CASH-LINE FROM WS-BUCKET-HEADER-LINE
           WRITE CASH-LINE FROM WS-CASH-COLUMN-LINE
           .
      *
       380-WRITE-BUCKET-TOTAL.
           MOVE WS-BK-COUNT(WS-CURRENT-BUCKET)    TO WS-BT-COUNT
           MOVE WS-BK-AMOUNT(WS-CURRENT-BUCKET)   TO WS-BT-AMOUNT
           MOVE WS-BK-DISCOUNT(WS-CURRENT-BUCKET) TO WS-BT-DISCOUNT
           WRITE CASH-LINE FROM WS-BUCKET-TOTAL-LINE
           .
      *
      * ** Every bucket is printed, empty or not, so treasury sees
      * ** the whole horizon - then the total line
       400-WRITE-SUMMARY.
           MOVE SPACES                  TO CASH-LINE
           WRITE CASH-LINE
           WRITE CASH-LINE FROM WS-SUMMARY-HEADER-LINE
           WRITE CASH-LINE FROM WS-SUMMARY-COLUMN-LINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 6
              PERFORM 450-SET-BUCKET-LABEL
              MOVE WS-BK-COUNT(WS-BUCKET-SUB)     TO WS-SL-COUNT
              MOVE WS-BK-AMOUNT(WS-BUCKET-SUB)    TO WS-SL-AMOUNT
              MOVE WS-BK-DISCOUNT(WS-BUCKET-SUB)  TO WS-SL-DISCOUNT
              COMPUTE WS-SL-NET = WS-BK-AMOUNT(WS-BUCKET-SUB)
                                - WS-BK-DISCOUNT(WS-BUCKET-SUB)
              WRITE CASH-LINE FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE 'TOTAL UNPAID'          TO WS-SL-LABEL
           MOVE WS-UNPAID-COUNT         TO WS-SL-COUNT
           MOVE WS-UNPAID-TOTAL         TO WS-SL-AMOUNT
           MOVE WS-DISCOUNT-TOTAL       TO WS-SL-DISCOUNT
           COMPUTE WS-SL-NET = WS-UNPAID-TOTAL - WS-DISCOUNT-TOTAL
           WRITE CASH-LINE FROM WS-SUMMARY-LINE
           .
      *
       450-SET-BUCKET-LABEL.
           MOVE SPACES                  TO WS-SL-LABEL
           EVALUATE WS-BUCKET-SUB
              WHEN 1
                 MOVE 'PAST DUE'        TO WS-SL-LABEL
              WHEN 2
                 STRING 'WITHIN ' WS-CASH-BUCKET-LIMIT-1 ' DAYS'
                        DELIMITED BY SIZE INTO WS-SL-LABEL
                 END-STRING
              WHEN 3
                 STRING 'WITHIN ' WS-CASH-BUCKET-LIMIT-2 ' DAYS'
                        DELIMITED BY SIZE INTO WS-SL-LABEL
                 END-STRING
              WHEN 4
                 STRING 'WITHIN ' WS-CASH-BUCKET-LIMIT-3 ' DAYS'
                        DELIMITED BY SIZE INTO WS-SL-LABEL
                 END-STRING
              WHEN 5
                 STRING 'WITHIN ' WS-CASH-BUCKET-LIMIT-4 ' DAYS'
                        DELIMITED BY SIZE INTO WS-SL-LABEL
                 END-STRING
              WHEN OTHER
                 STRING 'AFTER ' WS-CASH-BUCKET-LIMIT-4 ' DAYS'
                        DELIMITED BY SIZE INTO WS-SL-LABEL
                 END-STRING
           END-EVALUATE
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' APCASH01 CONTROL TOTALS'
           DISPLAY ' INVOICE HISTORY READ   : ' WS-INVHIST-READ
           DISPLAY ' UNPAID INVOICES        : ' WS-UNPAID-COUNT
           DISPLAY ' UNPAID AMOUNT          : ' WS-UNPAID-TOTAL
           DISPLAY ' DISCOUNTS AVAILABLE    : ' WS-DISCOUNT-COUNT
           DISPLAY ' DISCOUNT AMOUNT        : ' WS-DISCOUNT-TOTAL
           DISPLAY ' DISCOUNTS LAPSED       : ' WS-LAPSED-COUNT
           DISPLAY ' DATED ON DEFAULT TERMS : ' WS-DEFAULT-TERMS-COUNT
           DISPLAY ' INVALID INVOICE DATES  : ' WS-BAD-DATE-COUNT
           DISPLAY '================================================'
           .
