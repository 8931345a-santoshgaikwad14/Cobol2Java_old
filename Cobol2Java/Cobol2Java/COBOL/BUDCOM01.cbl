       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDCOM01.
      *============================
      * ** Department budget commitment report - sets each buyer
      * ** department's purchasing budget for the current fiscal
      * ** year (BUDMAST, maintained by BUDMNT01; fiscal calendar
      * ** and warning level from BUDPARM) against what it has
      * ** committed and spent.  Committed is the open value of
      * ** every open POMAST order line - quantity ordered less the
      * ** quantity received on RECEIPTS net of returns to vendor
      * ** (RTVFILE), as POAGE01 nets, at the line's UNIT-PRICE -
      * ** in the fiscal period of its ORDER-DATE.  Spent is every
      * ** invoice line APMTCH01 approved for payment, taken from
      * ** the INVHIST invoice history (PAYAPPR holds only the last
      * ** run's approvals) in the fiscal period of its approval.
      * ** Both convert to US dollars at the FXRATES rate for the
      * ** order line's currency, and every rate applied prints with
      * ** its date.  A line's department is its buyer's BUYERMST
      * ** department.  The report prints budget, committed, spent,
      * ** remaining and percent used for each department and
      * ** period, then the department's year, flagging one that has
      * ** committed and spent more than the BUDPARM percentage of
      * ** its budget, or anything at all with no budget set.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT BUDMAST     ASSIGN TO BUDMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUDMAST-STATUS
             .
           SELECT BUYERMST    ASSIGN TO BUYERMST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUYERMST-STATUS
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
           SELECT FXRATES     ASSIGN TO FXRATES
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-FXRATES-STATUS
             .
           SELECT BUDCOMRP    ASSIGN TO BUDCOMRP
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUDCOMRP-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Purchasing budget master - one record per department,
      * ** fiscal year and fiscal period, in US dollars
       FD  BUDMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGET-RECORD.
       01  BUDGET-RECORD.
           05  BG-KEY.
               10  BG-DEPARTMENT        PIC X(10).
               10  BG-FISCAL-YEAR       PIC 9(04).
               10  BG-FISCAL-PERIOD     PIC 9(02).
           05  BG-BUDGET-AMOUNT         PIC 9(11)V99.
           05  BG-DESCRIPTION           PIC X(20).
           05  BG-LAST-CHANGE-DATE      PIC 9(08).
           05  FILLER                   PIC X(03).
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
               88 BM-BUYER-ACTIVE       VALUE 'A'.
               88 BM-BUYER-INACTIVE     VALUE 'I'.
           05  BM-APPROVAL-LIMIT        PIC 9(09)V99.
           05  BM-APPROVER-FLAG         PIC X(01).
               88 BM-CAN-APPROVE        VALUE 'Y'.
           05  BM-APPROVER-CODE         PIC X(03).
           05  FILLER                   PIC X(06).
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
      * ** Receipts posted by the dock - one record per receipt
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
      * ** Invoice history - one record per invoice ever approved,
      * ** keyed SUPPLIER-CODE/INVOICE-NUMBER, written by APMTCH01
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
       FD  BUDCOMRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-BUDMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-BUDMAST-STATUS-OK    VALUE '00'.
           05 WS-BUYERMST-STATUS        PIC X(02) VALUE '00'.
             88 WS-BUYERMST-STATUS-OK   VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-RECEIPTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RECEIPTS-STATUS-OK   VALUE '00'.
           05 WS-RTVFILE-STATUS         PIC X(02) VALUE '00'.
             88 WS-RTVFILE-STATUS-OK    VALUE '00'.
           05 WS-INVHIST-STATUS         PIC X(02) VALUE '00'.
             88 WS-INVHIST-STATUS-OK    VALUE '00'.
           05 WS-FXRATES-STATUS         PIC X(02) VALUE '00'.
             88 WS-FXRATES-STATUS-OK    VALUE '00'.
           05 WS-BUDCOMRP-STATUS        PIC X(02) VALUE '00'.
             88 WS-BUDCOMRP-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-BUDMAST-EOF            PIC X VALUE SPACES.
              88 BUDMAST-EOF-FOUND      VALUE 'Y'.
           05 WS-BUYERMST-EOF           PIC X VALUE SPACES.
              88 BUYERMST-EOF-FOUND     VALUE 'Y'.
           05 WS-RECEIPTS-EOF           PIC X VALUE SPACES.
              88 RECEIPTS-EOF-FOUND     VALUE 'Y'.
           05 WS-RTVFILE-EOF            PIC X VALUE SPACES.
              88 RTVFILE-EOF-FOUND      VALUE 'Y'.
           05 WS-INVHIST-EOF            PIC X VALUE SPACES.
              88 INVHIST-EOF-FOUND      VALUE 'Y'.
           05 WS-FXRATES-EOF            PIC X VALUE SPACES.
              88 FXRATES-EOF-FOUND      VALUE 'Y'.
           05 WS-RATE-FOUND             PIC X VALUE 'N'.
              88 CURRENCY-RATE-FOUND    VALUE 'Y'.
           05 WS-PO-STATE               PIC X VALUE 'N'.
              88 PO-LINE-FOUND          VALUE 'Y'.
           05 WS-POMAST-OPEN            PIC X VALUE 'N'.
              88 POMAST-IS-OPEN         VALUE 'Y'.
           05 WS-DEPT-TABLE-FULL        PIC X VALUE 'N'.
              88 DEPT-TABLE-FULL        VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-BUDGETS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-BUDGETS-OTHER-YEAR     PIC 9(07) VALUE ZEROS.
           05 WS-PO-LINES-READ          PIC 9(07) VALUE ZEROS.
           05 WS-LINES-COMMITTED        PIC 9(07) VALUE ZEROS.
           05 WS-LINES-OTHER-YEAR       PIC 9(07) VALUE ZEROS.
           05 WS-RECEIPTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RETURNS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-INVHIST-READ           PIC 9(07) VALUE ZEROS.
           05 WS-INVOICES-SPENT         PIC 9(07) VALUE ZEROS.
           05 WS-NO-PO-LINE             PIC 9(07) VALUE ZEROS.
           05 WS-DEPTS-FLAGGED          PIC 9(05) VALUE ZEROS.
      *
       COPY BUDPARM.
      *
      * ** Today's date and the fiscal year and period it falls in
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-FISCAL-YEAR       PIC 9(04) VALUE ZERO.
       01  WS-CURRENT-PERIOD            PIC 9(02) VALUE ZERO.
      *
      * ** 150-FISCAL-PERIOD places WS-FP-DATE in its fiscal year
      * ** and period - period zero means the date is not a date
       01  WS-FP-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-FP-DATE-PARTS REDEFINES WS-FP-DATE.
           05 WS-FP-YEAR                PIC 9(04).
           05 WS-FP-MONTH               PIC 9(02).
           05 WS-FP-DAY                 PIC 9(02).
       01  WS-FP-FISCAL-YEAR            PIC 9(04) VALUE ZERO.
       01  WS-FP-FISCAL-PERIOD          PIC 9(02) VALUE ZERO.
      *
      * ** Receipts rolled up by PO-NUMBER/PART-NUMBER so each order
      * ** line's received quantity nets against its ordered QUANTITY
       01  WS-RECEIPT-TABLE.
           05 WS-RCPT-COUNT             PIC 9(04) COMP VALUE ZERO.
           05 WS-RCPT-ENTRY             OCCURS 2000 TIMES
                                         INDEXED BY WS-RCPT-IDX.
              10 WS-RCPT-PO-NUMBER      PIC X(06).
              10 WS-RCPT-PART-NUMBER    PIC X(23).
              10 WS-RCPT-QTY            PIC S9(07) COMP.
           05 WS-RCPT-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 RCPT-TABLE-FULL        VALUE 'Y'.
           05 WS-RCPT-MATCHED           PIC X(01) VALUE 'N'.
              88 RCPT-MATCHED           VALUE 'Y'.
      *
      * ** Exchange rates held in core - one entry per currency
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
           05 WS-NAME-ENTRY             OCCURS 500 TIMES
                                         INDEXED BY WS-NAME-IDX.
              10 WS-NT-BUYER-CODE       PIC X(03).
              10 WS-NT-DEPARTMENT       PIC X(10).
       01  WS-LOOKUP-SUB                PIC 9(04) COMP VALUE ZERO.
      *
      * ** Budget, committed and spent by department and fiscal
      * ** period for the current fiscal year, in US dollars
       01  WS-DEPT-TABLE.
           05 WS-DEPT-COUNT             PIC 9(04) COMP VALUE ZERO.
           05 WS-DEPT-ENTRY             OCCURS 500 TIMES
                                         INDEXED BY WS-DEPT-IDX.
              10 WS-DP-DEPARTMENT       PIC X(10).
              10 WS-DP-PERIOD           OCCURS 12 TIMES.
                 15 WS-DP-BUDGET        PIC S9(11)V99 COMP-3.
                 15 WS-DP-COMMITTED     PIC S9(11)V99 COMP-3.
                 15 WS-DP-SPENT         PIC S9(11)V99 COMP-3.
       01  WS-DEPT-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-PERIOD-SUB                PIC 9(02) COMP VALUE ZERO.
       01  WS-RPT-SUB                   PIC 9(04) COMP VALUE ZERO.
      *
      * ** The amounts one report line is printed from
       01  WS-LINE-AMOUNTS.
           05 WS-LA-BUDGET              PIC S9(11)V99 COMP-3.
           05 WS-LA-COMMITTED           PIC S9(11)V99 COMP-3.
           05 WS-LA-SPENT               PIC S9(11)V99 COMP-3.
           05 WS-LA-REMAINING           PIC S9(11)V99 COMP-3.
           05 WS-LA-USED                PIC S9(11)V99 COMP-3.
           05 WS-LA-PCT-USED            PIC 9(05) VALUE ZERO.
       01  WS-DEPT-TOTALS.
           05 WS-DT-BUDGET              PIC S9(11)V99 COMP-3.
           05 WS-DT-COMMITTED           PIC S9(11)V99 COMP-3.
           05 WS-DT-SPENT               PIC S9(11)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05 WS-GR-BUDGET              PIC S9(11)V99 COMP-3.
           05 WS-GR-COMMITTED           PIC S9(11)V99 COMP-3.
           05 WS-GR-SPENT               PIC S9(11)V99 COMP-3.
      *
      * ** The order line or invoice being posted
       01  WS-LINE-DEPARTMENT           PIC X(10) VALUE SPACES.
       01  WS-LINE-BUYER-CODE           PIC X(03) VALUE SPACES.
       01  WS-LINE-CURRENCY-CODE        PIC X(03) VALUE SPACES.
       01  WS-QTY-REMAINING             PIC S9(07) VALUE ZERO.
       01  WS-LINE-VALUE                PIC S9(11)V99 VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(33) VALUE
                   'DEPARTMENT BUDGET COMMITMENT - FY'.
               10  WS-HL-FISCAL-YEAR     PIC 9(04).
               10  FILLER                PIC X(08) VALUE
                   '  AS OF '.
               10  WS-HL-AS-OF-DATE      PIC 9(08).
               10  FILLER                PIC X(15) VALUE
                   '  FLAGGED OVER '.
               10  WS-HL-FLAG-PCT        PIC ZZ9.
               10  FILLER                PIC X(13) VALUE
                   '% OF BUDGET'.
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(11) VALUE 'DEPARTMENT'.
               10  FILLER                PIC X(08) VALUE 'PERIOD'.
               10  FILLER                PIC X(19) VALUE
                   '           BUDGET '.
               10  FILLER                PIC X(19) VALUE
                   '        COMMITTED '.
               10  FILLER                PIC X(19) VALUE
                   '            SPENT '.
               10  FILLER                PIC X(19) VALUE
                   '        REMAINING '.
               10  FILLER                PIC X(07) VALUE '  USED '.
               10  FILLER                PIC X(04) VALUE 'FLAG'.
           05  WS-DETAIL-LINE.
               10  WS-DL-DEPARTMENT      PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PERIOD-GROUP.
                   15  WS-DL-FISCAL-YEAR PIC 9(04).
                   15  WS-DL-SLASH       PIC X(01).
                   15  WS-DL-PERIOD      PIC 9(02).
               10  WS-DL-PERIOD-TEXT REDEFINES WS-DL-PERIOD-GROUP
                                         PIC X(07).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-BUDGET          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-COMMITTED       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SPENT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-REMAINING       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PCT-USED        PIC ZZZZ9.
               10  FILLER                PIC X(01) VALUE '%'.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-FLAG            PIC X(14).
           05  WS-RATE-LINE.
               10  FILLER                PIC X(06) VALUE 'RATE: '.
               10  WS-RL-CURRENCY        PIC X(03).
               10  FILLER                PIC X(03) VALUE ' = '.
               10  WS-RL-RATE            PIC 9(03).9(06).
               10  FILLER                PIC X(08) VALUE ' USD AT '.
               10  WS-RL-DATE            PIC 9(08).
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 200-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              PERFORM 100-COMMIT-PO-LINE
              PERFORM 200-READ-NEXT
           END-PERFORM
           PERFORM 300-POST-SPEND
           PERFORM 500-PRINT-DEPARTMENTS
           PERFORM 990-CONTROL-TOTALS
      * ** Spend that could not be placed, or was left unconverted,
      * ** finishes RC 4 so finance sees it before relying on totals
           IF RETURN-CODE < 4
              AND (WS-NO-PO-LINE > 0 OR WS-NO-RATE-COUNT > 0)
              MOVE 4                    TO RETURN-CODE
           END-IF
      *
           CLOSE POMAST
                 BUDCOMRP
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE           TO WS-FP-DATE
           PERFORM 150-FISCAL-PERIOD
           MOVE WS-FP-FISCAL-YEAR       TO WS-CURRENT-FISCAL-YEAR
           MOVE WS-FP-FISCAL-PERIOD     TO WS-CURRENT-PERIOD
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
           ELSE
              MOVE 'Y'                  TO WS-POMAST-OPEN
           END-IF
           OPEN OUTPUT BUDCOMRP
           IF NOT WS-BUDCOMRP-STATUS-OK
              DISPLAY ' Error opening file BUDCOMRP, Status: '
                         WS-BUDCOMRP-STATUS
           END-IF
           MOVE WS-CURRENT-FISCAL-YEAR  TO WS-HL-FISCAL-YEAR
           MOVE WS-TODAY-DATE           TO WS-HL-AS-OF-DATE
           MOVE WS-BUDGET-FLAG-PCT      TO WS-HL-FLAG-PCT
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 050-LOAD-BUYER-DEPTS
           PERFORM 060-LOAD-BUDGETS
           PERFORM 070-LOAD-RECEIPTS
           PERFORM 080-LOAD-RETURNS
           PERFORM 090-LOAD-RATES
           PERFORM 095-PRINT-RATES-APPLIED
           .
      *
       050-LOAD-BUYER-DEPTS.
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
                    IF WS-NAME-COUNT < 500
                       ADD 1            TO WS-NAME-COUNT
                       MOVE BM-BUYER-CODE
                          TO WS-NT-BUYER-CODE(WS-NAME-COUNT)
                       MOVE BM-DEPARTMENT
                          TO WS-NT-DEPARTMENT(WS-NAME-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF WS-BUYERMST-STATUS = '00' OR '10'
              CLOSE BUYERMST
           END-IF
           .
      *
      * ** Takes every current-year budget into the department
      * ** table.  No budget master just means every department
      * ** that commits anything is flagged
       060-LOAD-BUDGETS.
           OPEN INPUT BUDMAST
           IF NOT WS-BUDMAST-STATUS-OK
              DISPLAY ' No budget master on file, Status: '
                         WS-BUDMAST-STATUS
              MOVE 'Y'                  TO WS-BUDMAST-EOF
           END-IF
           PERFORM UNTIL BUDMAST-EOF-FOUND
              READ BUDMAST
                AT END
                    MOVE 'Y'            TO WS-BUDMAST-EOF
                NOT AT END
                    ADD 1               TO WS-BUDGETS-READ
                    PERFORM 065-POST-BUDGET
              END-READ
           END-PERFORM
           IF WS-BUDMAST-STATUS = '00' OR '10'
              CLOSE BUDMAST
           END-IF
           .
      *
       065-POST-BUDGET.
           IF BG-FISCAL-YEAR NOT = WS-CURRENT-FISCAL-YEAR
              OR BG-FISCAL-PERIOD < 1
              OR BG-FISCAL-PERIOD > 12
              ADD 1                     TO WS-BUDGETS-OTHER-YEAR
              EXIT PARAGRAPH
           END-IF
           MOVE BG-DEPARTMENT           TO WS-LINE-DEPARTMENT
           PERFORM 190-FIND-DEPARTMENT-ENTRY
           IF WS-DEPT-SUB > 0
              ADD BG-BUDGET-AMOUNT
                 TO WS-DP-BUDGET(WS-DEPT-SUB, BG-FISCAL-PERIOD)
           END-IF
           .
      *
      * ** Rolls the RECEIPTS file up by PO-NUMBER/PART-NUMBER so the
      * ** commitment pass can net each order line in one table probe
       070-LOAD-RECEIPTS.
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
                    PERFORM 075-POST-RECEIPT
              END-READ
           END-PERFORM
           IF WS-RECEIPTS-STATUS = '00' OR '10'
              CLOSE RECEIPTS
           END-IF
           .
      *
       075-POST-RECEIPT.
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
              IF WS-RCPT-COUNT < 2000
                 ADD 1                  TO WS-RCPT-COUNT
                 MOVE RC-PO-NUMBER
                            TO WS-RCPT-PO-NUMBER(WS-RCPT-COUNT)
                 MOVE RC-PART-NUMBER
                            TO WS-RCPT-PART-NUMBER(WS-RCPT-COUNT)
                 MOVE RC-QTY-RECEIVED
                            TO WS-RCPT-QTY(WS-RCPT-COUNT)
              ELSE
                 IF NOT RCPT-TABLE-FULL
                    MOVE 'Y'            TO WS-RCPT-TABLE-FULL
                    DISPLAY ' ** WARNING: WS-RECEIPT-TABLE is full '
                       '- receipts beyond it cannot be netted'
                 END-IF
              END-IF
           END-IF
           .
      *
      * ** Material sent back at inspection was never really
      * ** received - each return nets out of its order line's
      * ** rolled-up receipts.  No returns on file is a normal day
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
                    PERFORM 085-POST-RETURN
              END-READ
           END-PERFORM
           IF WS-RTVFILE-STATUS = '00' OR '10'
              CLOSE RTVFILE
           END-IF
           .
      *
       085-POST-RETURN.
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
              IF WS-RCPT-COUNT < 2000
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
                    DISPLAY ' ** WARNING: WS-RECEIPT-TABLE is full '
                       '- receipts beyond it cannot be netted'
                 END-IF
              END-IF
           END-IF
           .
      *
      * ** A run with no FXRATES on file still totals - lines in a
      * ** foreign currency then stay unconverted and are counted
       090-LOAD-RATES.
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
      * ** States every conversion rate the report used, with its
      * ** date, so the dollar totals can be tied back to a rate
       095-PRINT-RATES-APPLIED.
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
           IF WS-RATE-COUNT > 0
              MOVE SPACES               TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
      *
      * ** Commits the open value of one order line to its buyer's
      * ** department in the fiscal period it was ordered in.  A
      * ** cancelled line, a line received in full and a line
      * ** ordered in another fiscal year commit nothing this year
       100-COMMIT-PO-LINE.
           IF NOT PL-LINE-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE PL-ORDER-DATE           TO WS-FP-DATE
           PERFORM 150-FISCAL-PERIOD
           IF WS-FP-FISCAL-YEAR NOT = WS-CURRENT-FISCAL-YEAR
              OR WS-FP-FISCAL-PERIOD = ZERO
              ADD 1                     TO WS-LINES-OTHER-YEAR
              EXIT PARAGRAPH
           END-IF
           PERFORM 160-NET-RECEIPTS
           IF WS-QTY-REMAINING NOT > 0
              EXIT PARAGRAPH
           END-IF
           MOVE PL-CURRENCY-CODE        TO WS-LINE-CURRENCY-CODE
           PERFORM 170-FIND-RATE
           COMPUTE WS-LINE-VALUE ROUNDED =
              WS-QTY-REMAINING * PL-UNIT-PRICE * WS-APPLIED-RATE
           MOVE PL-BUYER-CODE           TO WS-LINE-BUYER-CODE
           PERFORM 180-FIND-DEPARTMENT
           IF WS-DEPT-SUB > 0
              ADD WS-LINE-VALUE
                 TO WS-DP-COMMITTED(WS-DEPT-SUB, WS-FP-FISCAL-PERIOD)
              ADD 1                     TO WS-LINES-COMMITTED
           END-IF
           .
      *
      * ** Places WS-FP-DATE in the fiscal year it closes in and its
      * ** period counted from the BUDPARM opening month
       150-FISCAL-PERIOD.
           MOVE ZERO                    TO WS-FP-FISCAL-YEAR
                                           WS-FP-FISCAL-PERIOD
           IF WS-FP-DATE NOT NUMERIC
              OR WS-FP-MONTH < 1
              OR WS-FP-MONTH > 12
              EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
              WHEN WS-FISCAL-START-MONTH NOT > 1
                 MOVE WS-FP-YEAR        TO WS-FP-FISCAL-YEAR
                 MOVE WS-FP-MONTH       TO WS-FP-FISCAL-PERIOD
              WHEN WS-FP-MONTH NOT < WS-FISCAL-START-MONTH
                 COMPUTE WS-FP-FISCAL-YEAR = WS-FP-YEAR + 1
                 COMPUTE WS-FP-FISCAL-PERIOD =
                    WS-FP-MONTH - WS-FISCAL-START-MONTH + 1
              WHEN OTHER
                 MOVE WS-FP-YEAR        TO WS-FP-FISCAL-YEAR
                 COMPUTE WS-FP-FISCAL-PERIOD =
                    WS-FP-MONTH + 13 - WS-FISCAL-START-MONTH
           END-EVALUATE
           .
      *
      * ** Nets the line's ordered quantity against the rolled-up
      * ** receipts for that order line
       160-NET-RECEIPTS.
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
           .
      *
      * ** Finds the USD rate for the line's CURRENCY-CODE - a
      * ** domestic line converts at 1.000000, and a currency with
      * ** no rate on file does too but is counted so finance sees
      * ** the gap
       170-FIND-RATE.
           MOVE 1.000000                TO WS-APPLIED-RATE
           IF WS-LINE-CURRENCY-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                     TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RT-CURRENCY-CODE(WS-RATE-IDX)
                 = WS-LINE-CURRENCY-CODE
                 MOVE 'Y'               TO WS-RATE-FOUND
                 MOVE WS-RT-USD-RATE(WS-RATE-IDX)
                                        TO WS-APPLIED-RATE
              END-IF
           END-PERFORM
           IF NOT CURRENCY-RATE-FOUND
              ADD 1                     TO WS-NO-RATE-COUNT
              DISPLAY ' ** No exchange rate on file for: '
                 WS-LINE-CURRENCY-CODE ' - amount left unconverted'
           END-IF
           .
      *
      * ** The buyer's BUYERMST department - a buyer no longer on
      * ** the master still totals, under *UNKNOWN*
       180-FIND-DEPARTMENT.
           MOVE '*UNKNOWN*'             TO WS-LINE-DEPARTMENT
           PERFORM VARYING WS-LOOKUP-SUB FROM 1 BY 1
                   UNTIL WS-LOOKUP-SUB > WS-NAME-COUNT
              IF WS-NT-BUYER-CODE(WS-LOOKUP-SUB) = WS-LINE-BUYER-CODE
                 AND WS-NT-DEPARTMENT(WS-LOOKUP-SUB) NOT = SPACES
                 MOVE WS-NT-DEPARTMENT(WS-LOOKUP-SUB)
                                        TO WS-LINE-DEPARTMENT
              END-IF
           END-PERFORM
           PERFORM 190-FIND-DEPARTMENT-ENTRY
           .
      *
       190-FIND-DEPARTMENT-ENTRY.
           MOVE ZERO                    TO WS-DEPT-SUB
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
              PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                      UNTIL WS-PERIOD-SUB > 12
                 MOVE ZERO
                    TO WS-DP-BUDGET(WS-DEPT-SUB, WS-PERIOD-SUB)
                       WS-DP-COMMITTED(WS-DEPT-SUB, WS-PERIOD-SUB)
                       WS-DP-SPENT(WS-DEPT-SUB, WS-PERIOD-SUB)
              END-PERFORM
           ELSE
      * ** A department missing from the table would be reported
      * ** inside its budget when it is not - fail the run
              IF NOT DEPT-TABLE-FULL
                 MOVE 'Y'               TO WS-DEPT-TABLE-FULL
                 DISPLAY ' ** WS-DEPT-TABLE FULL AT 500 - '
                    'department totals incomplete, run failed'
              END-IF
              MOVE 12                   TO RETURN-CODE
           END-IF
           .
      *
       200-READ-NEXT.
           READ POMAST NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD 1          TO WS-PO-LINES-READ
           END-READ
           .
      *
      * ** Reads the whole invoice history for what was approved
      * ** this fiscal year - paid or not, it is spent.  No history
      * ** on file yet means nothing has been spent
       300-POST-SPEND.
           OPEN INPUT INVHIST
           IF NOT WS-INVHIST-STATUS-OK
              DISPLAY ' No invoice history on file, Status: '
                         WS-INVHIST-STATUS
              MOVE 'Y'                  TO WS-INVHIST-EOF
           END-IF
           PERFORM UNTIL INVHIST-EOF-FOUND
              READ INVHIST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-INVHIST-EOF
                NOT AT END
                    ADD 1               TO WS-INVHIST-READ
                    PERFORM 310-SPEND-INVOICE
              END-READ
           END-PERFORM
           IF WS-INVHIST-STATUS = '00' OR '10'
              CLOSE INVHIST
           END-IF
           .
      *
      * ** Charges one approved invoice to the department of the
      * ** buyer on its order line, converted at that line's
      * ** currency.  An invoice whose order line is gone from
      * ** POMAST is spent unconverted under *UNKNOWN* and counted
       310-SPEND-INVOICE.
           MOVE IH-APPROVED-DATE        TO WS-FP-DATE
           PERFORM 150-FISCAL-PERIOD
           IF WS-FP-FISCAL-YEAR NOT = WS-CURRENT-FISCAL-YEAR
              OR WS-FP-FISCAL-PERIOD = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE IH-PO-NUMBER            TO PL-PO-NUMBER
           MOVE IH-PART-NUMBER          TO PL-PART-NUMBER
           MOVE 'N'                     TO WS-PO-STATE
           IF POMAST-IS-OPEN
              READ POMAST
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y'            TO WS-PO-STATE
              END-READ
           END-IF
           IF PO-LINE-FOUND
              MOVE PL-CURRENCY-CODE     TO WS-LINE-CURRENCY-CODE
              MOVE PL-BUYER-CODE        TO WS-LINE-BUYER-CODE
           ELSE
              ADD 1                     TO WS-NO-PO-LINE
              DISPLAY ' ** Invoice ' IH-INVOICE-NUMBER ' from '
                 IH-SUPPLIER-CODE ' has no order line on POMAST: '
                 IH-PO-NUMBER ' ' IH-PART-NUMBER
              MOVE SPACES               TO WS-LINE-CURRENCY-CODE
                                           WS-LINE-BUYER-CODE
           END-IF
           PERFORM 170-FIND-RATE
           COMPUTE WS-LINE-VALUE ROUNDED =
              IH-EXTENDED-AMOUNT * WS-APPLIED-RATE
           PERFORM 180-FIND-DEPARTMENT
           IF WS-DEPT-SUB > 0
              ADD WS-LINE-VALUE
                 TO WS-DP-SPENT(WS-DEPT-SUB, WS-FP-FISCAL-PERIOD)
              ADD 1                     TO WS-INVOICES-SPENT
           END-IF
           .
      *
      * ** One line per department and period with anything in it,
      * ** then the department's year to date with its flag, then
      * ** the grand total of every department
       500-PRINT-DEPARTMENTS.
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           MOVE ZERO                    TO WS-GR-BUDGET
                                           WS-GR-COMMITTED
                                           WS-GR-SPENT
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-DEPT-COUNT
              MOVE SPACES               TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE ZERO                 TO WS-DT-BUDGET
                                           WS-DT-COMMITTED
                                           WS-DT-SPENT
              PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                      UNTIL WS-PERIOD-SUB > 12
                 PERFORM 550-PRINT-PERIOD
              END-PERFORM
              PERFORM 560-PRINT-DEPARTMENT-TOTAL
           END-PERFORM
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GR-BUDGET            TO WS-LA-BUDGET
           MOVE WS-GR-COMMITTED         TO WS-LA-COMMITTED
           MOVE WS-GR-SPENT             TO WS-LA-SPENT
           PERFORM 570-PERCENT-USED
           MOVE 'ALL DEPTS'             TO WS-DL-DEPARTMENT
           MOVE 'TOTAL'                 TO WS-DL-PERIOD-TEXT
           MOVE SPACES                  TO WS-DL-FLAG
           PERFORM 580-WRITE-DETAIL
           .
      *
       550-PRINT-PERIOD.
           MOVE WS-DP-BUDGET(WS-RPT-SUB, WS-PERIOD-SUB)
                                        TO WS-LA-BUDGET
           MOVE WS-DP-COMMITTED(WS-RPT-SUB, WS-PERIOD-SUB)
                                        TO WS-LA-COMMITTED
           MOVE WS-DP-SPENT(WS-RPT-SUB, WS-PERIOD-SUB)
                                        TO WS-LA-SPENT
           IF WS-LA-BUDGET = ZERO
              AND WS-LA-COMMITTED = ZERO
              AND WS-LA-SPENT = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD WS-LA-BUDGET             TO WS-DT-BUDGET
           ADD WS-LA-COMMITTED          TO WS-DT-COMMITTED
           ADD WS-LA-SPENT              TO WS-DT-SPENT
           PERFORM 570-PERCENT-USED
           MOVE WS-DP-DEPARTMENT(WS-RPT-SUB)
                                        TO WS-DL-DEPARTMENT
           MOVE WS-CURRENT-FISCAL-YEAR  TO WS-DL-FISCAL-YEAR
           MOVE '/'                     TO WS-DL-SLASH
           MOVE WS-PERIOD-SUB           TO WS-DL-PERIOD
           MOVE SPACES                  TO WS-DL-FLAG
           PERFORM 580-WRITE-DETAIL
           .
      *
      * ** The department's year - flagged once committed and spent
      * ** together pass the BUDPARM share of its budget, or when it
      * ** has committed or spent anything with no budget at all
       560-PRINT-DEPARTMENT-TOTAL.
           MOVE WS-DT-BUDGET            TO WS-LA-BUDGET
           MOVE WS-DT-COMMITTED         TO WS-LA-COMMITTED
           MOVE WS-DT-SPENT             TO WS-LA-SPENT
           ADD WS-DT-BUDGET             TO WS-GR-BUDGET
           ADD WS-DT-COMMITTED          TO WS-GR-COMMITTED
           ADD WS-DT-SPENT              TO WS-GR-SPENT
           PERFORM 570-PERCENT-USED
           MOVE WS-DP-DEPARTMENT(WS-RPT-SUB)
                                        TO WS-DL-DEPARTMENT
           MOVE 'YEAR'                  TO WS-DL-PERIOD-TEXT
           MOVE SPACES                  TO WS-DL-FLAG
           EVALUATE TRUE
              WHEN WS-LA-BUDGET NOT > ZERO
                   AND WS-LA-USED > ZERO
                 MOVE '** NO BUDGET'    TO WS-DL-FLAG
                 ADD 1                  TO WS-DEPTS-FLAGGED
              WHEN WS-LA-BUDGET > ZERO
                   AND WS-LA-PCT-USED > WS-BUDGET-FLAG-PCT
                 MOVE '** OVER LIMIT'   TO WS-DL-FLAG
                 ADD 1                  TO WS-DEPTS-FLAGGED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 580-WRITE-DETAIL
           .
      *
      * ** Remaining and percent of budget used for one line - a
      * ** line with no budget shows no percentage
       570-PERCENT-USED.
           COMPUTE WS-LA-USED = WS-LA-COMMITTED + WS-LA-SPENT
           COMPUTE WS-LA-REMAINING = WS-LA-BUDGET - WS-LA-USED
           MOVE ZERO                    TO WS-LA-PCT-USED
           IF WS-LA-BUDGET > ZERO
              AND WS-LA-USED > ZERO
              COMPUTE WS-LA-PCT-USED ROUNDED =
                 WS-LA-USED * 100 / WS-LA-BUDGET
                 ON SIZE ERROR
                    MOVE 99999          TO WS-LA-PCT-USED
              END-COMPUTE
           END-IF
           .
      *
       580-WRITE-DETAIL.
           MOVE WS-LA-BUDGET            TO WS-DL-BUDGET
           MOVE WS-LA-COMMITTED         TO WS-DL-COMMITTED
           MOVE WS-LA-SPENT             TO WS-DL-SPENT
           MOVE WS-LA-REMAINING         TO WS-DL-REMAINING
           MOVE WS-LA-PCT-USED          TO WS-DL-PCT-USED
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' BUDCOM01 CONTROL TOTALS'
           DISPLAY ' FISCAL YEAR / PERIOD   : ' WS-CURRENT-FISCAL-YEAR
              '/' WS-CURRENT-PERIOD
           DISPLAY ' BUDGET RECORDS READ    : ' WS-BUDGETS-READ
           DISPLAY ' BUDGETS NOT THIS YEAR  : ' WS-BUDGETS-OTHER-YEAR
           DISPLAY ' PO LINES READ          : ' WS-PO-LINES-READ
           DISPLAY ' PO LINES COMMITTED     : ' WS-LINES-COMMITTED
           DISPLAY ' OPEN LINES OTHER YEARS : ' WS-LINES-OTHER-YEAR
           DISPLAY ' RECEIPTS READ          : ' WS-RECEIPTS-READ
           DISPLAY ' RETURNS READ           : ' WS-RETURNS-READ
           DISPLAY ' INVOICE HISTORY READ   : ' WS-INVHIST-READ
           DISPLAY ' INVOICES SPENT         : ' WS-INVOICES-SPENT
           DISPLAY ' INVOICES NO PO LINE    : ' WS-NO-PO-LINE
           DISPLAY ' NO EXCHANGE RATE       : ' WS-NO-RATE-COUNT
           DISPLAY ' DEPARTMENTS FLAGGED    : ' WS-DEPTS-FLAGGED
           DISPLAY '================================================'
           .
