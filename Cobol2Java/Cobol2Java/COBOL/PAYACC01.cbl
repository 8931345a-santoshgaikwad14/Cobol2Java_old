       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACC01.
      *============================
      * ** Supplier payment accumulation - totals what we pay each
      * ** supplier on the PAYYTD payments-to-date master, one record
      * ** per SUPPLIER-CODE and calendar year.  Every invoice line
      * ** APMTCH01 approved onto PAYAPPR is added to its supplier's
      * ** total for the year the approval run falls in (a credit
      * ** line nets the total down), so the year-end 1099 run has
      * ** the whole year's payments without anyone rebuilding them
      * ** from AP spreadsheets.  A supplier's year record is created
      * ** the first time anything posts to it.  PAYAPPR is rewritten
      * ** by every APMTCH01 run, so this step runs once after each;
      * ** a rerun is safe all the same - each invoice posted is
      * ** stamped on its INVHIST record, and an invoice already
      * ** stamped is skipped (RC 4) rather than counted twice.  An
      * ** invoice not on INVHIST cannot be guarded and is not
      * ** posted (RC 12).
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT PAYAPPR     ASSIGN TO PAYAPPR
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PAYAPPR-STATUS
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
       DATA DIVISION.
       FILE SECTION.
      * ** Approved invoice lines written by APMTCH01
       FD  PAYAPPR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 171 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYAPPR-RECORD.
       01  PAYAPPR-RECORD.
           05  PA-INVOICE-NUMBER        PIC X(10).
           05  PA-SUPPLIER-CODE         PIC X(10).
           05  PA-SUPPLIER-NAME         PIC X(15).
           05  PA-PO-NUMBER             PIC X(06).
           05  PA-PART-NUMBER           PIC X(23).
           05  PA-INVOICE-DATE          PIC 9(08).
           05  PA-QTY-INVOICED          PIC S9(07).
           05  PA-UNIT-PRICE            PIC S9(7)V99.
           05  PA-EXTENDED-AMOUNT       PIC S9(9)V99.
           05  PA-ADDRESS-1             PIC X(15).
           05  PA-ADDRESS-2             PIC X(15).
           05  PA-ADDRESS-3             PIC X(15).
           05  PA-CITY                  PIC X(15).
           05  PA-ADDR-STATE            PIC X(02).
           05  PA-ZIP-CODE              PIC 9(10).
      *
      * ** Invoice payment history keyed SUPPLIER-CODE/invoice -
      * ** APMTCH01 records every approval on it
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
           05  IH-YTD-POSTED-DATE       PIC 9(08).
           05  FILLER                   PIC X(18).
      *
      * ** Payments-to-date master - one record per supplier and
      * ** calendar year, read by TAXRPT01 at year end
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-PAYAPPR-STATUS         PIC X(02) VALUE '00'.
             88 WS-PAYAPPR-STATUS-OK    VALUE '00'.
           05 WS-PAYYTD-STATUS          PIC X(02) VALUE '00'.
             88 WS-PAYYTD-STATUS-OK     VALUE '00'.
           05 WS-INVHIST-STATUS         PIC X(02) VALUE '00'.
             88 WS-INVHIST-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-TOTAL-STATE            PIC X VALUE 'N'.
              88 TOTAL-ON-FILE          VALUE 'Y'.
           05 WS-INVOICE-STATE          PIC X VALUE 'N'.
              88 INVOICE-TO-POST        VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-PAYAPPR-READ           PIC 9(07) VALUE ZEROS.
           05 WS-LINES-POSTED           PIC 9(07) VALUE ZEROS.
           05 WS-TOTALS-ADDED           PIC 9(07) VALUE ZEROS.
           05 WS-POST-ERRORS            PIC 9(07) VALUE ZEROS.
           05 WS-ALREADY-POSTED         PIC 9(07) VALUE ZEROS.
           05 WS-NOT-ON-HISTORY         PIC 9(07) VALUE ZEROS.
           05 WS-STAMP-ERRORS           PIC 9(07) VALUE ZEROS.
      *
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
       01  WS-AMOUNT-POSTED             PIC S9(11)V99 VALUE ZERO.
       01  WS-AMOUNT-DISPLAY            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR             PIC 9(04).
           05 WS-TODAY-MMDD             PIC 9(04).
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 200-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              PERFORM 100-POST-PAYMENT
              PERFORM 200-READ-NEXT
           END-PERFORM
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE PAYAPPR
                 PAYYTD
                 INVHIST
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT PAYAPPR
           IF NOT WS-PAYAPPR-STATUS-OK
              DISPLAY ' Error opening file PAYAPPR, Status: '
                         WS-PAYAPPR-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           OPEN I-O PAYYTD
           IF WS-PAYYTD-STATUS = '35'
              DISPLAY ' PAYYTD empty - initialising payments to date'
              OPEN OUTPUT PAYYTD
              CLOSE PAYYTD
              OPEN I-O PAYYTD
           END-IF
      * ** Without the master nothing can post - stop rather than
      * ** read a whole approval file into the void
           IF NOT WS-PAYYTD-STATUS-OK
              DISPLAY ' Error opening file PAYYTD, Status: '
                         WS-PAYYTD-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
      * ** Nor without the invoice history - it is what stops a
      * ** rerun posting the same approvals twice
           OPEN I-O INVHIST
           IF NOT WS-INVHIST-STATUS-OK
              DISPLAY ' Error opening file INVHIST, Status: '
                         WS-INVHIST-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
      * ** Adds one approved line to its supplier's total for the
      * ** year, starting the year's record at zero if need be, then
      * ** stamps the invoice posted
       100-POST-PAYMENT.
           PERFORM 110-CHECK-INVOICE
           IF NOT INVOICE-TO-POST
              EXIT PARAGRAPH
           END-IF
           MOVE PA-SUPPLIER-CODE        TO PY-SUPPLIER-CODE
           MOVE WS-TODAY-YEAR           TO PY-PAY-YEAR
           MOVE 'N'                     TO WS-TOTAL-STATE
           READ PAYYTD
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-TOTAL-STATE
           END-READ
           IF NOT TOTAL-ON-FILE
              MOVE SPACES               TO PAYYTD-REC
              MOVE PA-SUPPLIER-CODE     TO PY-SUPPLIER-CODE
              MOVE WS-TODAY-YEAR        TO PY-PAY-YEAR
              MOVE ZERO                 TO PY-PAID-AMOUNT
                                           PY-PAYMENT-COUNT
              MOVE WS-TODAY-DATE        TO PY-FIRST-PAY-DATE
           END-IF
           MOVE PA-SUPPLIER-NAME        TO PY-SUPPLIER-NAME
           ADD PA-EXTENDED-AMOUNT       TO PY-PAID-AMOUNT
           ADD 1                        TO PY-PAYMENT-COUNT
           MOVE WS-TODAY-DATE           TO PY-LAST-PAY-DATE
                                           PY-LAST-UPDATE-DATE
           IF TOTAL-ON-FILE
              REWRITE PAYYTD-REC
                INVALID KEY
                    DISPLAY ' Error rewriting file PAYYTD, Status: '
                               WS-PAYYTD-STATUS
                    ADD 1               TO WS-POST-ERRORS
                    EXIT PARAGRAPH
              END-REWRITE
           ELSE
              WRITE PAYYTD-REC
                INVALID KEY
                    DISPLAY ' Error writing file PAYYTD, Status: '
                               WS-PAYYTD-STATUS
                    ADD 1               TO WS-POST-ERRORS
                    EXIT PARAGRAPH
                NOT INVALID KEY
                    ADD 1               TO WS-TOTALS-ADDED
              END-WRITE
           END-IF
           ADD 1                        TO WS-LINES-POSTED
           ADD PA-EXTENDED-AMOUNT       TO WS-AMOUNT-POSTED
           PERFORM 150-STAMP-INVOICE
           .
      *
      * ** The invoice APMTCH01 recorded for this approval - one
      * ** already stamped came through an earlier run of this step
       110-CHECK-INVOICE.
           MOVE 'N'                     TO WS-INVOICE-STATE
           MOVE PA-SUPPLIER-CODE        TO IH-SUPPLIER-CODE
           MOVE PA-INVOICE-NUMBER       TO IH-INVOICE-NUMBER
           READ INVHIST
             INVALID KEY
                 ADD 1                  TO WS-NOT-ON-HISTORY
                 DISPLAY ' ** Invoice not on INVHIST - not posted: '
                    PA-SUPPLIER-CODE ' ' PA-INVOICE-NUMBER
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
                 EXIT PARAGRAPH
           END-READ
           IF IH-YTD-POSTED-DATE IS NUMERIC
              AND IH-YTD-POSTED-DATE > ZERO
              ADD 1                     TO WS-ALREADY-POSTED
              DISPLAY ' - Already posted ' IH-YTD-POSTED-DATE ': '
                 PA-SUPPLIER-CODE ' ' PA-INVOICE-NUMBER
              MOVE 4                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                     TO WS-INVOICE-STATE
           .
      *
      * ** The invoice is in PAYYTD - an unstamped one would post
      * ** again on a rerun, so a failed stamp is RC 12
       150-STAMP-INVOICE.
           MOVE WS-TODAY-DATE           TO IH-YTD-POSTED-DATE
           REWRITE INVHIST-REC
             INVALID KEY
                 ADD 1                  TO WS-STAMP-ERRORS
                 DISPLAY ' Error rewriting file INVHIST, Status: '
                    WS-INVHIST-STATUS ' Key: ' IH-KEY
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
           END-REWRITE
           .
      *
       200-READ-NEXT.
           READ PAYAPPR
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-PAYAPPR-READ
           END-READ
           .
      *
      * ** Keeps the worst (highest) return code raised so far
       925-RAISE-RETURN-CODE.
           IF WS-RC-CANDIDATE > RETURN-CODE
              MOVE WS-RC-CANDIDATE      TO RETURN-CODE
           END-IF
           .
      *
      * ** A line that failed to post leaves the year's totals short
      * ** of what AP approved - RC 12 so it is fixed before 1099s
       990-CONTROL-TOTALS.
           MOVE WS-AMOUNT-POSTED        TO WS-AMOUNT-DISPLAY
           DISPLAY '================================================'
           DISPLAY ' PAYACC01 CONTROL TOTALS'
           DISPLAY ' PAYMENT YEAR           : ' WS-TODAY-YEAR
           DISPLAY ' APPROVED LINES READ    : ' WS-PAYAPPR-READ
           DISPLAY ' APPROVED LINES POSTED  : ' WS-LINES-POSTED
           DISPLAY ' NEW SUPPLIER YEARS     : ' WS-TOTALS-ADDED
           DISPLAY ' LINES NOT POSTED       : ' WS-POST-ERRORS
           DISPLAY ' ALREADY POSTED         : ' WS-ALREADY-POSTED
           DISPLAY ' NOT ON INVHIST         : ' WS-NOT-ON-HISTORY
           DISPLAY ' INVHIST STAMP ERRORS   : ' WS-STAMP-ERRORS
           DISPLAY ' AMOUNT POSTED          : ' WS-AMOUNT-DISPLAY
           DISPLAY '================================================'
           IF WS-POST-ERRORS > 0
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
