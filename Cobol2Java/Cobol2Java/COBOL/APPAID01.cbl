       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAID01.
      *============================
      * ** Paid confirmations from AP - reads the APPAID file AP
      * ** returns after each payment run (one record per invoice
      * ** paid, keyed SUPPLIER-CODE/INVOICE-NUMBER) and marks the
      * ** matching INVHIST invoice history record paid with the
      * ** paid date, amount and payment reference, so the history
      * ** APMTCH01 builds shows which approvals were actually paid
      * ** and when.  A confirmation for an invoice not on the
      * ** history, one already marked paid, or one with no valid
      * ** paid date is listed on the APPAIDRP exception report and
      * ** not applied; a payment for a different amount than was
      * ** approved is applied and listed for AP to chase.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT APPAID      ASSIGN TO APPAID
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-APPAID-STATUS
             .
           SELECT INVHIST     ASSIGN TO INVHIST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  IH-KEY
             FILE STATUS      IS  WS-INVHIST-STATUS
             .
           SELECT APPAIDRP    ASSIGN TO APPAIDRP
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-APPAIDRP-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** AP paid confirmations - one record per invoice paid
       FD  APPAID
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAID-RECORD.
       01  PAID-RECORD.
           05  PD-SUPPLIER-CODE         PIC X(10).
           05  PD-INVOICE-NUMBER        PIC X(10).
           05  PD-PAID-DATE             PIC 9(08).
           05  PD-PAID-AMOUNT           PIC S9(09)V99.
           05  PD-PAYMENT-REF           PIC X(12).
           05  FILLER                   PIC X(09).
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
       FD  APPAIDRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-APPAID-STATUS          PIC X(02) VALUE '00'.
             88 WS-APPAID-STATUS-OK     VALUE '00'.
           05 WS-INVHIST-STATUS         PIC X(02) VALUE '00'.
             88 WS-INVHIST-STATUS-OK    VALUE '00'.
           05 WS-APPAIDRP-STATUS        PIC X(02) VALUE '00'.
             88 WS-APPAIDRP-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-HIST-STATE             PIC X VALUE 'N'.
              88 HISTORY-FOUND          VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-PAID-READ              PIC 9(07) VALUE ZEROS.
           05 WS-PAID-APPLIED           PIC 9(07) VALUE ZEROS.
           05 WS-AMOUNT-DIFFERS         PIC 9(07) VALUE ZEROS.
           05 WS-EXCEPTION-COUNT        PIC 9(07) VALUE ZEROS.
      *
       01  WS-PAID-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-EXCEPTION-REASON          PIC X(40) VALUE SPACES.
      *
       01  LILIAN                       PIC S9(9) BINARY.
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
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(32) VALUE
                   'AP PAID CONFIRMATION EXCEPTIONS'.
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(44) VALUE
                   'SUPPLIER   INVOICE    PAID-DT  PAYMENT-REF'.
               10  FILLER                PIC X(41) VALUE
                   'REASON'.
               10  FILLER                PIC X(27) VALUE
                   '         PAID      APPROVED'.
           05  WS-DETAIL-LINE.
               10  WS-DL-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-INVOICE-NUMBER  PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PAID-DATE       PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PAYMENT-REF     PIC X(12).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-REASON          PIC X(40).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PAID-AMOUNT     PIC $$,$$$,$$9.99.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-APPROVED-AMOUNT PIC $$,$$$,$$9.99.
           05  WS-TOTAL-LINE.
               10  FILLER                PIC X(29) VALUE
                   'EXCEPTIONS REPORTED        : '.
               10  WS-TL-COUNT           PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 200-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              PERFORM 100-APPLY-PAYMENT
              PERFORM 200-READ-NEXT
           END-PERFORM
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCEPTION-COUNT      TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           PERFORM 990-CONTROL-TOTALS
      * ** Confirmations that could not be applied finish RC 4 so AP
      * ** sees them before the next payment run
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4                    TO RETURN-CODE
           END-IF
      *
           CLOSE APPAID
                 INVHIST
                 APPAIDRP
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN INPUT APPAID
           IF NOT WS-APPAID-STATUS-OK
              DISPLAY ' Error opening file APPAID, Status: '
                         WS-APPAID-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           OPEN I-O INVHIST
           IF NOT WS-INVHIST-STATUS-OK
              DISPLAY ' Error opening file INVHIST, Status: '
                         WS-INVHIST-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           OPEN OUTPUT APPAIDRP
           IF NOT WS-APPAIDRP-STATUS-OK
              DISPLAY ' Error opening file APPAIDRP, Status: '
                         WS-APPAIDRP-STATUS
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           .
      *
      * ** One keyed read of the history per confirmation - the
      * ** approval must exist, be unpaid, and the paid date must be
      * ** a real date before the record is marked paid
       100-APPLY-PAYMENT.
           MOVE PD-SUPPLIER-CODE        TO IH-SUPPLIER-CODE
           MOVE PD-INVOICE-NUMBER       TO IH-INVOICE-NUMBER
           MOVE 'N'                     TO WS-HIST-STATE
           READ INVHIST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-HIST-STATE
           END-READ
           IF NOT HISTORY-FOUND
              MOVE ' INVOICE NOT ON INVOICE HISTORY.'
                                        TO WS-EXCEPTION-REASON
              MOVE ZERO                 TO WS-DL-APPROVED-AMOUNT
              PERFORM 900-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           MOVE IH-EXTENDED-AMOUNT      TO WS-DL-APPROVED-AMOUNT
           IF IH-PAID
              MOVE SPACES               TO WS-EXCEPTION-REASON
              STRING ' ALREADY PAID ON '  DELIMITED BY SIZE
                     IH-PAID-DATE         DELIMITED BY SIZE
                     ' REF '              DELIMITED BY SIZE
                     IH-PAYMENT-REF       DELIMITED BY SIZE
                INTO WS-EXCEPTION-REASON
              END-STRING
              PERFORM 900-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE PD-PAID-DATE            TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE ' PAID DATE IS not a valid date.'
                                        TO WS-EXCEPTION-REASON
              PERFORM 900-WRITE-EXCEPTION
              EXIT PARAGRAPH
           END-IF
           MOVE 'P'                     TO IH-PAY-STATUS
           MOVE PD-PAID-DATE            TO IH-PAID-DATE
           MOVE PD-PAID-AMOUNT          TO IH-PAID-AMOUNT
           MOVE PD-PAYMENT-REF          TO IH-PAYMENT-REF
           REWRITE INVHIST-REC
             INVALID KEY
                 DISPLAY ' Error rewriting file INVHIST, Status: '
                            WS-INVHIST-STATUS
                 EXIT PARAGRAPH
           END-REWRITE
           ADD 1                        TO WS-PAID-APPLIED
           ADD PD-PAID-AMOUNT           TO WS-PAID-TOTAL
      * ** Applied all the same - the money has gone - but a payment
      * ** that is not the approved amount is listed for AP
           IF PD-PAID-AMOUNT NOT = IH-EXTENDED-AMOUNT
              ADD 1                     TO WS-AMOUNT-DIFFERS
              MOVE ' APPLIED - PAID AMOUNT NOT APPROVED AMT.'
                                        TO WS-EXCEPTION-REASON
              PERFORM 920-WRITE-REPORT-LINE
           END-IF
           .
      *
       200-READ-NEXT.
           READ APPAID
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-PAID-READ
           END-READ
           .
      *
       900-WRITE-EXCEPTION.
           ADD 1                        TO WS-EXCEPTION-COUNT
           PERFORM 920-WRITE-REPORT-LINE
           .
      *
       920-WRITE-REPORT-LINE.
           MOVE PD-SUPPLIER-CODE        TO WS-DL-SUPPLIER-CODE
           MOVE PD-INVOICE-NUMBER       TO WS-DL-INVOICE-NUMBER
           MOVE PD-PAID-DATE            TO WS-DL-PAID-DATE
           MOVE PD-PAYMENT-REF          TO WS-DL-PAYMENT-REF
           MOVE WS-EXCEPTION-REASON     TO WS-DL-REASON
           MOVE PD-PAID-AMOUNT          TO WS-DL-PAID-AMOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF NOT WS-APPAIDRP-STATUS-OK
              DISPLAY ' Error writing file APPAIDRP, Status: '
                         WS-APPAIDRP-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' APPAID01 CONTROL TOTALS'
           DISPLAY ' CONFIRMATIONS READ     : ' WS-PAID-READ
           DISPLAY ' PAYMENTS APPLIED       : ' WS-PAID-APPLIED
           DISPLAY '   AMOUNT NOT APPROVED  : ' WS-AMOUNT-DIFFERS
           DISPLAY ' EXCEPTIONS REPORTED    : ' WS-EXCEPTION-COUNT
           DISPLAY ' TOTAL PAID APPLIED     : ' WS-PAID-TOTAL
           DISPLAY '================================================'
           .
