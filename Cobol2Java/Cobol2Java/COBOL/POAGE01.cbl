       PROGRAM-ID. POAGE01.
      *============================
      * ** Open PO aging report - nets the quantity received on the
      * ** RECEIPTS file, less anything returned to the vendor at
      * ** inspection (RTVFILE), against each open line on the POMAST
      * ** order-line master and lists any line whose DELIVERY-DATE has
      * ** already passed with a remaining quantity still open, so
      * ** purchasing stops chasing suppliers about orders that were
      * ** delivered weeks ago.  Cancelled lines are not aged.
      * ** Days past due are shop working days from the SHOPCAL
      * ** calendar (counted by WRKDAYS), so a line whose due date
      * ** fell just before a holiday or shutdown is not shown late
      * ** for days the plant was closed - the heading names the
      * ** calendar year used.
      *============================
       ENVIRONMENT DIVISION.
      *============================
      *----------------------------
       FILE-CONTROL.
      *---------------------------
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
           SELECT POAGERPT    ASSIGN TO POAGERPT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             .
       DATA DIVISION.
       FILE SECTION.
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
      * ** Receipts posted by the dock - one record per receipt
      * ** against a purchase order line
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
       FD  POAGERPT
           RECORDING MODE IS F

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-RECEIPTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RECEIPTS-STATUS-OK   VALUE '00'.
           05 WS-RTVFILE-STATUS         PIC X(02) VALUE '00'.
             88 WS-RTVFILE-STATUS-OK    VALUE '00'.
           05 WS-POAGERPT-STATUS        PIC X(02) VALUE '00'.
             88 WS-POAGERPT-STATUS-OK   VALUE '00'.
      *
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-RECEIPTS-EOF           PIC X VALUE SPACES.
              88 RECEIPTS-EOF-FOUND     VALUE 'Y'.
           05 WS-RTVFILE-EOF            PIC X VALUE SPACES.
              88 RTVFILE-EOF-FOUND      VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-OPEN-PO-COUNT          PIC 9(05) VALUE ZEROS.
           05 WS-RECEIPTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RETURNS-READ           PIC 9(07) VALUE ZEROS.
      *
      * ** Receipts rolled up by PO-NUMBER/PART-NUMBER so each order
      * ** line's received quantity nets against its ordered QUANTITY
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
       01  WS-DAYS-PAST-DUE             PIC S9(9) BINARY.
       01  WS-TODAY-DATE                PIC 9(08).
      *
       COPY WORKDAYS.
      *
       01  WS-SUBROUTINE-NAMES.
           05 WS-WRKDAYS                PIC X(12) VALUE 'WRKDAYS'.
      *
       01  IN-DATE.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(20) VALUE
                   'OPEN PO AGING REPORT'.
               10  FILLER                PIC X(04) VALUE SPACES.
               10  WS-HL-CALENDAR        PIC X(30).
           05  WS-DETAIL-LINE.
               10  WS-DL-PART-NUMBER     PIC X(23).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  FILLER                PIC X(22) VALUE
                   'TOTAL OPEN, PAST-DUE: '.
               10  WS-TL-COUNT           PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           MOVE WS-OPEN-PO-COUNT        TO WS-TL-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
      *
           CLOSE POMAST
                 POAGERPT
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           OPEN OUTPUT POAGERPT
           IF NOT WS-POAGERPT-STATUS-OK
              DISPLAY ' Error opening file POAGERPT, Status: '
                         WS-POAGERPT-STATUS
           END-IF
           MOVE 'L'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-CALENDAR-TITLE    TO WS-HL-CALENDAR
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
           PERFORM 050-LOAD-RECEIPTS
           PERFORM 070-LOAD-RETURNS
           PERFORM 200-READ-NEXT
           .
      *
      * ** Rolls the RECEIPTS file up by PO-NUMBER/PART-NUMBER so the
           END-IF
           .
      *
      * ** Material sent back at inspection was never really
      * ** received - each return nets out of its order line's
      * ** rolled-up receipts.  No returns on file is a normal day
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
      * ** A return whose receipt is not in the window still nets -
      * ** it opens the line's entry at a negative quantity
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
      * ** Checks one order line for a past-due delivery with
      * ** quantity still open after netting receipts - a cancelled
      * ** line owes nothing and is not aged.  A line is not past
      * ** due until a working day has passed since its due date
       100-CHECK-PO-LINES.
           IF NOT PL-LINE-OPEN
              OR PL-DELIVERY-DATE = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE PL-DELIVERY-DATE        TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY = 0 AND LILIAN < TODAY-LILIAN
              MOVE 'C'                  TO WS-WD-FUNCTION
              MOVE LILIAN               TO WS-WD-FROM-LILIAN
              MOVE TODAY-LILIAN         TO WS-WD-TO-LILIAN
              CALL WS-WRKDAYS USING WS-WORKDAY-AREA
              MOVE WS-WD-WORKING-DAYS   TO WS-DAYS-PAST-DUE
              IF WS-DAYS-PAST-DUE > 0
                 PERFORM 160-NET-RECEIPTS
              ELSE
                 MOVE ZERO              TO WS-QTY-REMAINING
              END-IF
              IF WS-QTY-REMAINING > 0
                 MOVE PL-PART-NUMBER    TO WS-DL-PART-NUMBER
                 MOVE PL-SUPPLIER-CODE  TO WS-DL-SUPPLIER-CODE
                 MOVE PL-PO-NUMBER      TO WS-DL-PO-NUMBER
                 MOVE PL-DELIVERY-DATE  TO WS-DL-DELIVERY-DATE
                 MOVE WS-DAYS-PAST-DUE  TO WS-DL-DAYS-PAST-DUE
                 MOVE WS-QTY-REMAINING  TO WS-DL-QTY-REMAINING
                 WRITE REPORT-LINE FROM WS-DETAIL-LINE
                 ADD 1                  TO WS-OPEN-PO-COUNT
              END-IF
           END-IF
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
           .
      *
       200-READ-NEXT.
           READ POMAST NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
           END-READ
