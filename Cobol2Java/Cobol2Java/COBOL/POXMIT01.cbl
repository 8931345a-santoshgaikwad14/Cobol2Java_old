       IDENTIFICATION DIVISION.
       PROGRAM-ID. POXMIT01.
      *============================
      * ** Supplier order transmission - sends every POMAST order
      * ** line POLOAD01 or POCHG01 has queued (new lines, changed
      * ** lines, cancelled lines) out on the SUPORDS supplier order
      * ** file, one fixed-layout detail record per line addressed
      * ** to the supplier's ORDER-ADDRESS (ADDRESS-TYPE '1') from
      * ** SUPMAST, bracketed by an 'H' header carrying the send
      * ** date/time and a 'T' trailer carrying the detail count and
      * ** an ordered-quantity hash the supplier side can verify.  A
      * ** sent line is marked sent with today's date so POACK01 can
      * ** match the supplier's acknowledgment back to it.  A line
      * ** whose supplier is not on SUPMAST, or carries no order
      * ** address, is not sent - it is listed and stays queued for
      * ** the next run once the supplier master is corrected.  A
      * ** master or SUPORDS that will not open, or a line sent but
      * ** not marked sent on POMAST, ends the step RC 12.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT POMAST      ASSIGN TO POMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PL-KEY
             FILE STATUS      IS  WS-POMAST-STATUS
             .
           SELECT SUPMAST     ASSIGN TO SUPMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  SM-SUPPLIER-CODE
             FILE STATUS      IS  WS-SUPMAST-STATUS
             .
           SELECT SUPORDS     ASSIGN TO SUPORDS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SUPORDS-STATUS
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
      * ** Supplier master - the SUPPLIERS/SUPP-ADDRESS detail keyed
      * ** on SUPPLIER-CODE, plus the maintained-only attributes
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
      * ** Outbound supplier order file - 'H' header, one 'D'
      * ** detail per order line sent, 'T' trailer
       FD  SUPORDS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPORD-RECORD.
       01  SUPORD-RECORD                PIC X(180).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-SUPMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPMAST-STATUS-OK    VALUE '00'.
           05 WS-SUPORDS-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPORDS-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-SUPPLIER-STATE         PIC X VALUE 'N'.
              88 SUPPLIER-ON-MASTER     VALUE 'Y'.
           05 WS-ADDRESS-STATE          PIC X VALUE 'N'.
              88 ORDER-ADDRESS-FOUND    VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-POMAST-READ            PIC 9(07) VALUE ZEROS.
           05 WS-NEW-SENT               PIC 9(07) VALUE ZEROS.
           05 WS-CHANGES-SENT           PIC 9(07) VALUE ZEROS.
           05 WS-CANCELS-SENT           PIC 9(07) VALUE ZEROS.
           05 WS-DETAIL-COUNT           PIC 9(07) VALUE ZEROS.
           05 WS-NO-SUPPLIER            PIC 9(07) VALUE ZEROS.
           05 WS-NO-ORDER-ADDRESS       PIC 9(07) VALUE ZEROS.
           05 WS-REWRITE-ERRORS         PIC 9(07) VALUE ZEROS.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-SEND-TIME-RAW             PIC 9(08) VALUE ZERO.
       01  WS-SEND-TIME                 PIC 9(06) VALUE ZERO.
       01  WS-QUANTITY-HASH             PIC S9(11) VALUE ZERO.
       01  WS-ADDR-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
      *
      * ** Outbound record layouts - the supplier side maps on
      * ** these fixed positions, so widths never move
       01  WS-SUPORD-HEADER.
           05 WS-SH-RECORD-TYPE         PIC X(01) VALUE 'H'.
           05 WS-SH-SEND-DATE           PIC 9(08).
           05 WS-SH-SEND-TIME           PIC 9(06).
           05 WS-SH-FILE-ID             PIC X(08) VALUE 'SUPORDS'.
           05 FILLER                    PIC X(157) VALUE SPACES.
       01  WS-SUPORD-DETAIL.
           05 WS-SD-RECORD-TYPE         PIC X(01) VALUE 'D'.
           05 WS-SD-ACTION              PIC X(01).
           05 WS-SD-PO-NUMBER           PIC X(06).
           05 WS-SD-PART-NUMBER         PIC X(23).
           05 WS-SD-SUPPLIER-CODE       PIC X(10).
           05 WS-SD-SUPPLIER-NAME       PIC X(15).
           05 WS-SD-ADDRESS-1           PIC X(15).
           05 WS-SD-ADDRESS-2           PIC X(15).
           05 WS-SD-ADDRESS-3           PIC X(15).
           05 WS-SD-CITY                PIC X(15).
           05 WS-SD-ADDR-STATE          PIC X(02).
           05 WS-SD-ZIP-CODE            PIC 9(10).
           05 WS-SD-BUYER-CODE          PIC X(03).
           05 WS-SD-QUANTITY            PIC 9(07).
           05 WS-SD-UNIT-PRICE          PIC 9(07)V99.
           05 WS-SD-CURRENCY-CODE       PIC X(03).
           05 WS-SD-ORDER-DATE          PIC 9(08).
           05 WS-SD-DELIVERY-DATE       PIC 9(08).
           05 FILLER                    PIC X(14) VALUE SPACES.
       01  WS-SUPORD-TRAILER.
           05 WS-ST-RECORD-TYPE         PIC X(01) VALUE 'T'.
           05 WS-ST-DETAIL-COUNT        PIC 9(07).
           05 WS-ST-QUANTITY-HASH       PIC 9(11).
           05 FILLER                    PIC X(161) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 200-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              IF PL-XMIT-PENDING
                 PERFORM 100-SEND-ORDER-LINE
              END-IF
              PERFORM 200-READ-NEXT
           END-PERFORM
           PERFORM 800-WRITE-TRAILER
           PERFORM 990-CONTROL-TOTALS
      * ** Lines held back for a supplier master gap finish RC 4 so
      * ** purchasing sees them before the supplier chases the order
           IF WS-NO-SUPPLIER > 0 OR WS-NO-ORDER-ADDRESS > 0
              MOVE 4                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
      * ** A line on SUPORDS still queued on POMAST goes out twice
           IF WS-REWRITE-ERRORS > 0
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
      *
           CLOSE POMAST
                 SUPMAST
                 SUPORDS
           GOBACK
           .
      *
      * ** POMAST is opened I-O - each line sent is marked sent in
      * ** place as the sequential pass reaches it
       000-HOUSEKEEPING.
           OPEN I-O POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN INPUT SUPMAST
           IF NOT WS-SUPMAST-STATUS-OK
              DISPLAY ' Error opening file SUPMAST, Status: '
                         WS-SUPMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN OUTPUT SUPORDS
           IF NOT WS-SUPORDS-STATUS-OK
              DISPLAY ' Error opening file SUPORDS, Status: '
                         WS-SUPORDS-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SEND-TIME-RAW FROM TIME
           MOVE WS-SEND-TIME-RAW(1:6)   TO WS-SEND-TIME
           PERFORM 050-WRITE-HEADER
           .
      *
       050-WRITE-HEADER.
           MOVE WS-TODAY-DATE           TO WS-SH-SEND-DATE
           MOVE WS-SEND-TIME            TO WS-SH-SEND-TIME
           WRITE SUPORD-RECORD FROM WS-SUPORD-HEADER
           IF NOT WS-SUPORDS-STATUS-OK
              DISPLAY ' Error writing file SUPORDS, Status: '
                         WS-SUPORDS-STATUS
           END-IF
           .
      *
      * ** The order goes to the supplier's ORDER-ADDRESS - without
      * ** one the line cannot be sent and stays queued
       100-SEND-ORDER-LINE.
           PERFORM 120-FIND-ORDER-ADDRESS
           IF NOT SUPPLIER-ON-MASTER
              ADD 1                     TO WS-NO-SUPPLIER
              DISPLAY ' ** Supplier not on SUPMAST - line held: '
                 PL-PO-NUMBER ' ' PL-PART-NUMBER ' '
                 PL-SUPPLIER-CODE
              EXIT PARAGRAPH
           END-IF
           IF NOT ORDER-ADDRESS-FOUND
              ADD 1                     TO WS-NO-ORDER-ADDRESS
              DISPLAY ' ** No ORDER-ADDRESS on SUPMAST - line held: '
                 PL-PO-NUMBER ' ' PL-PART-NUMBER ' '
                 PL-SUPPLIER-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 300-WRITE-DETAIL
           IF NOT WS-SUPORDS-STATUS-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM 400-MARK-LINE-SENT
           .
      *
       120-FIND-ORDER-ADDRESS.
           MOVE 'N'                     TO WS-SUPPLIER-STATE
           MOVE 'N'                     TO WS-ADDRESS-STATE
           MOVE PL-SUPPLIER-CODE        TO SM-SUPPLIER-CODE
           READ SUPMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-SUPPLIER-STATE
           END-READ
           IF NOT SUPPLIER-ON-MASTER
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > 3 OR ORDER-ADDRESS-FOUND
              IF SM-ADDRESS-TYPE(WS-ADDR-SUB) = '1'
                 MOVE 'Y'               TO WS-ADDRESS-STATE
                 MOVE SM-ADDRESS-1(WS-ADDR-SUB) TO WS-SD-ADDRESS-1
                 MOVE SM-ADDRESS-2(WS-ADDR-SUB) TO WS-SD-ADDRESS-2
                 MOVE SM-ADDRESS-3(WS-ADDR-SUB) TO WS-SD-ADDRESS-3
                 MOVE SM-CITY(WS-ADDR-SUB)      TO WS-SD-CITY
                 MOVE SM-ADDR-STATE(WS-ADDR-SUB)
                                        TO WS-SD-ADDR-STATE
                 MOVE SM-ZIP-CODE(WS-ADDR-SUB)  TO WS-SD-ZIP-CODE
              END-IF
           END-PERFORM
           .
      *
       300-WRITE-DETAIL.
           MOVE PL-XMIT-ACTION          TO WS-SD-ACTION
           MOVE PL-PO-NUMBER            TO WS-SD-PO-NUMBER
           MOVE PL-PART-NUMBER          TO WS-SD-PART-NUMBER
           MOVE PL-SUPPLIER-CODE        TO WS-SD-SUPPLIER-CODE
           MOVE SM-SUPPLIER-NAME        TO WS-SD-SUPPLIER-NAME
           MOVE PL-BUYER-CODE           TO WS-SD-BUYER-CODE
           MOVE PL-QUANTITY             TO WS-SD-QUANTITY
           MOVE PL-UNIT-PRICE           TO WS-SD-UNIT-PRICE
           MOVE PL-CURRENCY-CODE        TO WS-SD-CURRENCY-CODE
           MOVE PL-ORDER-DATE           TO WS-SD-ORDER-DATE
           MOVE PL-DELIVERY-DATE        TO WS-SD-DELIVERY-DATE
           WRITE SUPORD-RECORD FROM WS-SUPORD-DETAIL
           IF NOT WS-SUPORDS-STATUS-OK
              DISPLAY ' Error writing file SUPORDS, Status: '
                         WS-SUPORDS-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-DETAIL-COUNT
           ADD PL-QUANTITY              TO WS-QUANTITY-HASH
           EVALUATE TRUE
              WHEN PL-XMIT-NEW
                 ADD 1                  TO WS-NEW-SENT
              WHEN PL-XMIT-CHANGE
                 ADD 1                  TO WS-CHANGES-SENT
              WHEN PL-XMIT-CANCEL
                 ADD 1                  TO WS-CANCELS-SENT
           END-EVALUATE
           .
      *
      * ** The send date is what POACK01 ages an unanswered line by
       400-MARK-LINE-SENT.
           MOVE 'S'                     TO PL-XMIT-STATUS
           MOVE WS-TODAY-DATE           TO PL-XMIT-DATE
           REWRITE POMAST-REC
             INVALID KEY
                 ADD 1                  TO WS-REWRITE-ERRORS
                 DISPLAY ' Error rewriting POMAST, Status: '
                    WS-POMAST-STATUS ' Key: ' PL-KEY
           END-REWRITE
           .
      *
       800-WRITE-TRAILER.
           MOVE WS-DETAIL-COUNT         TO WS-ST-DETAIL-COUNT
           MOVE WS-QUANTITY-HASH        TO WS-ST-QUANTITY-HASH
           WRITE SUPORD-RECORD FROM WS-SUPORD-TRAILER
           IF NOT WS-SUPORDS-STATUS-OK
              DISPLAY ' Error writing file SUPORDS, Status: '
                         WS-SUPORDS-STATUS
           END-IF
           .
      *
       200-READ-NEXT.
           READ POMAST NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-POMAST-READ
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
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' POXMIT01 CONTROL TOTALS'
           DISPLAY ' PO LINES READ          : ' WS-POMAST-READ
           DISPLAY ' NEW LINES SENT         : ' WS-NEW-SENT
           DISPLAY ' CHANGED LINES SENT     : ' WS-CHANGES-SENT
           DISPLAY ' CANCELLED LINES SENT   : ' WS-CANCELS-SENT
           DISPLAY ' DETAIL RECORDS WRITTEN : ' WS-DETAIL-COUNT
           DISPLAY ' HELD - NO SUPPLIER     : ' WS-NO-SUPPLIER
           DISPLAY ' HELD - NO ORDER ADDRESS: ' WS-NO-ORDER-ADDRESS
           DISPLAY ' POMAST REWRITE ERRORS  : ' WS-REWRITE-ERRORS
           DISPLAY '================================================'
           .
