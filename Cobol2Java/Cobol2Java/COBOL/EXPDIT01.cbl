      *============================
      * ** Expedite action report - POAGE01 tells purchasing what is
      * ** already late; this tells them what is about to be.  Each
      * ** open line on the POMAST order-line master is netted
      * ** against the RECEIPTS file, less anything returned to the
      * ** vendor at inspection (RTVFILE), the way the aging report
      * ** nets, the part's WEEKS-LEAD-TIME is fetched by a keyed
      * ** read of PARTMAST, and an order
      * ** with quantity still open whose window to DELIVERY-DATE has
      * ** shrunk inside the part's WEEKS-LEAD-TIME (shop working
      * ** days remaining from the SHOPCAL calendar via WRKDAYS, as
      * ** POAGE01 computes, against five working days a lead-time
      * ** week; the heading names the calendar year used) is
      * ** flagged - sorted by
      * ** BUYER-CODE with the buyer's name and department from
      * ** BUYERMST, so each buyer gets an expedite worklist instead
      * ** of discovering the problem on the aging report too late.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT POMAST      ASSIGN TO POMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PL-KEY
             FILE STATUS      IS  WS-POMAST-STATUS
             .
           SELECT PARTMAST    ASSIGN TO PARTMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PM-PART-NUMBER
             FILE STATUS      IS  WS-PARTMAST-STATUS
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
           SELECT BUYERMST    ASSIGN TO BUYERMST
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
      * ** Part master loaded by PMLOAD01 - source of the part's
      * ** WEEKS-LEAD-TIME
       FD  PARTMAST
           RECORD CONTAINS 473 CHARACTERS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER           PIC X(23).
           05  PM-REST-OF-RECORD        PIC X(450).
      *
       FD  RECEIPTS
           RECORDING MODE IS F
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
       FD  BUYERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYER-RECORD.
       01  BUYER-RECORD.
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
       SD  EXP-SORT-WORK
           RECORD CONTAINS 65 CHARACTERS

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-PARTMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTMAST-STATUS-OK   VALUE '00'.
           05 WS-RECEIPTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RECEIPTS-STATUS-OK   VALUE '00'.
           05 WS-RTVFILE-STATUS         PIC X(02) VALUE '00'.
             88 WS-RTVFILE-STATUS-OK    VALUE '00'.
           05 WS-BUYERMST-STATUS        PIC X(02) VALUE '00'.
             88 WS-BUYERMST-STATUS-OK   VALUE '00'.
           05 WS-EXPDTRPT-STATUS        PIC X(02) VALUE '00'.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-RECEIPTS-EOF           PIC X VALUE SPACES.
              88 RECEIPTS-EOF-FOUND     VALUE 'Y'.
           05 WS-RTVFILE-EOF            PIC X VALUE SPACES.
              88 RTVFILE-EOF-FOUND      VALUE 'Y'.
           05 WS-BUYERMST-EOF           PIC X VALUE SPACES.
              88 BUYERMST-EOF-FOUND     VALUE 'Y'.
           05 WS-SORT-EOF               PIC X VALUE SPACES.
              88 FIRST-BUYER            VALUE 'Y'.
           05 WS-RCPT-MATCHED           PIC X VALUE 'N'.
              88 RCPT-MATCHED           VALUE 'Y'.
           05 WS-PART-STATE             PIC X VALUE 'N'.
              88 PART-ON-MASTER         VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-PO-LINES-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RECEIPTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RETURNS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-FLAGGED-COUNT          PIC 9(05) VALUE ZEROS.
           05 WS-BUYER-LINE-COUNT       PIC 9(05) VALUE ZEROS.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
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
               10  FILLER                PIC X(22) VALUE
                   'EXPEDITE ACTION REPORT'.
               10  FILLER                PIC X(04) VALUE SPACES.
               10  WS-HL-CALENDAR        PIC X(30).
           05  WS-BUYER-HEADER-LINE.
               10  FILLER                PIC X(07) VALUE 'BUYER: '.
               10  WS-BH-BUYER-CODE      PIC X(03).
              DISPLAY ' Error opening file EXPDTRPT, Status: '
                         WS-EXPDTRPT-STATUS
           END-IF
           MOVE 'L'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-CALENDAR-TITLE    TO WS-HL-CALENDAR
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
           PERFORM 050-LOAD-RECEIPTS
           PERFORM 060-LOAD-RETURNS
           PERFORM 070-LOAD-BUYER-NAMES
           .
      *
              END-IF
           END-IF
           .
      *
      * ** Material sent back at inspection was never really
      * ** received - each return nets out of its order line's
      * ** rolled-up receipts, as POAGE01 nets it.  No returns on
      * ** file is a normal day
       060-LOAD-RETURNS.
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
                    PERFORM 065-POST-RETURN
              END-READ
           END-PERFORM
           IF WS-RTVFILE-STATUS = '00' OR '10'
              CLOSE RTVFILE
           END-IF
           .
      *
      * ** A return whose receipt is not on file still nets - it
      * ** opens the line's entry at a negative quantity
       065-POST-RETURN.
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
       070-LOAD-BUYER-NAMES.
           OPEN INPUT BUYERMST
           END-IF
           .
      *
      * ** Releases one sort record per flagged order line, keyed by
      * ** buyer - cancelled lines owe nothing and are skipped
       100-LOAD-SORT.
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           OPEN INPUT PARTMAST
           IF NOT WS-PARTMAST-STATUS-OK
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
           END-IF
           PERFORM 150-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              IF PL-LINE-OPEN
                 PERFORM 160-CHECK-PO-LINES
              END-IF
              PERFORM 150-READ-NEXT
           END-PERFORM
           CLOSE POMAST
                 PARTMAST
           .
      *
       150-READ-NEXT.
           READ POMAST NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-PO-LINES-READ
           END-READ
           .
      *
      * ** Flags an open line with quantity still open whose days
      * ** to DELIVERY-DATE have shrunk inside the part's lead time
      * ** - already-past-due orders belong to the aging report and
      * ** are not repeated here
       160-CHECK-PO-LINES.
           IF PL-DELIVERY-DATE = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE PL-DELIVERY-DATE        TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY = 0 AND LILIAN >= TODAY-LILIAN
              MOVE 'C'                  TO WS-WD-FUNCTION
              MOVE TODAY-LILIAN         TO WS-WD-FROM-LILIAN
              MOVE LILIAN               TO WS-WD-TO-LILIAN
              CALL WS-WRKDAYS USING WS-WORKDAY-AREA
              MOVE WS-WD-WORKING-DAYS   TO WS-DAYS-REMAINING
              PERFORM 165-FETCH-LEAD-TIME
              IF WS-DAYS-REMAINING < WS-LEAD-DAYS
                 PERFORM 170-NET-RECEIPTS
                 IF WS-QTY-REMAINING > 0
                    PERFORM 180-RELEASE-FLAGGED-LINE
                 END-IF
              END-IF
           END-IF
           .
      *
      * ** A part missing from the master has no known lead time and
      * ** is treated as zero weeks, as a non-numeric lead time is.
      * ** A lead-time week is five shop working days
       165-FETCH-LEAD-TIME.
           MOVE 'N'                     TO WS-PART-STATE
           MOVE ZERO                    TO WS-LEAD-DAYS
           MOVE PL-PART-NUMBER          TO PM-PART-NUMBER
           READ PARTMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-PART-STATE
                 MOVE PARTMAST-REC      TO PART-SUPP-ADDR-PO
           END-READ
           IF NOT PART-ON-MASTER
              MOVE ZERO                 TO WEEKS-LEAD-TIME
              EXIT PARAGRAPH
           END-IF
           IF WEEKS-LEAD-TIME IS NUMERIC
              COMPUTE WS-LEAD-DAYS = WEEKS-LEAD-TIME * 5
           ELSE
              MOVE ZERO                 TO WEEKS-LEAD-TIME
           END-IF
           .
      *
       170-NET-RECEIPTS.
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
       180-RELEASE-FLAGGED-LINE.
           MOVE PL-BUYER-CODE           TO EX-BUYER-CODE
           MOVE PL-PART-NUMBER          TO EX-PART-NUMBER
           MOVE PL-SUPPLIER-CODE        TO EX-SUPPLIER-CODE
           MOVE PL-PO-NUMBER            TO EX-PO-NUMBER
           MOVE PL-DELIVERY-DATE        TO EX-DELIVERY-DATE
           MOVE WS-DAYS-REMAINING       TO EX-DAYS-REMAINING
           MOVE WEEKS-LEAD-TIME         TO EX-LEAD-WEEKS
           MOVE WS-QTY-REMAINING        TO EX-QTY-REMAINING
