       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTAT01.
      *============================
      * ** Purchase-order status build - rolls up, for every POMAST
      * ** order line, what has happened against it since it was
      * ** placed: quantity received to date from the validated
      * ** receipts (GOODRCPT, read under the RECEIPTS DD), quantity
      * ** on invoices APMTCH01 approved and how much of that AP has
      * ** confirmed paid (INVHIST), shop working days past
      * ** DELIVERY-DATE (SHOPCAL calendar via WRKDAYS, as POAGE01
      * ** ages) for an open line not yet fully received, and the
      * ** count and the three latest POCHG01 amendments logged to
      * ** AUDITLOG.  The
      * ** POSTAT file is rebuilt from scratch each run, keyed
      * ** BUYER-CODE/PO-NUMBER/PART-NUMBER, for the POIQ online
      * ** inquiry (POINQ01) to answer "where is my order?" by PO or
      * ** by buyer without anyone reading the batch listings.  Run
      * ** it daily after receipts, the three-way match and change
      * ** orders have posted.
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
           SELECT RECEIPTS    ASSIGN TO RECEIPTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RECEIPTS-STATUS
             .
           SELECT INVHIST     ASSIGN TO INVHIST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  IH-KEY
             FILE STATUS      IS  WS-INVHIST-STATUS
             .
           SELECT AUDITLOG    ASSIGN TO AUDITLOG
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-AUDITLOG-STATUS
             .
           SELECT POSTAT      ASSIGN TO POSTAT
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PS-KEY
             FILE STATUS      IS  WS-POSTAT-STATUS
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
           05  PL-XMIT-STATUS           PIC X(01).
           05  PL-XMIT-ACTION           PIC X(01).
           05  PL-XMIT-DATE             PIC 9(08).
           05  PL-ACK-STATUS            PIC X(01).
           05  PL-PROMISED-DATE         PIC 9(08).
           05  PL-ACK-DATE              PIC 9(08).
           05  FILLER                   PIC X(14).
      *
      * ** Validated receipts RCPVAL01 passed to GOODRCPT
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
      * ** The audit log - read for the POCHG01 amendment lines,
      * ** which carry the PO-NUMBER in message positions 30-35
       FD  AUDITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 135 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           05  AL-RUN-ID                 PIC X(15).
           05  FILLER                    PIC X(01).
           05  AL-RUN-DATE               PIC 9(08).
           05  FILLER                    PIC X(01).
           05  AL-RUN-TIME               PIC 9(06).
           05  FILLER                    PIC X(01).
           05  AL-SOURCE-ID              PIC X(08).
           05  FILLER                    PIC X(01).
           05  AL-RECORD-NUMBER          PIC 9(07).
           05  FILLER                    PIC X(01).
           05  AL-PART-NUMBER            PIC X(23).
           05  FILLER                    PIC X(01).
           05  AL-SUPPLIER-CODE          PIC X(10).
           05  FILLER                    PIC X(01).
           05  AL-EDIT-OUTCOME           PIC X(10).
           05  FILLER                    PIC X(01).
           05  AL-EDIT-ERROR-MESSAGE     PIC X(40).
      *
      * ** PO status - one record per order line, rebuilt each run
      * ** and read online by POINQ01
       FD  POSTAT
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD IS POSTAT-REC.
       01  POSTAT-REC.
           05  PS-KEY.
               10  PS-BUYER-CODE        PIC X(03).
               10  PS-PO-NUMBER         PIC X(06).
               10  PS-PART-NUMBER       PIC X(23).
           05  PS-SUPPLIER-CODE         PIC X(10).
           05  PS-QTY-ORDERED           PIC S9(07).
           05  PS-DELIVERY-DATE         PIC 9(08).
           05  PS-LINE-STATUS           PIC X(02).
               88 PS-LINE-OPEN          VALUE 'OP'.
               88 PS-LINE-RECEIVED      VALUE 'RC'.
               88 PS-LINE-CANCELLED     VALUE 'CX'.
           05  PS-QTY-RECEIVED          PIC S9(07).
           05  PS-LAST-RECEIPT-DATE     PIC 9(08).
           05  PS-QTY-INVOICED          PIC S9(07).
           05  PS-QTY-PAID              PIC S9(07).
           05  PS-DAYS-LATE             PIC 9(05).
           05  PS-CHANGE-COUNT          PIC 9(03).
           05  PS-CHANGE OCCURS 3 TIMES.
               10  PS-CHANGE-DATE       PIC 9(08).
               10  PS-CHANGE-TEXT       PIC X(28).
           05  PS-BUILD-DATE            PIC 9(08).
           05  FILLER                   PIC X(38).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-RECEIPTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RECEIPTS-STATUS-OK   VALUE '00'.
           05 WS-INVHIST-STATUS         PIC X(02) VALUE '00'.
             88 WS-INVHIST-STATUS-OK    VALUE '00'.
           05 WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
             88 WS-AUDITLOG-STATUS-OK   VALUE '00'.
           05 WS-POSTAT-STATUS          PIC X(02) VALUE '00'.
             88 WS-POSTAT-STATUS-OK     VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-RECEIPTS-EOF           PIC X VALUE SPACES.
              88 RECEIPTS-EOF-FOUND     VALUE 'Y'.
           05 WS-INVHIST-EOF            PIC X VALUE SPACES.
              88 INVHIST-EOF-FOUND      VALUE 'Y'.
           05 WS-AUDITLOG-EOF           PIC X VALUE SPACES.
              88 AUDITLOG-EOF-FOUND     VALUE 'Y'.
           05 WS-ENTRY-MATCHED          PIC X VALUE 'N'.
              88 ENTRY-MATCHED          VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-PO-LINES-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RECEIPTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-INVHIST-READ           PIC 9(07) VALUE ZEROS.
           05 WS-AUDITLOG-READ          PIC 9(07) VALUE ZEROS.
           05 WS-CHANGES-FOUND          PIC 9(07) VALUE ZEROS.
           05 WS-STATUS-WRITTEN         PIC 9(07) VALUE ZEROS.
           05 WS-LATE-LINES             PIC 9(07) VALUE ZEROS.
           05 WS-WRITE-ERRORS           PIC 9(07) VALUE ZEROS.
      *
       01  WS-CHANGE-PO                 PIC X(06).
       01  WS-SLOT-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-DAYS-LATE                 PIC S9(9) BINARY.
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
      * ** Receipts rolled up by PO-NUMBER/PART-NUMBER, sized as the
      * ** expedite and aging runs size theirs - a run that fills it
      * ** stops RC 12 rather than showing orders short-received
       01  WS-RECEIPT-TABLE.
           05 WS-RCPT-COUNT             PIC 9(08) COMP VALUE ZERO.
           05 WS-RCPT-ENTRY             OCCURS 150000 TIMES
                                         INDEXED BY WS-RCPT-IDX.
              10 WS-RCPT-PO-NUMBER      PIC X(06).
              10 WS-RCPT-PART-NUMBER    PIC X(23).
              10 WS-RCPT-QTY            PIC S9(07) COMP.
              10 WS-RCPT-LAST-DATE      PIC 9(08).
           05 WS-RCPT-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 RCPT-TABLE-FULL        VALUE 'Y'.
      *
      * ** Approved and paid invoice quantity by PO-NUMBER/
      * ** PART-NUMBER from the invoice history
       01  WS-INVOICE-TABLE.
           05 WS-INV-COUNT              PIC 9(08) COMP VALUE ZERO.
           05 WS-INV-ENTRY              OCCURS 150000 TIMES
                                         INDEXED BY WS-INV-IDX.
              10 WS-INV-PO-NUMBER       PIC X(06).
              10 WS-INV-PART-NUMBER     PIC X(23).
              10 WS-INV-QTY             PIC S9(07) COMP.
              10 WS-INV-PAID-QTY        PIC S9(07) COMP.
           05 WS-INV-TABLE-FULL         PIC X(01) VALUE 'N'.
              88 INV-TABLE-FULL         VALUE 'Y'.
      *
      * ** POCHG01 amendments by PO-NUMBER/PART-NUMBER - the count
      * ** of all of them and the latest three, newest first
       01  WS-CHANGE-TABLE.
           05 WS-CHG-COUNT              PIC 9(08) COMP VALUE ZERO.
           05 WS-CHG-ENTRY              OCCURS 50000 TIMES
                                         INDEXED BY WS-CHG-IDX.
              10 WS-CHG-PO-NUMBER       PIC X(06).
              10 WS-CHG-PART-NUMBER     PIC X(23).
              10 WS-CHG-TOTAL           PIC 9(03) COMP.
              10 WS-CHG-SLOT            OCCURS 3 TIMES.
                 15 WS-CHG-DATE         PIC 9(08).
                 15 WS-CHG-TEXT         PIC X(28).
           05 WS-CHG-TABLE-FULL         PIC X(01) VALUE 'N'.
              88 CHG-TABLE-FULL         VALUE 'Y'.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 200-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              PERFORM 100-BUILD-STATUS
              PERFORM 200-READ-NEXT
           END-PERFORM
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE POMAST
                 POSTAT
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
           MOVE 'L'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
      * ** Rebuilt from scratch - yesterday's status is superseded
           OPEN OUTPUT POSTAT
           IF NOT WS-POSTAT-STATUS-OK
              DISPLAY ' Error opening file POSTAT, Status: '
                         WS-POSTAT-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
           PERFORM 050-LOAD-RECEIPTS
           PERFORM 060-LOAD-INVOICES
           PERFORM 070-LOAD-CHANGES
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
                    PERFORM 055-POST-RECEIPT
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-RECEIPTS-STATUS = '00' OR '10'
              CLOSE RECEIPTS
           END-IF
           .
      *
       055-POST-RECEIPT.
           MOVE 'N'                     TO WS-ENTRY-MATCHED
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
                      OR ENTRY-MATCHED
              IF WS-RCPT-PO-NUMBER(WS-RCPT-IDX) = RC-PO-NUMBER
                 AND WS-RCPT-PART-NUMBER(WS-RCPT-IDX)
                     = RC-PART-NUMBER
                 ADD RC-QTY-RECEIVED    TO WS-RCPT-QTY(WS-RCPT-IDX)
                 IF RC-RECEIPT-DATE > WS-RCPT-LAST-DATE(WS-RCPT-IDX)
                    MOVE RC-RECEIPT-DATE
                          TO WS-RCPT-LAST-DATE(WS-RCPT-IDX)
                 END-IF
                 MOVE 'Y'               TO WS-ENTRY-MATCHED
              END-IF
           END-PERFORM
           IF NOT ENTRY-MATCHED
              IF WS-RCPT-COUNT < 150000
                 ADD 1                  TO WS-RCPT-COUNT
                 MOVE RC-PO-NUMBER
                            TO WS-RCPT-PO-NUMBER(WS-RCPT-COUNT)
                 MOVE RC-PART-NUMBER
                            TO WS-RCPT-PART-NUMBER(WS-RCPT-COUNT)
                 MOVE RC-QTY-RECEIVED
                            TO WS-RCPT-QTY(WS-RCPT-COUNT)
                 MOVE RC-RECEIPT-DATE
                            TO WS-RCPT-LAST-DATE(WS-RCPT-COUNT)
              ELSE
                 IF NOT RCPT-TABLE-FULL
                    MOVE 'Y'            TO WS-RCPT-TABLE-FULL
                    DISPLAY ' ** WS-RECEIPT-TABLE FULL AT 150000 - '
                       'receipts incomplete, run failed'
                 END-IF
                 MOVE 12                TO RETURN-CODE
              END-IF
           END-IF
           .
      *
       060-LOAD-INVOICES.
           OPEN INPUT INVHIST
           IF NOT WS-INVHIST-STATUS-OK
              DISPLAY ' Error opening file INVHIST, Status: '
                         WS-INVHIST-STATUS
              MOVE 'Y'                  TO WS-INVHIST-EOF
           END-IF
           PERFORM UNTIL INVHIST-EOF-FOUND
              READ INVHIST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-INVHIST-EOF
                NOT AT END
                    ADD 1               TO WS-INVHIST-READ
                    PERFORM 065-POST-INVOICE
              END-READ
           END-PERFORM
           IF WS-INVHIST-STATUS = '00' OR '10'
              CLOSE INVHIST
           END-IF
           .
      *
       065-POST-INVOICE.
           MOVE 'N'                     TO WS-ENTRY-MATCHED
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
                      OR ENTRY-MATCHED
              IF WS-INV-PO-NUMBER(WS-INV-IDX) = IH-PO-NUMBER
                 AND WS-INV-PART-NUMBER(WS-INV-IDX)
                     = IH-PART-NUMBER
                 MOVE 'Y'               TO WS-ENTRY-MATCHED
              END-IF
           END-PERFORM
           IF ENTRY-MATCHED
              SET WS-INV-IDX DOWN BY 1
           ELSE
              IF WS-INV-COUNT < 150000
                 ADD 1                  TO WS-INV-COUNT
                 SET WS-INV-IDX         TO WS-INV-COUNT
                 MOVE IH-PO-NUMBER
                            TO WS-INV-PO-NUMBER(WS-INV-IDX)
                 MOVE IH-PART-NUMBER
                            TO WS-INV-PART-NUMBER(WS-INV-IDX)
                 MOVE ZERO  TO WS-INV-QTY(WS-INV-IDX)
                 MOVE ZERO  TO WS-INV-PAID-QTY(WS-INV-IDX)
              ELSE
                 IF NOT INV-TABLE-FULL
                    MOVE 'Y'            TO WS-INV-TABLE-FULL
                    DISPLAY ' ** WS-INVOICE-TABLE FULL AT 150000 - '
                       'invoicing incomplete, run failed'
                 END-IF
                 MOVE 12                TO RETURN-CODE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           ADD IH-QTY-INVOICED          TO WS-INV-QTY(WS-INV-IDX)
           IF IH-PAID
              ADD IH-QTY-INVOICED    TO WS-INV-PAID-QTY(WS-INV-IDX)
           END-IF
           .
      *
       070-LOAD-CHANGES.
           OPEN INPUT AUDITLOG
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error opening file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
              MOVE 'Y'                  TO WS-AUDITLOG-EOF
           END-IF
           PERFORM UNTIL AUDITLOG-EOF-FOUND
              READ AUDITLOG
                AT END
                    MOVE 'Y'            TO WS-AUDITLOG-EOF
                NOT AT END
                    ADD 1               TO WS-AUDITLOG-READ
      * ** Only an applied amendment counts - POCHG01 also logs the
      * ** changes it rejected or held under the same source
                    IF AL-SOURCE-ID = 'POCHG'
                       AND AL-EDIT-OUTCOME = 'POCHANGE'
                       PERFORM 075-POST-CHANGE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-AUDITLOG-STATUS = '00' OR '10'
              CLOSE AUDITLOG
           END-IF
           .
      *
      * ** The log is in run order, so each amendment found pushes
      * ** the older ones down a slot - slot 1 is always the latest
       075-POST-CHANGE.
           ADD 1                        TO WS-CHANGES-FOUND
           MOVE AL-EDIT-ERROR-MESSAGE(30:6)
                                        TO WS-CHANGE-PO
           MOVE 'N'                     TO WS-ENTRY-MATCHED
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                      OR ENTRY-MATCHED
              IF WS-CHG-PO-NUMBER(WS-CHG-IDX) = WS-CHANGE-PO
                 AND WS-CHG-PART-NUMBER(WS-CHG-IDX)
                     = AL-PART-NUMBER
                 MOVE 'Y'               TO WS-ENTRY-MATCHED
              END-IF
           END-PERFORM
           IF ENTRY-MATCHED
              SET WS-CHG-IDX DOWN BY 1
           ELSE
              IF WS-CHG-COUNT < 50000
                 ADD 1                  TO WS-CHG-COUNT
                 SET WS-CHG-IDX         TO WS-CHG-COUNT
                 MOVE SPACES         TO WS-CHG-ENTRY(WS-CHG-IDX)
                 MOVE WS-CHANGE-PO
                            TO WS-CHG-PO-NUMBER(WS-CHG-IDX)
                 MOVE AL-PART-NUMBER
                            TO WS-CHG-PART-NUMBER(WS-CHG-IDX)
                 MOVE ZERO  TO WS-CHG-TOTAL(WS-CHG-IDX)
                 MOVE ZERO  TO WS-CHG-DATE(WS-CHG-IDX, 1)
                               WS-CHG-DATE(WS-CHG-IDX, 2)
                               WS-CHG-DATE(WS-CHG-IDX, 3)
              ELSE
      * ** Only costs change history on the inquiry - warn, don't
      * ** fail the build
                 IF NOT CHG-TABLE-FULL
                    MOVE 'Y'            TO WS-CHG-TABLE-FULL
                    DISPLAY ' ** WS-CHANGE-TABLE FULL AT 50000 - '
                       'change history incomplete'
                    IF RETURN-CODE < 4
                       MOVE 4           TO RETURN-CODE
                    END-IF
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF WS-CHG-TOTAL(WS-CHG-IDX) < 999
              ADD 1                  TO WS-CHG-TOTAL(WS-CHG-IDX)
           END-IF
           MOVE WS-CHG-SLOT(WS-CHG-IDX, 2)
                                     TO WS-CHG-SLOT(WS-CHG-IDX, 3)
           MOVE WS-CHG-SLOT(WS-CHG-IDX, 1)
                                     TO WS-CHG-SLOT(WS-CHG-IDX, 2)
           MOVE AL-RUN-DATE          TO WS-CHG-DATE(WS-CHG-IDX, 1)
           MOVE AL-EDIT-ERROR-MESSAGE(2:28)
                                     TO WS-CHG-TEXT(WS-CHG-IDX, 1)
           .
      *
      * ** One status record per order line, whatever its state -
      * ** a cancelled line still answers "what happened to it"
       100-BUILD-STATUS.
           MOVE SPACES                  TO POSTAT-REC
           MOVE PL-BUYER-CODE           TO PS-BUYER-CODE
           MOVE PL-PO-NUMBER            TO PS-PO-NUMBER
           MOVE PL-PART-NUMBER          TO PS-PART-NUMBER
           MOVE PL-SUPPLIER-CODE        TO PS-SUPPLIER-CODE
           MOVE PL-QUANTITY             TO PS-QTY-ORDERED
           MOVE PL-DELIVERY-DATE        TO PS-DELIVERY-DATE
           MOVE WS-TODAY-DATE           TO PS-BUILD-DATE
           MOVE ZERO                    TO PS-QTY-RECEIVED
                                           PS-LAST-RECEIPT-DATE
                                           PS-QTY-INVOICED
                                           PS-QTY-PAID
                                           PS-DAYS-LATE
                                           PS-CHANGE-COUNT
           MOVE ZERO                    TO PS-CHANGE-DATE(1)
                                           PS-CHANGE-DATE(2)
                                           PS-CHANGE-DATE(3)
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
              IF WS-RCPT-PO-NUMBER(WS-RCPT-IDX) = PL-PO-NUMBER
                 AND WS-RCPT-PART-NUMBER(WS-RCPT-IDX)
                     = PL-PART-NUMBER
                 MOVE WS-RCPT-QTY(WS-RCPT-IDX)
                                        TO PS-QTY-RECEIVED
                 MOVE WS-RCPT-LAST-DATE(WS-RCPT-IDX)
                                        TO PS-LAST-RECEIPT-DATE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT
              IF WS-INV-PO-NUMBER(WS-INV-IDX) = PL-PO-NUMBER
                 AND WS-INV-PART-NUMBER(WS-INV-IDX)
                     = PL-PART-NUMBER
                 MOVE WS-INV-QTY(WS-INV-IDX)
                                        TO PS-QTY-INVOICED
                 MOVE WS-INV-PAID-QTY(WS-INV-IDX)
                                        TO PS-QTY-PAID
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
              IF WS-CHG-PO-NUMBER(WS-CHG-IDX) = PL-PO-NUMBER
                 AND WS-CHG-PART-NUMBER(WS-CHG-IDX)
                     = PL-PART-NUMBER
                 MOVE WS-CHG-TOTAL(WS-CHG-IDX)
                                        TO PS-CHANGE-COUNT
                 PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                         UNTIL WS-SLOT-SUB > 3
                    MOVE WS-CHG-DATE(WS-CHG-IDX, WS-SLOT-SUB)
                                 TO PS-CHANGE-DATE(WS-SLOT-SUB)
                    MOVE WS-CHG-TEXT(WS-CHG-IDX, WS-SLOT-SUB)
                                 TO PS-CHANGE-TEXT(WS-SLOT-SUB)
                 END-PERFORM
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN PL-LINE-CANCELLED
                 MOVE 'CX'              TO PS-LINE-STATUS
              WHEN PS-QTY-RECEIVED NOT < PS-QTY-ORDERED
                 MOVE 'RC'              TO PS-LINE-STATUS
              WHEN OTHER
                 MOVE 'OP'              TO PS-LINE-STATUS
                 PERFORM 150-DAYS-LATE
           END-EVALUATE
           WRITE POSTAT-REC
             INVALID KEY
                 DISPLAY ' Error writing file POSTAT, Status: '
                            WS-POSTAT-STATUS
                 ADD 1                  TO WS-WRITE-ERRORS
                 EXIT PARAGRAPH
           END-WRITE
           ADD 1                        TO WS-STATUS-WRITTEN
           .
      *
      * ** Only an open line still owed has days late - working days
      * ** from DELIVERY-DATE to the build date, so a line due just
      * ** before a closure is not late while the plant is shut
       150-DAYS-LATE.
           IF PL-DELIVERY-DATE = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE PL-DELIVERY-DATE        TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY NOT = 0 OR LILIAN NOT < TODAY-LILIAN
              EXIT PARAGRAPH
           END-IF
           MOVE 'C'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           MOVE LILIAN                  TO WS-WD-FROM-LILIAN
           MOVE TODAY-LILIAN            TO WS-WD-TO-LILIAN
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-WORKING-DAYS      TO WS-DAYS-LATE
           IF WS-DAYS-LATE > 0
              MOVE WS-DAYS-LATE         TO PS-DAYS-LATE
              ADD 1                     TO WS-LATE-LINES
           END-IF
           .
      *
       200-READ-NEXT.
           READ POMAST NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-PO-LINES-READ
           END-READ
           .
      *
      * ** A line missing from POSTAT is invisible online - RC 12 so
      * ** the build is rerun before buyers rely on it
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' POSTAT01 CONTROL TOTALS'
           DISPLAY ' PO LINES READ          : ' WS-PO-LINES-READ
           DISPLAY ' RECEIPTS READ          : ' WS-RECEIPTS-READ
           DISPLAY ' INVOICE HISTORY READ   : ' WS-INVHIST-READ
           DISPLAY ' AUDIT LOG LINES READ   : ' WS-AUDITLOG-READ
           DISPLAY ' PO CHANGES FOUND       : ' WS-CHANGES-FOUND
           DISPLAY ' STATUS RECORDS WRITTEN : ' WS-STATUS-WRITTEN
           DISPLAY ' LINES PAST DELIVERY    : ' WS-LATE-LINES
           DISPLAY ' DAYS LATE COUNTED ON   : ' WS-WD-CALENDAR-TITLE
           DISPLAY ' STATUS WRITE ERRORS    : ' WS-WRITE-ERRORS
           DISPLAY '================================================'
           IF WS-WRITE-ERRORS > 0
              MOVE 12                   TO RETURN-CODE
           END-IF
           .
