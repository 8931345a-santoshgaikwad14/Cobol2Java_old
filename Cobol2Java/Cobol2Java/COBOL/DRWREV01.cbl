       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRWREV01.
      *============================
      * ** Open orders on revised drawings - every open line on the
      * ** POMAST order-line master whose part is bought to a
      * ** BLUEPRINT-NUMBER engineering has since revised.  The part's
      * ** drawing reference is fetched by a keyed read of PARTMAST
      * ** and the DRWMAST drawing master maintained by DRWMNT01 is
      * ** held in core; a part whose BLUEPRINT-REVISION is blank,
      * ** not on the master, superseded (or due to be) or withdrawn
      * ** is listed against each of its open order lines, with the
      * ** line's quantity and delivery date and the drawing's
      * ** current released revision, the ECN that released it and
      * ** its effective date, so purchasing can amend the order to
      * ** the current revision before the supplier builds to the
      * ** old one.  Sorted by drawing with a count per drawing; a
      * ** blueprint not on the drawing master at all, or a part not
      * ** on PARTMAST, is counted but not listed - FINPARTS warns on
      * ** those.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
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
           SELECT DRWMAST     ASSIGN TO DRWMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-DRWMAST-STATUS
             .
           SELECT DRW-SORT-WORK ASSIGN TO SRTWK10.
           SELECT DRWREVR     ASSIGN TO DRWREVR
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-DRWREVR-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Part master loaded by PMLOAD01 - source of each ordered
      * ** part's drawing reference
       FD  PARTMAST
           RECORD CONTAINS 473 CHARACTERS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER           PIC X(23).
           05  PM-REST-OF-RECORD        PIC X(450).
      *
      * ** Purchase-order line master loaded by POLOAD01 and amended
      * ** by POCHG01 - every open line drives the report
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
           05  FILLER                   PIC X(72).
      *
      * ** Drawing revision master maintained by DRWMNT01
       FD  DRWMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRWMAST-RECORD.
       01  DRWMAST-RECORD.
           05  DR-BLUEPRINT-NUMBER      PIC X(10).
           05  DR-REVISION              PIC X(02).
           05  DR-RELEASE-STATUS        PIC X(01).
           05  DR-EFF-FROM-DATE         PIC 9(08).
           05  DR-EFF-TO-DATE           PIC 9(08).
           05  DR-RELEASE-ECN           PIC X(10).
           05  DR-CLOSE-ECN             PIC X(10).
           05  DR-TITLE                 PIC X(20).
           05  FILLER                   PIC X(11).
      *
       SD  DRW-SORT-WORK
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS DRW-SORT-REC.
       01  DRW-SORT-REC.
           05  DV-BLUEPRINT-NUMBER      PIC X(10).
           05  DV-PART-NUMBER           PIC X(23).
           05  DV-PO-NUMBER             PIC X(06).
           05  DV-SUPPLIER-CODE         PIC X(10).
           05  DV-CITED-REVISION        PIC X(02).
           05  DV-CURRENT-REVISION      PIC X(02).
           05  DV-CURRENT-ECN           PIC X(10).
           05  DV-CURRENT-EFF-DATE      PIC 9(08).
           05  DV-DELIVERY-DATE         PIC 9(08).
           05  DV-QUANTITY              PIC S9(07).
           05  DV-NOTE                  PIC X(18).
           05  FILLER                   PIC X(06).
      *
       FD  DRWREVR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRWREV-LINE.
       01  DRWREV-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-PARTMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTMAST-STATUS-OK   VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-DRWMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-DRWMAST-STATUS-OK    VALUE '00'.
           05 WS-DRWREVR-STATUS         PIC X(02) VALUE '00'.
             88 WS-DRWREVR-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-DRWMAST-EOF            PIC X VALUE SPACES.
              88 DRWMAST-EOF-FOUND      VALUE 'Y'.
           05 WS-SORT-EOF               PIC X VALUE SPACES.
              88 SORT-EOF-FOUND         VALUE 'Y'.
           05 WS-FIRST-DRAWING          PIC X VALUE 'Y'.
              88 FIRST-DRAWING          VALUE 'Y'.
           05 WS-DRAWING-MATCH          PIC X VALUE 'N'.
              88 DRAWING-ON-MASTER      VALUE 'Y'.
           05 WS-CITED-MATCH            PIC X VALUE 'N'.
              88 CITED-REV-ON-MASTER    VALUE 'Y'.
           05 WS-RELEASE-MATCH          PIC X VALUE 'N'.
              88 RELEASED-REV-FOUND     VALUE 'Y'.
           05 WS-PART-STATE             PIC X VALUE 'N'.
              88 PART-ON-MASTER         VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-DRAWINGS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-PO-LINES-READ          PIC 9(07) VALUE ZEROS.
           05 WS-LINES-NOT-OPEN         PIC 9(07) VALUE ZEROS.
           05 WS-PARTS-NOT-FOUND        PIC 9(07) VALUE ZEROS.
           05 WS-PARTS-NO-DRAWING       PIC 9(07) VALUE ZEROS.
           05 WS-PARTS-NOT-ON-MASTER    PIC 9(07) VALUE ZEROS.
           05 WS-PARTS-REVISED          PIC 9(07) VALUE ZEROS.
           05 WS-ORDERS-LISTED          PIC 9(07) VALUE ZEROS.
           05 WS-DRAWING-LINE-COUNT     PIC 9(05) VALUE ZEROS.
      *
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-CURRENT-DRAWING           PIC X(10) VALUE SPACES.
       01  WS-CITED-SUB                 PIC 9(05) COMP VALUE ZERO.
       01  WS-RELEASE-SUB               PIC 9(05) COMP VALUE ZERO.
       01  WS-REVISION-NOTE             PIC X(18) VALUE SPACES.
      *
      * ** The whole drawing master held in core - sized as DRWMNT01
      * ** holds it, and a run that still fills it stops RC 12
      * ** rather than listing good drawings as not on the master
       01  WS-DRAWING-TABLE.
           05 WS-DRW-COUNT              PIC 9(05) COMP VALUE ZERO.
           05 WS-DRW-ENTRY              OCCURS 20000 TIMES
                                         INDEXED BY WS-DRW-IDX.
              10 WS-DT-BLUEPRINT-NUMBER PIC X(10).
              10 WS-DT-REVISION         PIC X(02).
              10 WS-DT-RELEASE-STATUS   PIC X(01).
                 88 WS-DT-RELEASED      VALUE 'R'.
                 88 WS-DT-SUPERSEDED    VALUE 'S'.
                 88 WS-DT-OBSOLETE      VALUE 'O'.
              10 WS-DT-EFF-FROM-DATE    PIC 9(08).
              10 WS-DT-EFF-TO-DATE      PIC 9(08).
              10 WS-DT-RELEASE-ECN      PIC X(10).
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(40) VALUE
                   'OPEN ORDERS ON REVISED DRAWINGS - RUN: '.
               10  WS-HL-TODAY-DATE      PIC 9(08).
           05  WS-DRAWING-HEADER-LINE.
               10  FILLER                PIC X(09) VALUE 'DRAWING: '.
               10  WS-DH-BLUEPRINT-NUMBER PIC X(10).
               10  FILLER                PIC X(16) VALUE
                   '  CURRENT REV: '.
               10  WS-DH-CURRENT-REVISION PIC X(02).
               10  FILLER                PIC X(07) VALUE '  ECN: '.
               10  WS-DH-CURRENT-ECN     PIC X(10).
               10  FILLER                PIC X(13) VALUE
                   '  EFFECTIVE: '.
               10  WS-DH-CURRENT-EFF-DATE PIC X(08).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(50) VALUE
                   '  PART-NUMBER             PO-NUM SUPPLIER   CITED'.
               10  FILLER                PIC X(40) VALUE
                   ' DELIVERY  ORDER-QTY NOTE'.
           05  WS-DETAIL-LINE.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-PART-NUMBER     PIC X(23).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PO-NUMBER       PIC X(06).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-CITED-REVISION  PIC X(02).
               10  FILLER                PIC X(04) VALUE SPACES.
               10  WS-DL-DELIVERY-DATE   PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-QUANTITY        PIC -(6)9.
               10  FILLER                PIC X(04) VALUE SPACES.
               10  WS-DL-NOTE            PIC X(18).
           05  WS-DRAWING-TOTAL-LINE.
               10  FILLER                PIC X(24) VALUE
                   '  ORDERS TO AMEND:      '.
               10  WS-DT-COUNT           PIC ZZZZ9.
           05  WS-GRAND-TOTAL-LINE.
               10  FILLER                PIC X(24) VALUE
                   'TOTAL ORDERS LISTED:    '.
               10  WS-GT-COUNT           PIC ZZZZZZ9.
      *
       COPY PARTSUPP.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           SORT DRW-SORT-WORK
               ON ASCENDING KEY DV-BLUEPRINT-NUMBER
               ON ASCENDING KEY DV-PART-NUMBER
               ON ASCENDING KEY DV-PO-NUMBER
               INPUT PROCEDURE  100-LOAD-SORT
               OUTPUT PROCEDURE 300-PRINT-REPORT
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE DRWREVR
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN OUTPUT DRWREVR
           IF NOT WS-DRWREVR-STATUS-OK
              DISPLAY ' Error opening file DRWREVR, Status: '
                         WS-DRWREVR-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE           TO WS-HL-TODAY-DATE
           WRITE DRWREV-LINE FROM WS-HEADER-LINE
           PERFORM 050-LOAD-DRAWINGS
           .
      *
       050-LOAD-DRAWINGS.
           OPEN INPUT DRWMAST
           IF NOT WS-DRWMAST-STATUS-OK
              DISPLAY ' Error opening file DRWMAST, Status: '
                         WS-DRWMAST-STATUS
              MOVE 'Y'                  TO WS-DRWMAST-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
           PERFORM UNTIL DRWMAST-EOF-FOUND
              READ DRWMAST
                AT END
                    MOVE 'Y'            TO WS-DRWMAST-EOF
                NOT AT END
                    ADD 1               TO WS-DRAWINGS-READ
                    IF WS-DRW-COUNT < 20000
                       ADD 1            TO WS-DRW-COUNT
                       MOVE DR-BLUEPRINT-NUMBER
                          TO WS-DT-BLUEPRINT-NUMBER(WS-DRW-COUNT)
                       MOVE DR-REVISION
                          TO WS-DT-REVISION(WS-DRW-COUNT)
                       MOVE DR-RELEASE-STATUS
                          TO WS-DT-RELEASE-STATUS(WS-DRW-COUNT)
                       MOVE DR-EFF-FROM-DATE
                          TO WS-DT-EFF-FROM-DATE(WS-DRW-COUNT)
                       MOVE DR-EFF-TO-DATE
                          TO WS-DT-EFF-TO-DATE(WS-DRW-COUNT)
                       MOVE DR-RELEASE-ECN
                          TO WS-DT-RELEASE-ECN(WS-DRW-COUNT)
                    ELSE
                       DISPLAY ' ** WS-DRAWING-TABLE FULL AT 20000 '
                          '- drawing master incomplete, run failed: '
                          DR-BLUEPRINT-NUMBER '/' DR-REVISION
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-DRWMAST-STATUS = '00' OR '10'
              CLOSE DRWMAST
           END-IF
           .
      *
      * ** Releases one sort record per open order line on a revised
      * ** drawing - cancelled and closed lines owe nothing and are
      * ** skipped
       100-LOAD-SORT.
           OPEN INPUT POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
           OPEN INPUT PARTMAST
           IF NOT WS-PARTMAST-STATUS-OK
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
           PERFORM 150-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              IF PL-LINE-OPEN
                 PERFORM 160-CHECK-PART
              ELSE
                 ADD 1                  TO WS-LINES-NOT-OPEN
              END-IF
              PERFORM 150-READ-NEXT
           END-PERFORM
           IF WS-POMAST-STATUS = '00' OR '10'
              CLOSE POMAST
           END-IF
           IF WS-PARTMAST-STATUS = '00' OR '23'
              CLOSE PARTMAST
           END-IF
           .
      *
       150-READ-NEXT.
           IF EOF-FOUND
              EXIT PARAGRAPH
           END-IF
           READ POMAST NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-PO-LINES-READ
           END-READ
           .
      *
      * ** Judges the part's cited revision the way FINPARTS does -
      * ** released and in effect, or superseded/withdrawn with the
      * ** change not yet in effect, is current - except that a
      * ** revision due to be superseded is listed here too, since
      * ** the drawing has already been revised.  A part missing
      * ** from PARTMAST has no drawing reference to judge
       160-CHECK-PART.
           PERFORM 165-FETCH-PART
           IF NOT PART-ON-MASTER
              ADD 1                     TO WS-PARTS-NOT-FOUND
              EXIT PARAGRAPH
           END-IF
           IF BLUEPRINT-NUMBER = SPACES
              ADD 1                     TO WS-PARTS-NO-DRAWING
              EXIT PARAGRAPH
           END-IF
           PERFORM 200-FIND-DRAWING
           IF NOT DRAWING-ON-MASTER
              ADD 1                     TO WS-PARTS-NOT-ON-MASTER
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-REVISION-NOTE
           EVALUATE TRUE
              WHEN BLUEPRINT-REVISION = SPACES
                 MOVE 'REV NOT CITED'   TO WS-REVISION-NOTE
              WHEN NOT CITED-REV-ON-MASTER
                 MOVE 'REV NOT ON MASTER'
                                        TO WS-REVISION-NOTE
              WHEN NOT RELEASED-REV-FOUND
                 MOVE 'DRAWING WITHDRAWN'
                                        TO WS-REVISION-NOTE
              WHEN WS-DT-RELEASED(WS-CITED-SUB)
                 CONTINUE
              WHEN WS-DT-OBSOLETE(WS-CITED-SUB)
                 MOVE 'REV WITHDRAWN'   TO WS-REVISION-NOTE
              WHEN WS-DT-EFF-TO-DATE(WS-CITED-SUB) >= WS-TODAY-DATE
                 MOVE 'SUPERSEDE PENDING'
                                        TO WS-REVISION-NOTE
              WHEN OTHER
                 MOVE 'SUPERSEDED'      TO WS-REVISION-NOTE
           END-EVALUATE
           IF WS-REVISION-NOTE = SPACES
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-PARTS-REVISED
           PERFORM 250-RELEASE-ORDER
           .
      *
       165-FETCH-PART.
           MOVE 'N'                     TO WS-PART-STATE
           MOVE PL-PART-NUMBER          TO PM-PART-NUMBER
           READ PARTMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-PART-STATE
                 MOVE PARTMAST-REC      TO PART-SUPP-ADDR-PO
           END-READ
           .
      *
      * ** Finds the cited revision, and the drawing's released
      * ** revision if it has one
       200-FIND-DRAWING.
           MOVE 'N'                     TO WS-DRAWING-MATCH
           MOVE 'N'                     TO WS-CITED-MATCH
           MOVE 'N'                     TO WS-RELEASE-MATCH
           MOVE ZERO                    TO WS-CITED-SUB
                                           WS-RELEASE-SUB
           PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
                   UNTIL WS-DRW-IDX > WS-DRW-COUNT
              IF WS-DT-BLUEPRINT-NUMBER(WS-DRW-IDX)
                    = BLUEPRINT-NUMBER
                 MOVE 'Y'               TO WS-DRAWING-MATCH
                 IF WS-DT-REVISION(WS-DRW-IDX) = BLUEPRINT-REVISION
                    MOVE 'Y'            TO WS-CITED-MATCH
                    SET WS-CITED-SUB    TO WS-DRW-IDX
                 END-IF
                 IF WS-DT-RELEASED(WS-DRW-IDX)
                    MOVE 'Y'            TO WS-RELEASE-MATCH
                    SET WS-RELEASE-SUB  TO WS-DRW-IDX
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      * ** One sort record per open order line - quantity, delivery
      * ** date and supplier as the order line carries them
       250-RELEASE-ORDER.
           MOVE SPACES                  TO DRW-SORT-REC
           MOVE BLUEPRINT-NUMBER        TO DV-BLUEPRINT-NUMBER
           MOVE PL-PART-NUMBER          TO DV-PART-NUMBER
           MOVE PL-PO-NUMBER            TO DV-PO-NUMBER
           MOVE PL-SUPPLIER-CODE        TO DV-SUPPLIER-CODE
           MOVE BLUEPRINT-REVISION      TO DV-CITED-REVISION
           IF RELEASED-REV-FOUND
              MOVE WS-DT-REVISION(WS-RELEASE-SUB)
                                        TO DV-CURRENT-REVISION
              MOVE WS-DT-RELEASE-ECN(WS-RELEASE-SUB)
                                        TO DV-CURRENT-ECN
              MOVE WS-DT-EFF-FROM-DATE(WS-RELEASE-SUB)
                                        TO DV-CURRENT-EFF-DATE
           ELSE
              MOVE ZERO                 TO DV-CURRENT-EFF-DATE
           END-IF
           MOVE PL-DELIVERY-DATE        TO DV-DELIVERY-DATE
           MOVE PL-QUANTITY             TO DV-QUANTITY
           MOVE WS-REVISION-NOTE        TO DV-NOTE
           RELEASE DRW-SORT-REC
           .
      *
      * ** One section per drawing, each with a count
       300-PRINT-REPORT.
           PERFORM 350-RETURN-NEXT
           PERFORM UNTIL SORT-EOF-FOUND
              IF FIRST-DRAWING
                 OR DV-BLUEPRINT-NUMBER NOT = WS-CURRENT-DRAWING
                 IF NOT FIRST-DRAWING
                    PERFORM 380-WRITE-DRAWING-TOTAL
                 END-IF
                 MOVE DV-BLUEPRINT-NUMBER
                                        TO WS-CURRENT-DRAWING
                 MOVE 'N'               TO WS-FIRST-DRAWING
                 PERFORM 360-WRITE-DRAWING-HEADER
              END-IF
              PERFORM 330-WRITE-ORDER-LINE
              PERFORM 350-RETURN-NEXT
           END-PERFORM
           IF NOT FIRST-DRAWING
              PERFORM 380-WRITE-DRAWING-TOTAL
           END-IF
           MOVE SPACES                  TO DRWREV-LINE
           WRITE DRWREV-LINE
           MOVE WS-ORDERS-LISTED        TO WS-GT-COUNT
           WRITE DRWREV-LINE FROM WS-GRAND-TOTAL-LINE
           .
      *
       330-WRITE-ORDER-LINE.
           MOVE DV-PART-NUMBER          TO WS-DL-PART-NUMBER
           MOVE DV-PO-NUMBER            TO WS-DL-PO-NUMBER
           MOVE DV-SUPPLIER-CODE        TO WS-DL-SUPPLIER-CODE
           MOVE DV-CITED-REVISION       TO WS-DL-CITED-REVISION
           MOVE DV-DELIVERY-DATE        TO WS-DL-DELIVERY-DATE
           MOVE DV-QUANTITY             TO WS-DL-QUANTITY
           MOVE DV-NOTE                 TO WS-DL-NOTE
           WRITE DRWREV-LINE FROM WS-DETAIL-LINE
           IF NOT WS-DRWREVR-STATUS-OK
              DISPLAY ' Error writing file DRWREVR, Status: '
                         WS-DRWREVR-STATUS
           END-IF
           ADD 1                        TO WS-DRAWING-LINE-COUNT
           ADD 1                        TO WS-ORDERS-LISTED
           .
      *
       350-RETURN-NEXT.
           RETURN DRW-SORT-WORK
             AT END
                 MOVE 'Y'       TO WS-SORT-EOF
           END-RETURN
           .
      *
       360-WRITE-DRAWING-HEADER.
           MOVE DV-BLUEPRINT-NUMBER     TO WS-DH-BLUEPRINT-NUMBER
           IF DV-CURRENT-REVISION = SPACES
              MOVE '--'                 TO WS-DH-CURRENT-REVISION
              MOVE 'NONE'               TO WS-DH-CURRENT-ECN
              MOVE SPACES               TO WS-DH-CURRENT-EFF-DATE
           ELSE
              MOVE DV-CURRENT-REVISION  TO WS-DH-CURRENT-REVISION
              MOVE DV-CURRENT-ECN       TO WS-DH-CURRENT-ECN
              MOVE DV-CURRENT-EFF-DATE  TO WS-DH-CURRENT-EFF-DATE
           END-IF
           MOVE ZERO                    TO WS-DRAWING-LINE-COUNT
           MOVE SPACES                  TO DRWREV-LINE
           WRITE DRWREV-LINE
           WRITE DRWREV-LINE FROM WS-DRAWING-HEADER-LINE
           WRITE DRWREV-LINE FROM WS-COLUMN-LINE
           .
      *
       380-WRITE-DRAWING-TOTAL.
           MOVE WS-DRAWING-LINE-COUNT   TO WS-DT-COUNT
           WRITE DRWREV-LINE FROM WS-DRAWING-TOTAL-LINE
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' DRWREV01 CONTROL TOTALS'
           DISPLAY ' DRAWING REVISIONS READ : ' WS-DRAWINGS-READ
           DISPLAY ' PO LINES READ          : ' WS-PO-LINES-READ
           DISPLAY ' LINES NOT OPEN SKIPPED : ' WS-LINES-NOT-OPEN
           DISPLAY ' PART NOT ON PARTMAST   : ' WS-PARTS-NOT-FOUND
           DISPLAY ' PARTS WITH NO DRAWING  : ' WS-PARTS-NO-DRAWING
           DISPLAY ' DRAWING NOT ON MASTER  : ' WS-PARTS-NOT-ON-MASTER
           DISPLAY ' LINES ON REVISED DRWG  : ' WS-PARTS-REVISED
           DISPLAY ' ORDERS LISTED          : ' WS-ORDERS-LISTED
           DISPLAY '================================================'
           .
