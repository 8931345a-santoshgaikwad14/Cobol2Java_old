       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLOAD01.
      *============================
      * ** Purchase-order master load - breaks the three PURCHASE-
      * ** ORDER slots of each validated GOODPARTS record out into
      * ** the POMAST indexed (VSAM KSDS) order-line master, one
      * ** record per PO-NUMBER/PART-NUMBER line carrying its own
      * ** supplier, buyer, quantity, price, dates and line status.
      * ** Unlike PMLOAD01 the master is never re-created: a line
      * ** new to the master is added, a line already there is
      * ** refreshed from the feed, and a line the feed no longer
      * ** carries stays on file - so a part can hold as many open
      * ** orders as purchasing places, not just the three the feed
      * ** image has room for.  Two kinds of line are left exactly as
      * ** they stand: a line cancelled on the master (the feed does
      * ** not revive it) and a line amended by POCHG01 (the change
      * ** order, not the stale feed slot, is the line of record).
      * ** New lines, and refreshed lines whose supplier-facing
      * ** values moved, are queued for POXMIT01 to send on to the
      * ** supplier's order address.
      * ** The feed's GPH/GPT envelope and the CONSUMCT generation
      * ** handshake work as they do in PMLOAD01, and one STEPCTL
      * ** record is appended per completed run.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT GOODPARTS   ASSIGN TO GOODPARTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-GOODPARTS-STATUS
             .
           SELECT POMAST      ASSIGN TO POMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PL-KEY
             FILE STATUS      IS  WS-POMAST-STATUS
             .
           SELECT CONSUMCT    ASSIGN TO CONSUMCT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-CONSUMCT-STATUS
             .
           SELECT STEPCTL     ASSIGN TO STEPCTL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-STEPCTL-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
       FD  GOODPARTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 473 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODPARTS-REC.
       01  GOODPARTS-REC                PIC X(473).
      *
      * ** Purchase-order line master - one record per order line,
      * ** keyed on PO-NUMBER then PART-NUMBER
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
      * ** One-record control file remembering the last GOODPARTS
      * ** generation this program consumed
       FD  CONSUMCT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 31 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CONSUMCT-RECORD.
       01  CONSUMCT-RECORD.
           05  CC-PROGRAM-ID            PIC X(08).
           05  CC-RUN-ID                PIC X(15).
           05  CC-CONSUMED-DATE         PIC 9(08).
      *
      * ** Step control - one record appended per completed run
       FD  STEPCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STEPCTL-RECORD.
       01  STEPCTL-RECORD.
           05  SC-PROGRAM-ID            PIC X(08).
           05  SC-RUN-DATE              PIC 9(08).
           05  SC-RUN-TIME              PIC 9(06).
           05  SC-IN-COUNT              PIC 9(07).
           05  SC-OUT-COUNT             PIC 9(07).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-GOODPARTS-STATUS       PIC X(02) VALUE '00'.
             88 WS-GOODPARTS-STATUS-OK  VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-CONSUMCT-STATUS        PIC X(02) VALUE '00'.
             88 WS-CONSUMCT-STATUS-OK   VALUE '00'.
           05 WS-STEPCTL-STATUS         PIC X(02) VALUE '00'.
             88 WS-STEPCTL-STATUS-OK    VALUE '00'.
      *
       01  WS-RUN-TIME-RAW              PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                  PIC 9(06) VALUE ZERO.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-READ-AGAIN             PIC X VALUE 'N'.
              88 READ-AGAIN             VALUE 'Y'.
           05 WS-LINE-STATE             PIC X VALUE 'N'.
              88 LINE-ON-MASTER         VALUE 'Y'.
      *
      * ** FINAL01's GPH/GPT run-identity envelope around the feed,
      * ** and the consumption handshake state
       01  WS-GOODPARTS-ENVELOPE.
           05 WS-GE-HDR-SEEN            PIC X(01) VALUE 'N'.
              88 GP-HEADER-SEEN         VALUE 'Y'.
           05 WS-GE-TRL-SEEN            PIC X(01) VALUE 'N'.
              88 GP-TRAILER-SEEN        VALUE 'Y'.
           05 WS-GE-RUN-ID              PIC X(15) VALUE SPACES.
           05 WS-GE-TRL-COUNT           PIC 9(07) VALUE ZERO.
           05 WS-GE-DETAIL-AT-TRL       PIC 9(07) VALUE ZERO.
           05 WS-GE-APPENDED            PIC 9(07) VALUE ZERO.
           05 WS-GE-BLOCKED             PIC X(01) VALUE 'N'.
              88 RUN-ALREADY-CONSUMED   VALUE 'Y'.
           05 WS-GE-LAST-RUN-ID         PIC X(15) VALUE SPACES.
           05 WS-GE-OVERRIDE            PIC X(01) VALUE 'N'.
              88 OVERRIDE-REQUESTED     VALUE 'Y'.
       01  WS-GE-HEADER-DETAIL.
           05 WS-GH-RECORD-TYPE         PIC X(03).
           05 WS-GH-RUN-ID              PIC X(15).
           05 WS-GH-RUN-DATE            PIC 9(08).
           05 FILLER                    PIC X(447).
       01  WS-GE-TRAILER-DETAIL.
           05 WS-GT-RECORD-TYPE         PIC X(03).
           05 WS-GT-RECORD-COUNT        PIC 9(07).
           05 FILLER                    PIC X(463).
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
      *
       01  COUNTERS.
           05 WS-GOODPARTS-READ         PIC 9(07) VALUE ZEROS.
           05 WS-SLOTS-READ             PIC 9(07) VALUE ZEROS.
           05 WS-ADDED-COUNT            PIC 9(07) VALUE ZEROS.
           05 WS-REFRESHED-COUNT        PIC 9(07) VALUE ZEROS.
           05 WS-FLAGGED-COUNT          PIC 9(07) VALUE ZEROS.
           05 WS-CANCELLED-KEPT         PIC 9(07) VALUE ZEROS.
           05 WS-AMENDED-KEPT           PIC 9(07) VALUE ZEROS.
           05 WS-WRITE-ERRORS           PIC 9(07) VALUE ZEROS.
      *
       COPY PARTSUPP.

       LINKAGE SECTION.
      * ** Run parameter - 'OVERRIDE' re-consumes a generation this
      * ** program has already recorded in CONSUMCT
       01  WS-RUN-PARM.
           05  WS-RUN-PARM-LEN          PIC S9(04) COMP.
           05  WS-RUN-PARM-VALUE        PIC X(08).
      *
       PROCEDURE DIVISION USING WS-RUN-PARM.
           IF WS-RUN-PARM-LEN >= 8
              AND WS-RUN-PARM-VALUE(1:8) = 'OVERRIDE'
              MOVE 'Y'                  TO WS-GE-OVERRIDE
              DISPLAY ' POLOAD01 override - consumed generation '
                 'will be reprocessed'
           END-IF
           PERFORM 000-HOUSEKEEPING
           PERFORM UNTIL EOF-FOUND
              PERFORM 100-LOAD-PO-LINES
              PERFORM 200-READ-NEXT
           END-PERFORM
           IF NOT RUN-ALREADY-CONSUMED
              CLOSE POMAST
              PERFORM 260-VERIFY-ENVELOPE
              PERFORM 270-RECORD-CONSUMPTION
              PERFORM 280-WRITE-STEP-CONTROL
           END-IF
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE GOODPARTS
           GOBACK
           .
      *
      * ** The master is opened I-O and merged into, never re-created
      * ** - the very first run finds no cluster data yet (status
      * ** '35') and primes it with an empty OPEN OUTPUT first
       000-HOUSEKEEPING.
           OPEN INPUT GOODPARTS
           IF NOT WS-GOODPARTS-STATUS-OK
              DISPLAY ' Error opening file GOODPARTS, Status: '
                         WS-GOODPARTS-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 020-READ-LAST-CONSUMED
           PERFORM 200-READ-NEXT
           IF RUN-ALREADY-CONSUMED
              EXIT PARAGRAPH
           END-IF
           OPEN I-O POMAST
           IF WS-POMAST-STATUS = '35'
              DISPLAY ' POMAST empty - initialising the PO master'
              OPEN OUTPUT POMAST
              CLOSE POMAST
              OPEN I-O POMAST
           END-IF
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
           END-IF
           .
      *
      * ** Picks up the run-ID of the generation this program last
      * ** consumed - no control file on file means nothing consumed
       020-READ-LAST-CONSUMED.
           OPEN INPUT CONSUMCT
           IF WS-CONSUMCT-STATUS-OK
              READ CONSUMCT
                AT END
                    CONTINUE
                NOT AT END
                    MOVE CC-RUN-ID      TO WS-GE-LAST-RUN-ID
              END-READ
              CLOSE CONSUMCT
           END-IF
           .
      *
      * ** Only occupied PO-IDX slots carry an order line
       100-LOAD-PO-LINES.
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) NOT = SPACES
                 ADD 1                  TO WS-SLOTS-READ
                 PERFORM 120-MERGE-PO-LINE
              END-IF
           END-PERFORM
           .
      *
      * ** A line already on the master is refreshed from the feed
      * ** slot unless it was cancelled or amended since - either
      * ** way the master copy wins over the feed's copy
       120-MERGE-PO-LINE.
           MOVE 'N'                     TO WS-LINE-STATE
           MOVE PO-NUMBER(PO-IDX)       TO PL-PO-NUMBER
           MOVE PART-NUMBER             TO PL-PART-NUMBER
           READ POMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-LINE-STATE
           END-READ
           EVALUATE TRUE
              WHEN NOT LINE-ON-MASTER
                 PERFORM 140-ADD-PO-LINE
              WHEN PL-LINE-CANCELLED
                 ADD 1                  TO WS-CANCELLED-KEPT
              WHEN PL-LAST-CHANGE-BY = 'POCHG01'
                 ADD 1                  TO WS-AMENDED-KEPT
              WHEN OTHER
                 PERFORM 160-REFRESH-PO-LINE
           END-EVALUATE
           .
      *
       140-ADD-PO-LINE.
           MOVE SPACES                  TO POMAST-REC
           MOVE PO-NUMBER(PO-IDX)       TO PL-PO-NUMBER
           MOVE PART-NUMBER             TO PL-PART-NUMBER
           MOVE 'O'                     TO PL-LINE-STATUS
           MOVE 'P'                     TO PL-XMIT-STATUS
           MOVE 'N'                     TO PL-XMIT-ACTION
           MOVE ZERO                    TO PL-XMIT-DATE
           MOVE ZERO                    TO PL-PROMISED-DATE
           MOVE ZERO                    TO PL-ACK-DATE
           PERFORM 180-MOVE-SLOT-TO-LINE
           WRITE POMAST-REC
             INVALID KEY
                 ADD 1                  TO WS-WRITE-ERRORS
                 DISPLAY ' Error writing POMAST, Status: '
                    WS-POMAST-STATUS ' Key: ' PL-KEY
             NOT INVALID KEY
                 ADD 1                  TO WS-ADDED-COUNT
           END-WRITE
           .
      *
      * ** A refresh that moves anything the supplier was sent puts
      * ** the line back in the POXMIT01 queue as a change
       160-REFRESH-PO-LINE.
           IF PL-SUPPLIER-CODE NOT = SUPPLIER-CODE
              OR PL-BUYER-CODE NOT = BUYER-CODE(PO-IDX)
              OR PL-QUANTITY NOT = QUANTITY(PO-IDX)
              OR PL-UNIT-PRICE NOT = UNIT-PRICE(PO-IDX)
              OR PL-CURRENCY-CODE NOT = CURRENCY-CODE
              OR PL-ORDER-DATE NOT = ORDER-DATE(PO-IDX)
              OR PL-DELIVERY-DATE NOT = DELIVERY-DATE(PO-IDX)
              PERFORM 170-FLAG-FOR-TRANSMIT
           END-IF
           PERFORM 180-MOVE-SLOT-TO-LINE
           REWRITE POMAST-REC
             INVALID KEY
                 ADD 1                  TO WS-WRITE-ERRORS
                 DISPLAY ' Error rewriting POMAST, Status: '
                    WS-POMAST-STATUS ' Key: ' PL-KEY
             NOT INVALID KEY
                 ADD 1                  TO WS-REFRESHED-COUNT
           END-REWRITE
           .
      *
      * ** A line still waiting for its first transmission simply
      * ** goes out as new with the refreshed values; one the
      * ** supplier already holds goes out as a change and must be
      * ** acknowledged again
       170-FLAG-FOR-TRANSMIT.
           ADD 1                        TO WS-FLAGGED-COUNT
           IF PL-XMIT-PENDING AND PL-XMIT-NEW
              EXIT PARAGRAPH
           END-IF
           MOVE 'P'                     TO PL-XMIT-STATUS
           MOVE 'C'                     TO PL-XMIT-ACTION
           MOVE SPACE                   TO PL-ACK-STATUS
           MOVE ZERO                    TO PL-PROMISED-DATE
           MOVE ZERO                    TO PL-ACK-DATE
           .
      *
      * ** The supplier and currency come from the part record the
      * ** slot rode in on; the line is stamped with the generation
      * ** it was last loaded from
       180-MOVE-SLOT-TO-LINE.
           MOVE SUPPLIER-CODE           TO PL-SUPPLIER-CODE
           MOVE BUYER-CODE(PO-IDX)      TO PL-BUYER-CODE
           MOVE QUANTITY(PO-IDX)        TO PL-QUANTITY
           MOVE UNIT-PRICE(PO-IDX)      TO PL-UNIT-PRICE
           MOVE CURRENCY-CODE           TO PL-CURRENCY-CODE
           MOVE ORDER-DATE(PO-IDX)      TO PL-ORDER-DATE
           MOVE DELIVERY-DATE(PO-IDX)   TO PL-DELIVERY-DATE
           MOVE WS-TODAY-DATE           TO PL-LAST-CHANGE-DATE
           MOVE 'POLOAD01'              TO PL-LAST-CHANGE-BY
           MOVE WS-GE-RUN-ID            TO PL-RUN-ID
           .
      *
      * ** Reads past the GPH/GPT envelope records (banking their
      * ** control values on the way by) and returns with the next
      * ** detail record - or EOF
       200-READ-NEXT.
           MOVE 'Y'                TO WS-READ-AGAIN
           PERFORM UNTIL NOT READ-AGAIN OR EOF-FOUND
              READ GOODPARTS INTO PART-SUPP-ADDR-PO
                AT END
                    MOVE 'Y'       TO WS-EOF
                NOT AT END
                    PERFORM 210-CLASSIFY-RECORD
              END-READ
           END-PERFORM
           .
      *
      * ** A GPH whose run-ID is the one already recorded in
      * ** CONSUMCT stops the run cold unless overridden
       210-CLASSIFY-RECORD.
           EVALUATE PART-SUPP-ADDR-PO(1:3)
              WHEN 'GPH'
                 MOVE PART-SUPP-ADDR-PO TO WS-GE-HEADER-DETAIL
                 MOVE 'Y'               TO WS-GE-HDR-SEEN
                 MOVE WS-GH-RUN-ID      TO WS-GE-RUN-ID
                 DISPLAY ' GOODPARTS generation: ' WS-GE-RUN-ID
                 IF WS-GE-RUN-ID = WS-GE-LAST-RUN-ID
                    AND NOT OVERRIDE-REQUESTED
                    MOVE 'Y'            TO WS-GE-BLOCKED
                    MOVE 'Y'            TO WS-EOF
                    MOVE 8              TO RETURN-CODE
                    DISPLAY ' ** GENERATION ALREADY CONSUMED BY '
                       'POLOAD01: ' WS-GE-RUN-ID
                    DISPLAY ' ** Run stopped - rerun with '
                       'PARM=''OVERRIDE'' to reprocess it'
                 END-IF
              WHEN 'GPT'
                 MOVE PART-SUPP-ADDR-PO TO WS-GE-TRAILER-DETAIL
                 MOVE 'Y'               TO WS-GE-TRL-SEEN
                 MOVE WS-GT-RECORD-COUNT TO WS-GE-TRL-COUNT
                 MOVE WS-GOODPARTS-READ TO WS-GE-DETAIL-AT-TRL
              WHEN OTHER
                 MOVE 'N'               TO WS-READ-AGAIN
                 ADD +1                 TO WS-GOODPARTS-READ
                 IF GP-TRAILER-SEEN
                    ADD +1              TO WS-GE-APPENDED
                 END-IF
           END-EVALUATE
           .
      *
      * ** Proves the generation complete, as PMLOAD01 does
       260-VERIFY-ENVELOPE.
           EVALUATE TRUE
              WHEN NOT GP-HEADER-SEEN
                 DISPLAY ' ** GOODPARTS HEADER MISSING - generation '
                    'cannot be identified'
                 MOVE 8                 TO RETURN-CODE
              WHEN NOT GP-TRAILER-SEEN
                 DISPLAY ' ** GOODPARTS TRAILER MISSING - feed may '
                    'be truncated or the producing run failed'
                 MOVE 8                 TO RETURN-CODE
              WHEN WS-GE-TRL-COUNT NOT = WS-GE-DETAIL-AT-TRL
                 DISPLAY ' ** GOODPARTS OUT OF BALANCE - trailer '
                    'count: ' WS-GE-TRL-COUNT ' details read: '
                    WS-GE-DETAIL-AT-TRL
                 MOVE 8                 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *
      * ** Records the consumed run-ID so the next run of this
      * ** program can refuse the same generation
       270-RECORD-CONSUMPTION.
           IF NOT GP-HEADER-SEEN
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONSUMCT
           IF NOT WS-CONSUMCT-STATUS-OK
              DISPLAY ' Error opening file CONSUMCT, Status: '
                         WS-CONSUMCT-STATUS
           ELSE
              MOVE 'POLOAD01'           TO CC-PROGRAM-ID
              MOVE WS-GE-RUN-ID         TO CC-RUN-ID
              MOVE WS-TODAY-DATE        TO CC-CONSUMED-DATE
              WRITE CONSUMCT-RECORD
              CLOSE CONSUMCT
           END-IF
           .
      *
      * ** Appends this run's in/out counts - GOODPARTS records read
      * ** against order lines added or refreshed on the master
       280-WRITE-STEP-CONTROL.
           OPEN EXTEND STEPCTL
           IF NOT WS-STEPCTL-STATUS-OK
              DISPLAY ' Error opening file STEPCTL, Status: '
                         WS-STEPCTL-STATUS
           ELSE
              ACCEPT WS-RUN-TIME-RAW FROM TIME
              MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME
              MOVE 'POLOAD01'           TO SC-PROGRAM-ID
              MOVE WS-TODAY-DATE        TO SC-RUN-DATE
              MOVE WS-RUN-TIME          TO SC-RUN-TIME
              MOVE WS-GOODPARTS-READ    TO SC-IN-COUNT
              COMPUTE SC-OUT-COUNT = WS-ADDED-COUNT
                                   + WS-REFRESHED-COUNT
              WRITE STEPCTL-RECORD
              IF NOT WS-STEPCTL-STATUS-OK
                 DISPLAY ' Error writing file STEPCTL, Status: '
                            WS-STEPCTL-STATUS
              END-IF
              CLOSE STEPCTL
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' POLOAD01 CONTROL TOTALS'
           DISPLAY ' GOODPARTS GENERATION   : ' WS-GE-RUN-ID
           DISPLAY ' GOODPARTS READ         : ' WS-GOODPARTS-READ
           DISPLAY ' APPENDED AFTER TRAILER : ' WS-GE-APPENDED
           DISPLAY ' PO SLOTS READ          : ' WS-SLOTS-READ
           DISPLAY ' PO LINES ADDED         : ' WS-ADDED-COUNT
           DISPLAY ' PO LINES REFRESHED     : ' WS-REFRESHED-COUNT
           DISPLAY ' CHANGES TO TRANSMIT    : ' WS-FLAGGED-COUNT
           DISPLAY ' CANCELLED LINES KEPT   : ' WS-CANCELLED-KEPT
           DISPLAY ' AMENDED LINES KEPT     : ' WS-AMENDED-KEPT
           DISPLAY ' POMAST WRITE ERRORS    : ' WS-WRITE-ERRORS
           DISPLAY '================================================'
           .
