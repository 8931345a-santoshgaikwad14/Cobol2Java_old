       IDENTIFICATION DIVISION.
       PROGRAM-ID. POREL01.
      *============================
      * ** PO approval release - works the POHOLD approval queue that
      * ** FINAL01, RESUB01 and POCHG01 park over-limit order lines
      * ** on.  Each RELTRANS transaction releases or declines one
      * ** held record, located by PO-NUMBER and PART-NUMBER.
      * ** Business rules: the hold must still be open, the approver
      * ** must be an active BUYERMST buyer flagged as able to
      * ** approve, nobody approves their own order line, and a
      * ** release also needs an approval limit that covers the held
      * ** US-dollar value.  A released POCHG01 change order is
      * ** applied straight to the POMAST order line exactly as
      * ** POCHG01 would have applied it within limit, and queued
      * ** for POXMIT01 to send - with the POCHG amendment line
      * ** POCHG01 would have logged, so POSTAT01 counts it.  Any
      * ** other released record is
      * ** written to RELPARTS - a GOODPARTS-format generation with
      * ** its own GPH/GPT run envelope for POLOAD01 to post order
      * ** lines from.  RELPARTS holds only the released records, so
      * ** it is for POLOAD01 alone and must never be run through
      * ** PMLOAD01 or SMLOAD01, which would rebuild PARTMAST or
      * ** SUPMAST from it.  A declined record goes no further.
      * ** Every decision writes an AUDITLOG line stamped with this
      * ** run's identifier and is recorded on the hold itself;
      * ** failures reject to RELREJS with diagnostics.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT RELTRANS    ASSIGN TO RELTRANS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RELTRANS-STATUS
             .
           SELECT BUYERMST    ASSIGN TO BUYERMST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUYERMST-STATUS
             .
           SELECT POHOLD      ASSIGN TO POHOLD
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PH-KEY
             FILE STATUS      IS  WS-POHOLD-STATUS
             .
           SELECT POMAST      ASSIGN TO POMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PL-KEY
             FILE STATUS      IS  WS-POMAST-STATUS
             .
           SELECT RELPARTS    ASSIGN TO RELPARTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RELPARTS-STATUS
             .
           SELECT AUDITLOG    ASSIGN TO AUDITLOG
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-AUDITLOG-STATUS
             .
           SELECT RELREJS     ASSIGN TO RELREJS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RELREJS-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Approval decisions - a zero decision date takes the run
      * ** date
       FD  RELTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RELTRANS-RECORD.
       01  RELTRANS-RECORD.
           05  RL-ACTION                PIC X(01).
               88 RL-RELEASE-HOLD       VALUE 'R'.
               88 RL-DECLINE-HOLD       VALUE 'D'.
           05  RL-PO-NUMBER             PIC X(06).
           05  RL-PART-NUMBER           PIC X(23).
           05  RL-APPROVER-CODE         PIC X(03).
           05  RL-DECISION-DATE         PIC 9(08).
           05  FILLER                   PIC X(09).
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
      * ** US-dollar value one PO line may reach on this buyer's
      * ** authority, whether the buyer may release approval holds,
      * ** and the approver this buyer's held lines route to
           05  BM-APPROVAL-LIMIT        PIC 9(09)V99.
           05  BM-APPROVER-FLAG         PIC X(01).
               88 BM-CAN-APPROVE        VALUE 'Y'.
           05  BM-APPROVER-CODE         PIC X(03).
           05  FILLER                   PIC X(06).
      *
      * ** PO approval hold queue - one held PARTSUPP record per
      * ** PO-NUMBER/PART-NUMBER, with its full image for release
       FD  POHOLD
           RECORD CONTAINS 650 CHARACTERS
           DATA RECORD IS POHOLD-REC.
       01  POHOLD-REC.
           05  PH-KEY.
               10  PH-PO-NUMBER         PIC X(06).
               10  PH-PART-NUMBER       PIC X(23).
           05  PH-SUPPLIER-CODE         PIC X(10).
           05  PH-BUYER-CODE            PIC X(03).
           05  PH-APPROVER-CODE         PIC X(03).
           05  PH-HOLD-DATE             PIC 9(08).
           05  PH-HOLD-RUN-ID           PIC X(15).
           05  PH-SOURCE-ID             PIC X(08).
           05  PH-HOLD-VALUE            PIC 9(09)V99.
           05  PH-LINES-HELD            PIC 9(01).
           05  PH-HOLD-REASON           PIC X(40).
           05  PH-HOLD-STATUS           PIC X(01).
               88 PH-HOLD-OPEN          VALUE 'H'.
               88 PH-HOLD-RELEASED      VALUE 'R'.
               88 PH-HOLD-DECLINED      VALUE 'D'.
           05  PH-DECISION-DATE         PIC 9(08).
           05  PH-DECIDED-BY            PIC X(03).
           05  PH-PART-SUPP-IMAGE       PIC X(473).
           05  FILLER                   PIC X(37).
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
      * ** Released FINAL01/RESUB01 records in GOODPARTS layout,
      * ** bracketed by the same GPH/GPT run envelope FINAL01 writes
      * ** - read by POLOAD01 only
       FD  RELPARTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 473 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RELPARTS-REC.
       01  RELPARTS-REC                 PIC X(473).
      *
       FD  AUDITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 135 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           05  AL-RUN-ID                 PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-RUN-DATE               PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-RUN-TIME               PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-SOURCE-ID              PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-RECORD-NUMBER          PIC 9(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-PART-NUMBER            PIC X(23).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-SUPPLIER-CODE          PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-EDIT-OUTCOME           PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-EDIT-ERROR-MESSAGE     PIC X(40).
      *
       FD  RELREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RELREJ-RECORD.
       01  RELREJ-RECORD.
           05  RJ-TRANS-IMAGE           PIC X(50).
           05  RJ-ERROR-MESSAGE         PIC X(40).
           05  FILLER                   PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-RELTRANS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RELTRANS-STATUS-OK   VALUE '00'.
           05 WS-BUYERMST-STATUS        PIC X(02) VALUE '00'.
             88 WS-BUYERMST-STATUS-OK   VALUE '00'.
           05 WS-POHOLD-STATUS          PIC X(02) VALUE '00'.
             88 WS-POHOLD-STATUS-OK     VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-RELPARTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RELPARTS-STATUS-OK   VALUE '00'.
           05 WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
             88 WS-AUDITLOG-STATUS-OK   VALUE '00'.
           05 WS-RELREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-RELREJS-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-BUYERMST-EOF           PIC X VALUE SPACES.
              88 BUYERMST-EOF-FOUND     VALUE 'Y'.
           05 WS-FATAL-FLAG             PIC X VALUE 'N'.
              88 RUN-IS-FATAL           VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-RELTRANS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RELEASED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-RELPARTS-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-CHANGES-APPLIED        PIC 9(07) VALUE ZEROS.
           05 WS-DECLINED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-REJECTED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-RELEASED-VALUE         PIC 9(11)V99 VALUE ZEROS.
      *
       01  WS-ERROR-MESSAGE             PIC X(40) VALUE SPACES.
       01  WS-AUDIT-OUTCOME             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-MESSAGE             PIC X(40) VALUE SPACES.
       01  WS-DECISION-DATE             PIC 9(08) VALUE ZERO.
       01  WS-VALUE-DISPLAY             PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-RUN-TIME-RAW              PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                  PIC 9(06) VALUE ZERO.
      * ** Stamp identifying this run on every audit line and on the
      * ** RELPARTS envelope, built the way FINAL01 builds its
      * ** WS-RUN-ID
       01  WS-RUN-ID                    PIC X(15) VALUE SPACES.
      *
      * ** Run-identity envelope written around RELPARTS, laid out
      * ** as FINAL01's GOODPARTS envelope
       01  WS-GOODPARTS-HEADER.
           05 WS-GPH-RECORD-TYPE        PIC X(03).
           05 WS-GPH-RUN-ID             PIC X(15).
           05 WS-GPH-RUN-DATE           PIC 9(08).
           05 FILLER                    PIC X(447).
       01  WS-GOODPARTS-TRAILER.
           05 WS-GPT-RECORD-TYPE        PIC X(03).
           05 WS-GPT-RECORD-COUNT       PIC 9(07).
           05 FILLER                    PIC X(463).
      *
      * ** Buyer master held in storage - an approver is looked up
      * ** once per decision
       01  WS-BUYER-TABLE.
           05 WS-BUYER-COUNT            PIC 9(08) COMP VALUE ZERO.
           05 WS-BUYER-ENTRY            OCCURS 5000 TIMES
                                        INDEXED BY WS-BUYER-IDX.
              10 WS-BT-BUYER-CODE       PIC X(03).
              10 WS-BT-ACTIVE-FLAG      PIC X(01).
              10 WS-BT-APPROVAL-LIMIT   PIC 9(09)V99.
              10 WS-BT-APPROVER-FLAG    PIC X(01).
       01  WS-BUYER-SUB                 PIC 9(08) COMP VALUE ZERO.
      *
      * ** Held record image - a POCHG01 hold carries the changed
      * ** line in PO slot 1
       COPY PARTSUPP.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF NOT RUN-IS-FATAL
              PERFORM 200-READ-NEXT
              PERFORM UNTIL EOF-FOUND
                 PERFORM 100-APPLY-DECISION
                 PERFORM 200-READ-NEXT
              END-PERFORM
              PERFORM 948-WRITE-RELPARTS-TRAILER
           END-IF
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE RELTRANS
                 POHOLD
                 POMAST
                 RELPARTS
                 AUDITLOG
                 RELREJS
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6)    TO WS-RUN-TIME
           MOVE WS-RUN-DATE             TO WS-RUN-ID(1:8)
           MOVE '.'                     TO WS-RUN-ID(9:1)
           MOVE WS-RUN-TIME             TO WS-RUN-ID(10:6)
           OPEN INPUT RELTRANS
           IF NOT WS-RELTRANS-STATUS-OK
              DISPLAY ' Error opening file RELTRANS, Status: '
                         WS-RELTRANS-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           PERFORM 050-LOAD-BUYERS
      * ** Without the hold queue there is nothing to decide - stop
      * ** rather than reject every transaction
           OPEN I-O POHOLD
           IF NOT WS-POHOLD-STATUS-OK
              DISPLAY ' Error opening file POHOLD, Status: '
                         WS-POHOLD-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
              MOVE 12                   TO RETURN-CODE
           END-IF
      * ** A released change order is posted to the order line here,
      * ** so the master must be there to take it
           OPEN I-O POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
              MOVE 12                   TO RETURN-CODE
           END-IF
           OPEN OUTPUT RELPARTS
           IF WS-RELPARTS-STATUS-OK
              PERFORM 945-WRITE-RELPARTS-HEADER
           ELSE
              DISPLAY ' Error opening file RELPARTS, Status: '
                         WS-RELPARTS-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
              MOVE 12                   TO RETURN-CODE
           END-IF
      * ** The audit log accumulates across runs - every open
      * ** extends it, and each line carries this run's stamp
           OPEN EXTEND AUDITLOG
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error opening file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
           END-IF
           OPEN OUTPUT RELREJS
           IF NOT WS-RELREJS-STATUS-OK
              DISPLAY ' Error opening file RELREJS, Status: '
                         WS-RELREJS-STATUS
           END-IF
           .
      *
      * ** One-time load of the buyer master - an approver not on
      * ** file cannot release anything
       050-LOAD-BUYERS.
           OPEN INPUT BUYERMST
           IF NOT WS-BUYERMST-STATUS-OK
              DISPLAY ' Error opening file BUYERMST, Status: '
                         WS-BUYERMST-STATUS
              MOVE 'Y'                  TO WS-BUYERMST-EOF
              MOVE 'Y'                  TO WS-FATAL-FLAG
              MOVE 12                   TO RETURN-CODE
           END-IF
           PERFORM UNTIL BUYERMST-EOF-FOUND
              READ BUYERMST
                AT END
                    MOVE 'Y'            TO WS-BUYERMST-EOF
                NOT AT END
                    IF WS-BUYER-COUNT < 5000
                       ADD 1            TO WS-BUYER-COUNT
                       MOVE BM-BUYER-CODE
                          TO WS-BT-BUYER-CODE(WS-BUYER-COUNT)
                       MOVE BM-ACTIVE-FLAG
                          TO WS-BT-ACTIVE-FLAG(WS-BUYER-COUNT)
                       MOVE BM-APPROVAL-LIMIT
                          TO WS-BT-APPROVAL-LIMIT(WS-BUYER-COUNT)
                       MOVE BM-APPROVER-FLAG
                          TO WS-BT-APPROVER-FLAG(WS-BUYER-COUNT)
                    ELSE
                       DISPLAY ' ** WS-BUYER-TABLE FULL AT 5000 - '
                          'approver check incomplete, run failed: '
                          BM-BUYER-CODE
                       MOVE 'Y'         TO WS-FATAL-FLAG
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-BUYERMST-STATUS = '00' OR '10'
              CLOSE BUYERMST
           END-IF
           .
      *
      * ** Validates one decision against the hold and the approver's
      * ** authority, then releases or declines the held record
       100-APPLY-DECISION.
           MOVE SPACES                  TO WS-ERROR-MESSAGE
           IF NOT RL-RELEASE-HOLD AND NOT RL-DECLINE-HOLD
              MOVE ' ACTION MUST BE R OR D.'
                                        TO WS-ERROR-MESSAGE
              PERFORM 900-WRITE-RELREJ
              EXIT PARAGRAPH
           END-IF
           MOVE RL-PO-NUMBER            TO PH-PO-NUMBER
           MOVE RL-PART-NUMBER          TO PH-PART-NUMBER
           READ POHOLD
             INVALID KEY
                 MOVE ' NO HOLD ON FILE FOR PO/PART.'
                                        TO WS-ERROR-MESSAGE
           END-READ
           IF WS-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-RELREJ
              EXIT PARAGRAPH
           END-IF
           IF NOT PH-HOLD-OPEN
              MOVE ' HOLD ALREADY RELEASED OR DECLINED.'
                                        TO WS-ERROR-MESSAGE
              PERFORM 900-WRITE-RELREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 120-CHECK-APPROVER
           IF WS-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-RELREJ
              EXIT PARAGRAPH
           END-IF
           IF RL-DECISION-DATE IS NUMERIC
              AND RL-DECISION-DATE > ZERO
              MOVE RL-DECISION-DATE     TO WS-DECISION-DATE
           ELSE
              MOVE WS-RUN-DATE          TO WS-DECISION-DATE
           END-IF
           IF RL-RELEASE-HOLD
              PERFORM 300-RELEASE-HOLD
           ELSE
              PERFORM 400-DECLINE-HOLD
           END-IF
           .
      *
      * ** The approver must be an active buyer flagged to approve,
      * ** may not decide a hold on their own order line, and must
      * ** carry a limit that covers the held value to release it
       120-CHECK-APPROVER.
           MOVE ZERO                    TO WS-BUYER-SUB
           PERFORM VARYING WS-BUYER-IDX FROM 1 BY 1
                   UNTIL WS-BUYER-IDX > WS-BUYER-COUNT
              IF WS-BT-BUYER-CODE(WS-BUYER-IDX) = RL-APPROVER-CODE
                 SET WS-BUYER-SUB       TO WS-BUYER-IDX
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-BUYER-SUB = 0
                 MOVE ' APPROVER NOT ON BUYER MASTER.'
                                        TO WS-ERROR-MESSAGE
              WHEN WS-BT-ACTIVE-FLAG(WS-BUYER-SUB) NOT = 'A'
                 MOVE ' APPROVER IS NOT AN ACTIVE BUYER.'
                                        TO WS-ERROR-MESSAGE
              WHEN WS-BT-APPROVER-FLAG(WS-BUYER-SUB) NOT = 'Y'
                 MOVE ' APPROVER NOT AUTHORISED TO APPROVE.'
                                        TO WS-ERROR-MESSAGE
              WHEN RL-APPROVER-CODE = PH-BUYER-CODE
                 MOVE ' APPROVER MAY NOT DECIDE OWN PO LINE.'
                                        TO WS-ERROR-MESSAGE
              WHEN RL-RELEASE-HOLD
                   AND WS-BT-APPROVAL-LIMIT(WS-BUYER-SUB)
                       < PH-HOLD-VALUE
                 MOVE ' HELD VALUE EXCEEDS APPROVER LIMIT.'
                                        TO WS-ERROR-MESSAGE
           END-EVALUATE
           .
      *
      * ** A released POCHG01 change order goes straight onto the
      * ** order line; any other released record joins the RELPARTS
      * ** generation exactly as it would have joined GOODPARTS had
      * ** it been within limit.  Either way the hold is only marked
      * ** released once the record has gone where it belongs
       300-RELEASE-HOLD.
           IF PH-SOURCE-ID = 'POCHG'
              PERFORM 320-APPLY-CHANGE-ORDER
           ELSE
              PERFORM 310-WRITE-RELPARTS
           END-IF
           IF WS-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-RELREJ
              EXIT PARAGRAPH
           END-IF
           MOVE 'R'                     TO PH-HOLD-STATUS
           PERFORM 500-REWRITE-HOLD
           ADD 1                        TO WS-RELEASED-COUNT
           ADD PH-HOLD-VALUE            TO WS-RELEASED-VALUE
           MOVE 'RELEASED'              TO WS-AUDIT-OUTCOME
           PERFORM 950-WRITE-AUDIT-LOG
           .
      *
       310-WRITE-RELPARTS.
           MOVE PH-PART-SUPP-IMAGE      TO RELPARTS-REC
           WRITE RELPARTS-REC
           IF NOT WS-RELPARTS-STATUS-OK
              DISPLAY ' Error writing file RELPARTS, Status: '
                         WS-RELPARTS-STATUS
              MOVE 12                   TO RETURN-CODE
              MOVE ' RELPARTS WRITE FAILED - NOT RELEASED.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-RELPARTS-COUNT
           .
      *
      * ** Posts the held change the way POCHG01 700-EDIT-AND-REWRITE
      * ** posts one within limit - FINORDER already passed the image
      * ** when it was held.  A line not yet on the master was a held
      * ** add and is written new, from the part's supplier and
      * ** currency; a line cancelled since the hold takes nothing
       320-APPLY-CHANGE-ORDER.
           MOVE PH-PART-SUPP-IMAGE      TO PART-SUPP-ADDR-PO
           MOVE PH-PO-NUMBER            TO PL-PO-NUMBER
           MOVE PH-PART-NUMBER          TO PL-PART-NUMBER
           READ POMAST
             INVALID KEY
                 MOVE SPACES            TO POMAST-REC
                 MOVE PH-PO-NUMBER      TO PL-PO-NUMBER
                 MOVE PH-PART-NUMBER    TO PL-PART-NUMBER
                 MOVE SUPPLIER-CODE     TO PL-SUPPLIER-CODE
                 MOVE CURRENCY-CODE     TO PL-CURRENCY-CODE
                 MOVE 'O'               TO PL-LINE-STATUS
                 MOVE 'P'               TO PL-XMIT-STATUS
                 MOVE 'N'               TO PL-XMIT-ACTION
                 MOVE ZERO              TO PL-XMIT-DATE
                 MOVE ZERO              TO PL-PROMISED-DATE
                 MOVE ZERO              TO PL-ACK-DATE
           END-READ
           IF NOT WS-POMAST-STATUS-OK
              AND WS-POMAST-STATUS NOT = '23'
              DISPLAY ' Error reading POMAST, Status: '
                 WS-POMAST-STATUS ' Key: ' PL-KEY
              MOVE 12                   TO RETURN-CODE
              MOVE ' POMAST READ FAILED - NOT RELEASED.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF WS-POMAST-STATUS-OK AND PL-LINE-CANCELLED
              MOVE ' PO LINE CANCELLED SINCE HOLD.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE BUYER-CODE(1)           TO PL-BUYER-CODE
           MOVE QUANTITY(1)             TO PL-QUANTITY
           MOVE UNIT-PRICE(1)           TO PL-UNIT-PRICE
           MOVE ORDER-DATE(1)           TO PL-ORDER-DATE
           MOVE DELIVERY-DATE(1)        TO PL-DELIVERY-DATE
           MOVE WS-RUN-DATE             TO PL-LAST-CHANGE-DATE
           MOVE 'POCHG01'               TO PL-LAST-CHANGE-BY
           MOVE WS-RUN-ID               TO PL-RUN-ID
           IF WS-POMAST-STATUS-OK
              PERFORM 340-FLAG-FOR-TRANSMIT
              REWRITE POMAST-REC
           ELSE
              WRITE POMAST-REC
           END-IF
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error writing POMAST, Status: '
                 WS-POMAST-STATUS ' Key: ' PL-KEY
              MOVE 12                   TO RETURN-CODE
              MOVE ' POMAST WRITE FAILED - NOT RELEASED.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-CHANGES-APPLIED
           PERFORM 955-WRITE-CHANGE-AUDIT
           .
      *
      * ** An amended line goes back to the supplier as a change
      * ** and must be acknowledged again - unless it has not been
      * ** sent yet, when it still goes out once as a new line
       340-FLAG-FOR-TRANSMIT.
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
       400-DECLINE-HOLD.
           MOVE 'D'                     TO PH-HOLD-STATUS
           PERFORM 500-REWRITE-HOLD
           ADD 1                        TO WS-DECLINED-COUNT
           MOVE 'DECLINED'              TO WS-AUDIT-OUTCOME
           PERFORM 950-WRITE-AUDIT-LOG
           .
      *
      * ** The hold stays on file with the decision recorded, so the
      * ** open-holds report and any later query see who decided it
       500-REWRITE-HOLD.
           MOVE WS-DECISION-DATE        TO PH-DECISION-DATE
           MOVE RL-APPROVER-CODE        TO PH-DECIDED-BY
           REWRITE POHOLD-REC
           IF NOT WS-POHOLD-STATUS-OK
              DISPLAY ' Error writing file POHOLD, Status: '
                         WS-POHOLD-STATUS
              MOVE 12                   TO RETURN-CODE
           END-IF
           .
      *
       200-READ-NEXT.
           READ RELTRANS
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-RELTRANS-READ
           END-READ
           .
      *
       900-WRITE-RELREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           MOVE SPACES                  TO RELREJ-RECORD
           MOVE RELTRANS-RECORD         TO RJ-TRANS-IMAGE
           MOVE WS-ERROR-MESSAGE        TO RJ-ERROR-MESSAGE
           WRITE RELREJ-RECORD
           IF NOT WS-RELREJS-STATUS-OK
              DISPLAY ' Error writing file RELREJS, Status: '
                         WS-RELREJS-STATUS
           END-IF
           .
      *
      * ** Brackets RELPARTS with this run's identity - the header
      * ** leads the details so a consumer knows whose generation it
      * ** is reading before it posts anything
       945-WRITE-RELPARTS-HEADER.
           MOVE 'GPH'                   TO WS-GPH-RECORD-TYPE
           MOVE WS-RUN-ID               TO WS-GPH-RUN-ID
           MOVE WS-RUN-DATE             TO WS-GPH-RUN-DATE
           MOVE WS-GOODPARTS-HEADER     TO RELPARTS-REC
           WRITE RELPARTS-REC
           IF NOT WS-RELPARTS-STATUS-OK
              DISPLAY ' Error writing file RELPARTS, Status: '
                         WS-RELPARTS-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
              MOVE 12                   TO RETURN-CODE
           END-IF
           .
      *
      * ** The trailer proves the generation complete - a run that
      * ** hit a write failure leaves RELPARTS trailerless so every
      * ** consumer's envelope check refuses it
       948-WRITE-RELPARTS-TRAILER.
           IF RETURN-CODE NOT < 12
              DISPLAY ' ** RELPARTS trailer withheld - run did not '
                 'finish clean'
              EXIT PARAGRAPH
           END-IF
           MOVE 'GPT'                   TO WS-GPT-RECORD-TYPE
           MOVE WS-RELPARTS-COUNT       TO WS-GPT-RECORD-COUNT
           MOVE WS-GOODPARTS-TRAILER    TO RELPARTS-REC
           WRITE RELPARTS-REC
           IF NOT WS-RELPARTS-STATUS-OK
              DISPLAY ' Error writing file RELPARTS, Status: '
                         WS-RELPARTS-STATUS
              MOVE 12                   TO RETURN-CODE
           END-IF
           .
      *
      * ** One line per decision - the approver and held value ride
      * ** in the message so the audit trail shows who let what go
       950-WRITE-AUDIT-LOG.
           MOVE WS-RUN-ID               TO AL-RUN-ID
           MOVE WS-RUN-DATE             TO AL-RUN-DATE
           MOVE WS-RUN-TIME             TO AL-RUN-TIME
      * ** Approval decisions come from purchasing, not a vendor feed
           MOVE 'POREL'                 TO AL-SOURCE-ID
           MOVE WS-RELTRANS-READ        TO AL-RECORD-NUMBER
           MOVE PH-PART-NUMBER          TO AL-PART-NUMBER
           MOVE PH-SUPPLIER-CODE        TO AL-SUPPLIER-CODE
           MOVE WS-AUDIT-OUTCOME        TO AL-EDIT-OUTCOME
           MOVE PH-HOLD-VALUE           TO WS-VALUE-DISPLAY
           MOVE SPACES                  TO WS-AUDIT-MESSAGE
           STRING 'PO ' PH-PO-NUMBER ' BY ' RL-APPROVER-CODE
                  ' VALUE ' WS-VALUE-DISPLAY
                  DELIMITED BY SIZE   INTO WS-AUDIT-MESSAGE
           END-STRING
           MOVE WS-AUDIT-MESSAGE        TO AL-EDIT-ERROR-MESSAGE
           WRITE AUDIT-RECORD
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error writing file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
           END-IF
           .
      *
      * ** The applied change is logged as POCHG01 logs one applied
      * ** within limit - source POCHG, outcome POCHANGE and the PO
      * ** number at (30:6) - so POSTAT01 and AUDINQ01 see the
      * ** amendment whichever program put it on the master
       955-WRITE-CHANGE-AUDIT.
           MOVE WS-RUN-ID               TO AL-RUN-ID
           MOVE WS-RUN-DATE             TO AL-RUN-DATE
           MOVE WS-RUN-TIME             TO AL-RUN-TIME
           MOVE 'POCHG'                 TO AL-SOURCE-ID
           MOVE WS-RELTRANS-READ        TO AL-RECORD-NUMBER
           MOVE PH-PART-NUMBER          TO AL-PART-NUMBER
           MOVE PH-SUPPLIER-CODE        TO AL-SUPPLIER-CODE
           MOVE 'POCHANGE'              TO AL-EDIT-OUTCOME
           MOVE ' HELD CHANGE RELEASED' TO AL-EDIT-ERROR-MESSAGE
           MOVE PH-PO-NUMBER            TO AL-EDIT-ERROR-MESSAGE(30:6)
           WRITE AUDIT-RECORD
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error writing file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           MOVE WS-RELEASED-VALUE       TO WS-VALUE-DISPLAY
           DISPLAY '================================================'
           DISPLAY ' POREL01 CONTROL TOTALS'
           DISPLAY ' TRANSACTIONS READ      : ' WS-RELTRANS-READ
           DISPLAY ' HOLDS RELEASED         : ' WS-RELEASED-COUNT
           DISPLAY '   TO RELPARTS          : ' WS-RELPARTS-COUNT
           DISPLAY '   CHANGES TO POMAST    : ' WS-CHANGES-APPLIED
           DISPLAY ' HOLDS DECLINED         : ' WS-DECLINED-COUNT
           DISPLAY ' TRANSACTIONS REJECTED  : ' WS-REJECTED-COUNT
           DISPLAY ' VALUE RELEASED (USD)   : ' WS-VALUE-DISPLAY
           DISPLAY '================================================'
           .
