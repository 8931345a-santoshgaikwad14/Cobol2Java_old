             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RUNHIST-STATUS
             .
           SELECT POHOLD      ASSIGN TO POHOLD
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PH-KEY
             FILE STATUS      IS  WS-POHOLD-STATUS
             .
           SELECT HOLDOUT     ASSIGN TO HOLDOUT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-HOLDOUT-STATUS
             .
           SELECT PARTCTL     ASSIGN TO PARTCTL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTCTL-STATUS
             .
           SELECT SUPXREF     ASSIGN TO SUPXREF
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  MX-OLD-SUPPLIER
             FILE STATUS      IS  WS-SUPXREF-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
       FD  PARTSUPP
       FD  CHECKPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 186 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECKPT-RECORD.
       01  CHECKPT-RECORD.
           05  CKPT-REJS-WRITTEN        PIC 9(07).
           05  CKPT-REJO-WRITTEN        PIC 9(07).
           05  CKPT-REJD-WRITTEN        PIC 9(07).
           05  CKPT-HELD-COUNT          PIC 9(07).
      * ** Per-source state, carried so a restart neither zeroes the
      * ** spanning source's edit-outcome counters nor double-counts
      * ** the sources the abended run already closed out
           05  CKPT-SRC-SCOPE-OK        PIC 9(07).
           05  CKPT-SRC-REJECTED        PIC 9(07).
           05  CKPT-SRC-SKIPPED         PIC 9(07).
           05  CKPT-SRC-HELD            PIC 9(07).
           05  CKPT-CURRENT-SOURCE      PIC X(08).
           05  CKPT-HDR-SEEN            PIC X(01).
           05  CKPT-TRL-SEEN            PIC X(01).
       FD  RUNHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNHIST-RECORD.
       01  RUNHIST-RECORD.
           05  RH-SCOPE-OK-COUNT        PIC 9(07).
           05  RH-REJECTED-COUNT        PIC 9(07).
           05  RH-SOURCE-ID             PIC X(08).
           05  RH-HELD-COUNT            PIC 9(07).
      *
      * ** PO approval hold queue - a record that passed every edit
      * ** but carries a PO line over its buyer's approval limit is
      * ** parked here, keyed by the largest held line, instead of
      * ** going to GOODPARTS.  POREL01 releases or declines it on an
      * ** approver's say-so and POHLD01 reports what is still open.
      * ** A record held again while still open keeps its original
      * ** hold date, so the age shown is the real wait
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
      * ** One partition of a split feed does not update the shared
      * ** hold queue - its holds go here, in the POHOLD layout, and
      * ** FEDMRG01 applies every partition's holds to POHOLD once
      * ** the partitions have all finished
       FD  HOLDOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 650 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDOUT-REC.
       01  HOLDOUT-REC                  PIC X(650).
      *
      * ** Partition control from FEDSPL01 when this instance edits
      * ** one partition of a split feed - a PCH header carrying the
      * ** run identity all partitions share, then a PCK record per
      * ** detail in the partitions ahead of this one.  A single-
      * ** stream run has no PARTCTL (or a dummy one) and runs as it
      * ** always has.
       FD  PARTCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTCTL-REC.
       01  PARTCTL-REC                  PIC X(60).
      *
      * ** Supplier merge cross-reference kept by SUPMRG01 - a code
      * ** folded into another still arrives on vendor feeds, so
      * ** each detail's SUPPLIER-CODE is translated to the code it
      * ** was merged into before any edit sees it.  No SUPXREF
      * ** means no merges have been made.
       FD  SUPXREF
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SUPXREF-REC.
       01  SUPXREF-REC.
           05  MX-OLD-SUPPLIER          PIC X(10).
           05  MX-NEW-SUPPLIER          PIC X(10).
           05  MX-EFF-DATE              PIC 9(08).
           05  MX-MERGE-DATE            PIC 9(08).
           05  MX-REASON                PIC X(20).
           05  FILLER                   PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
             88 WS-WARNRPT-STATUS-OK    VALUE '00'.
           05 WS-RUNHIST-STATUS         PIC X(02) VALUE '00'.
             88 WS-RUNHIST-STATUS-OK    VALUE '00'.
           05 WS-POHOLD-STATUS          PIC X(02) VALUE '00'.
             88 WS-POHOLD-STATUS-OK     VALUE '00'.
           05 WS-HOLDOUT-STATUS         PIC X(02) VALUE '00'.
             88 WS-HOLDOUT-STATUS-OK    VALUE '00'.
           05 WS-PARTCTL-STATUS         PIC X(02) VALUE '00'.
             88 WS-PARTCTL-STATUS-OK    VALUE '00'.
           05 WS-SUPXREF-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPXREF-STATUS-OK    VALUE '00'.
      *
       01  WS-AUDIT-OUTCOME              PIC X(10) VALUE SPACES.
       01  WS-AUDIT-MESSAGE              PIC X(40) VALUE SPACES.
      * ** Envelope result for a source whose trailer count does not
      * ** match what was read - carried on its AUDITLOG line
       01  WS-ENV-COUNT-MESSAGE.
           05 FILLER                    PIC X(14)
                                         VALUE 'TRAILER COUNT '.
           05 WS-ECM-TRAILER-COUNT      PIC 9(07).
           05 FILLER                    PIC X(12)
                                         VALUE ' NOT = READ '.
           05 WS-ECM-READ-COUNT         PIC 9(07).
       01  WS-RUN-TIME-RAW               PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                   PIC 9(06) VALUE ZERO.
              88 READ-AGAIN              VALUE 'Y'.
           05 WS-FATAL-FLAG              PIC X VALUE 'N'.
              88 FATAL-FILE-ERROR        VALUE 'Y'.
           05 WS-HOLD-STATE              PIC X VALUE 'N'.
              88 RECORD-ON-HOLD          VALUE 'Y'.
           05 WS-SUPXREF-OPEN            PIC X VALUE 'N'.
              88 SUPXREF-AVAILABLE       VALUE 'Y'.
      *
      * ** Merge-chain state - a code merged into a code that was
      * ** itself merged later resolves to the end of the chain; a
      * ** chain past the hop limit is taken as a loop and stops
       01  WS-MERGE-CONTROL.
           05 WS-MERGE-CODE             PIC X(10) VALUE SPACES.
           05 WS-MERGE-HOPS             PIC 9(02) VALUE ZERO.
           05 WS-MERGE-LIMIT            PIC 9(02) VALUE 10.
           05 WS-MERGE-STATE            PIC X(01) VALUE 'N'.
              88 MERGE-END-FOUND        VALUE 'E'.
              88 MERGE-FOLLOWING        VALUE 'F'.
      *
       COPY HOLDDTL.
       01  WS-HOLD-WORK.
           05 WS-HW-PO-NUMBER           PIC X(06).
           05 WS-HW-APPROVER-CODE       PIC X(03).
           05 WS-HW-VALUE               PIC 9(09)V99.
           05 WS-HW-LINES               PIC 9(01).
           05 WS-HW-REASON              PIC X(40).
      *
      * ** Feed-envelope reconciliation - each vendor brackets its
      * ** feed with an HDR record (feed date, source id) and a TRL
           05 WS-TD-QTY-HASH            PIC S9(13).
           05 WS-TD-PRICE-HASH          PIC S9(13)V99.
           05 FILLER                    PIC X(435).
      *
      * ** Partitioned-run state - the partition this instance
      * ** edits and where its details start in the whole feed, so
      * ** AUDITLOG record numbers run on across partitions
       01  WS-PARTITION-CONTROL.
           05 WS-PARTITIONED            PIC X(01) VALUE 'N'.
              88 PARTITIONED-RUN        VALUE 'Y'.
           05 WS-PARTCTL-EOF            PIC X(01) VALUE 'N'.
              88 PARTCTL-EOF-FOUND      VALUE 'Y'.
           05 WS-PARTITION-NUMBER       PIC 9(02) VALUE ZERO.
           05 WS-PARTITION-TOTAL        PIC 9(02) VALUE ZERO.
           05 WS-RECORD-OFFSET          PIC 9(07) VALUE ZERO.
           05 WS-PRIOR-KEYS-READ        PIC 9(07) VALUE ZERO.
       01  WS-PARTCTL-HEADER.
           05 WS-PCH-RECORD-TYPE        PIC X(03).
           05 WS-PCH-RUN-ID             PIC X(15).
           05 WS-PCH-RUN-DATE           PIC 9(08).
           05 WS-PCH-RUN-TIME           PIC 9(06).
           05 WS-PCH-PARTITION          PIC 9(02).
           05 WS-PCH-PARTITION-COUNT    PIC 9(02).
           05 WS-PCH-RECORD-OFFSET      PIC 9(07).
           05 WS-PCH-DETAIL-COUNT       PIC 9(07).
           05 WS-PCH-ENVELOPE-COUNT     PIC 9(03).
           05 FILLER                    PIC X(07).
       01  WS-PARTCTL-KEY.
           05 WS-PCK-RECORD-TYPE        PIC X(03).
           05 WS-PCK-PART-NUMBER        PIC X(23).
           05 WS-PCK-SUPPLIER-CODE      PIC X(10).
           05 FILLER                    PIC X(24).
      *
       01  COUNTERS.
           05 WS-PARTSUPP-READ          PIC 9(07) VALUE ZEROS.
           05 WS-REJS-WRITTEN           PIC 9(07) VALUE ZEROS.
           05 WS-REJO-WRITTEN           PIC 9(07) VALUE ZEROS.
           05 WS-REJD-WRITTEN           PIC 9(07) VALUE ZEROS.
      * ** Records that passed every edit but wait on POHOLD for an
      * ** approver - neither passed downstream nor in suspense
           05 WS-HELD-COUNT             PIC 9(07) VALUE ZEROS.
      * ** Details whose SUPPLIER-CODE was translated through the
      * ** merge cross-reference
           05 WS-MERGED-CODE-COUNT      PIC 9(07) VALUE ZEROS.
      *
      * ** Per-source counters, reset at each HDR, so the reject
      * ** breaker and the RUNHIST line measure each vendor's feed
           05 WS-SRC-SCOPE-OK           PIC 9(07) VALUE ZEROS.
           05 WS-SRC-REJECTED           PIC 9(07) VALUE ZEROS.
           05 WS-SRC-SKIPPED            PIC 9(07) VALUE ZEROS.
           05 WS-SRC-HELD               PIC 9(07) VALUE ZEROS.
       01  WS-SOURCES-SEEN              PIC 9(03) VALUE ZEROS.
       01  WS-SOURCES-FAILED            PIC 9(03) VALUE ZEROS.
      *
           05 WS-CS-DUPLICATES          PIC 9(07) VALUE ZEROS.
           05 WS-CS-SCOPE-OK            PIC 9(07) VALUE ZEROS.
           05 WS-CS-REJECTED            PIC 9(07) VALUE ZEROS.
           05 WS-CS-HELD                PIC 9(07) VALUE ZEROS.
      *
      * ** Duplicate-key detection tables for the current run -
      * ** sized past the biggest feed on the horizon, and a run
                 GOODPARTS
                 AUDITLOG
                 WARNRPT
           IF PARTITIONED-RUN
              CLOSE HOLDOUT
           ELSE
              CLOSE POHOLD
           END-IF
           IF SUPXREF-AVAILABLE
              CLOSE SUPXREF
           END-IF
           GOBACK
           .
      *
                         WS-PARTSUPP-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
      * ** The merge cross-reference must be open before the first
      * ** detail or partition key is read - a missing file just
      * ** means no supplier has been merged yet
           OPEN INPUT SUPXREF
           EVALUATE TRUE
              WHEN WS-SUPXREF-STATUS-OK
                 MOVE 'Y'               TO WS-SUPXREF-OPEN
              WHEN WS-SUPXREF-STATUS = '35'
                 DISPLAY ' SUPXREF not present - no supplier '
                    'merges to apply'
              WHEN OTHER
                 DISPLAY ' Error opening file SUPXREF, Status: '
                            WS-SUPXREF-STATUS
                 MOVE 'Y'               TO WS-FATAL-FLAG
           END-EVALUATE
      * ** Find out first whether this is a checkpoint restart - if it
      * ** is, REJECTS/GOODPARTS/AUDITLOG must be extended, not
      * ** re-created, or the prior (abended) run's history for the
           MOVE WS-RUN-DATE             TO WS-RUN-ID(1:8)
           MOVE '.'                     TO WS-RUN-ID(9:1)
           MOVE WS-RUN-TIME             TO WS-RUN-ID(10:6)
      * ** One partition of a split feed takes the run identity the
      * ** split stamped instead, and learns the earlier partitions'
      * ** keys before it reads a record of its own
           PERFORM 975-READ-PARTITION-CONTROL
      * ** On a restart the abended run's GPH already leads the file,
      * ** so only a fresh run writes the envelope header
           IF WS-RESTART-COUNT > 0
                         WS-WARNRPT-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
      * ** The partitions of a split feed run side by side, so none of
      * ** them updates the shared hold queue - each writes its holds
      * ** to its own HOLDOUT for FEDMRG01 to apply.  A restart
      * ** extends it, and a hold written twice is applied twice to
      * ** the same key, the later one simply rewriting the earlier
           IF PARTITIONED-RUN
              IF WS-RESTART-COUNT > 0
                 OPEN EXTEND HOLDOUT
              ELSE
                 OPEN OUTPUT HOLDOUT
              END-IF
              IF NOT WS-HOLDOUT-STATUS-OK
                 DISPLAY ' Error opening file HOLDOUT, Status: '
                            WS-HOLDOUT-STATUS
                 MOVE 'Y'               TO WS-FATAL-FLAG
              END-IF
              EXIT PARAGRAPH
           END-IF
      * ** The hold queue is keyed, so a restart re-holding the
      * ** records after the checkpoint simply rewrites them
           OPEN I-O POHOLD
           IF WS-POHOLD-STATUS = '35'
              DISPLAY ' POHOLD empty - initialising hold queue'
              OPEN OUTPUT POHOLD
              CLOSE POHOLD
              OPEN I-O POHOLD
           END-IF
           IF NOT WS-POHOLD-STATUS-OK
              DISPLAY ' Error opening file POHOLD, Status: '
                         WS-POHOLD-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           .
      *
      * ** Every scoped subroutine is called even after a failure, so
              EXIT PARAGRAPH
           END-IF
      *
      * ** A clean record with a PO line over its buyer's approval
      * ** limit waits on POHOLD for an approver instead
           IF RUN-BOTH-EDITS
              PERFORM 105-CHECK-HOLD
           END-IF
           IF RECORD-ON-HOLD
              ADD 1                    TO WS-HELD-COUNT
              ADD 1                    TO WS-SRC-HELD
              DISPLAY ' - Approval: HELD FOR ' WS-HW-APPROVER-CODE
              MOVE 'HELD'              TO WS-AUDIT-OUTCOME
              MOVE WS-HW-REASON        TO WS-AUDIT-MESSAGE
              PERFORM 995-WRITE-AUDIT-LOG
              PERFORM 955-WRITE-POHOLD
              EXIT PARAGRAPH
           END-IF
      *
      * ** GOODPARTS is the fully-validated feed - a PARTS-only or
      * ** SUPPL-only rerun has only run one edit, so it is logged but
      * ** must not be mistaken for a complete pass
           END-IF
           .
      *
      * ** Picks the HOLD entries FINORDER left in the edit table -
      * ** the largest held line keys the hold and names the approver
       105-CHECK-HOLD.
           MOVE 'N'                     TO WS-HOLD-STATE
           MOVE SPACES                  TO WS-HW-PO-NUMBER
                                           WS-HW-APPROVER-CODE
                                           WS-HW-REASON
           MOVE ZERO                    TO WS-HW-VALUE
                                           WS-HW-LINES
           PERFORM VARYING WS-ERR-SUB FROM 1 BY 1
                   UNTIL WS-ERR-SUB > WS-EDIT-ERROR-COUNT
              IF WS-EDIT-ERR-SEVERITY(WS-ERR-SUB) = 'H'
                 MOVE WS-EDIT-ERR-FIELD(WS-ERR-SUB)
                                        TO WS-HOLD-FIELD-DETAIL
                 ADD 1                  TO WS-HW-LINES
                 IF NOT RECORD-ON-HOLD
                    OR WS-HF-LINE-VALUE > WS-HW-VALUE
                    MOVE 'Y'            TO WS-HOLD-STATE
                    MOVE WS-HF-PO-NUMBER
                                        TO WS-HW-PO-NUMBER
                    MOVE WS-HF-APPROVER-CODE
                                        TO WS-HW-APPROVER-CODE
                    MOVE WS-HF-LINE-VALUE
                                        TO WS-HW-VALUE
                    MOVE WS-EDIT-ERR-MESSAGE(WS-ERR-SUB)
                                        TO WS-HW-REASON
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      * ** Clears the edit-result handshake once per record - the
      * ** subroutines append to it rather than reset it, so their
      * ** failures accumulate into one full list
           MOVE SPACES                  TO WS-EDIT-FIRST-ERROR
           MOVE SPACE                   TO WS-EDIT-ENVIRONMENT
           MOVE SPACES                  TO WS-FIRST-FAIL-CATEGORY
           MOVE 'N'                     TO WS-HOLD-STATE
           .
      *
      * ** Remembers how many table entries - and how many of them
           MOVE 'Y'                  TO WS-EOF
           .
      *
      * ** A partitioned run starts its duplicate-key tables with
      * ** the keys of every detail in the partitions ahead of it,
      * ** so a repeat that spans partitions is rejected here just
      * ** as the single stream would have - each key is entered
      * ** once, as 150-CHECK-DUPLICATES enters them
       156-SEED-DUP-TABLES.
           IF WS-PCK-SUPPLIER-CODE NOT = SPACES
              MOVE WS-PCK-SUPPLIER-CODE TO WS-MERGE-CODE
              PERFORM 230-TRANSLATE-MERGED-SUPPLIER
              MOVE WS-MERGE-CODE        TO WS-PCK-SUPPLIER-CODE
           END-IF
           IF WS-PCK-PART-NUMBER NOT = SPACES
              MOVE 'N'                TO WS-DUP-PART-FOUND
              PERFORM VARYING WS-DUP-PART-IDX FROM 1 BY 1
                      UNTIL WS-DUP-PART-IDX > WS-DUP-PART-COUNT
                         OR DUP-PART-KEY-FOUND
                 IF WS-DUP-PART-ENTRY(WS-DUP-PART-IDX)
                    = WS-PCK-PART-NUMBER
                    MOVE 'Y'          TO WS-DUP-PART-FOUND
                 END-IF
              END-PERFORM
              IF NOT DUP-PART-KEY-FOUND
                 IF WS-DUP-PART-COUNT < 60000
                    ADD 1             TO WS-DUP-PART-COUNT
                    MOVE WS-PCK-PART-NUMBER
                              TO WS-DUP-PART-ENTRY(WS-DUP-PART-COUNT)
                 ELSE
                    PERFORM 157-DUP-TABLE-OVERFLOW
                 END-IF
              END-IF
           END-IF
           IF WS-PCK-SUPPLIER-CODE NOT = SPACES
              MOVE 'N'                TO WS-DUP-SUPP-FOUND
              PERFORM VARYING WS-DUP-SUPP-IDX FROM 1 BY 1
                      UNTIL WS-DUP-SUPP-IDX > WS-DUP-SUPP-COUNT
                         OR DUP-SUPP-KEY-FOUND
                 IF WS-DUP-SUPP-ENTRY(WS-DUP-SUPP-IDX)
                    = WS-PCK-SUPPLIER-CODE
                    MOVE 'Y'          TO WS-DUP-SUPP-FOUND
                 END-IF
              END-PERFORM
              IF NOT DUP-SUPP-KEY-FOUND
                 IF WS-DUP-SUPP-COUNT < 60000
                    ADD 1             TO WS-DUP-SUPP-COUNT
                    MOVE WS-PCK-SUPPLIER-CODE
                              TO WS-DUP-SUPP-ENTRY(WS-DUP-SUPP-COUNT)
                 ELSE
                    PERFORM 157-DUP-TABLE-OVERFLOW
                 END-IF
              END-IF
           END-IF
           MOVE 'N'                   TO WS-DUP-PART-FOUND
           MOVE 'N'                   TO WS-DUP-SUPP-FOUND
           .
      *
      * ** Collects a duplicate-key failure into the edit-error table
      * ** the same way the edit subroutines collect theirs, keeping
      * ** the first failure in the single pair for legacy reporting
      * ** just added to the edit-error table (entries past the
      * ** watermark) - hard failures carry the failing category,
      * ** warnings are stamped WARNING and also go to the warnings
      * ** report for review, and approval holds are stamped HOLD
       993-WRITE-AUDIT-ERRORS.
           MOVE WS-ERRORS-BEFORE        TO WS-ERR-START
           ADD 1                        TO WS-ERR-START
           PERFORM VARYING WS-ERR-SUB FROM WS-ERR-START BY 1
                   UNTIL WS-ERR-SUB > WS-EDIT-ERROR-COUNT
              EVALUATE WS-EDIT-ERR-SEVERITY(WS-ERR-SUB)
                 WHEN 'W'
                    DISPLAY '    Warning: '
                       WS-EDIT-ERR-MESSAGE(WS-ERR-SUB)
                    MOVE 'WARNING'         TO WS-AUDIT-OUTCOME
                    PERFORM 994-WRITE-WARNING-LINE
                 WHEN 'H'
                    DISPLAY '    Hold: '
                       WS-EDIT-ERR-MESSAGE(WS-ERR-SUB)
                    MOVE 'HOLD'            TO WS-AUDIT-OUTCOME
                 WHEN OTHER
                    DISPLAY '    Error: '
                       WS-EDIT-ERR-MESSAGE(WS-ERR-SUB)
                    DISPLAY ' ** Invalid Value: '
                       WS-EDIT-ERR-FIELD(WS-ERR-SUB)
                    MOVE WS-CATEGORY-OUTCOME
                                           TO WS-AUDIT-OUTCOME
              END-EVALUATE
              MOVE WS-EDIT-ERR-MESSAGE(WS-ERR-SUB)
                                        TO WS-AUDIT-MESSAGE
              PERFORM 995-WRITE-AUDIT-LOG
           MOVE WS-RUN-DATE             TO AL-RUN-DATE
           MOVE WS-RUN-TIME             TO AL-RUN-TIME
           MOVE WS-CURRENT-SOURCE       TO AL-SOURCE-ID
           COMPUTE AL-RECORD-NUMBER =
              WS-RECORD-OFFSET + WS-PARTSUPP-READ
           MOVE PART-NUMBER             TO AL-PART-NUMBER
           MOVE SUPPLIER-CODE           TO AL-SUPPLIER-CODE
           MOVE WS-AUDIT-OUTCOME        TO AL-EDIT-OUTCOME
           END-IF
           .
      *
      * ** Writes a source's envelope reconciliation result as its
      * ** own AUDITLOG line - outcome BALANCED or UNBALANCED, no
      * ** part or supplier, and the count of records read from the
      * ** source in place of a record number - so the result
      * ** outlives the job log and goes back to the vendor on
      * ** FEDRTN01's error return
       996-WRITE-ENVELOPE-AUDIT.
           MOVE WS-RUN-ID               TO AL-RUN-ID
           MOVE WS-RUN-DATE             TO AL-RUN-DATE
           MOVE WS-RUN-TIME             TO AL-RUN-TIME
           MOVE WS-CURRENT-SOURCE       TO AL-SOURCE-ID
           MOVE WS-SRC-READ             TO AL-RECORD-NUMBER
           MOVE SPACES                  TO AL-PART-NUMBER
                                           AL-SUPPLIER-CODE
           MOVE WS-AUDIT-OUTCOME        TO AL-EDIT-OUTCOME
           MOVE WS-AUDIT-MESSAGE        TO AL-EDIT-ERROR-MESSAGE
           WRITE AUDIT-RECORD
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error writing file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
      * ** Brackets GOODPARTS with this run's identity - the header
      * ** leads the details so a consumer knows whose generation it
      * ** is reading before it posts anything
           END-IF
           .
      *
      * ** Parks a held record on the approval hold queue.  A hold
      * ** still open from an earlier run takes the newer image but
      * ** keeps its hold date; one already released or declined
      * ** starts a fresh hold.  A partition's hold goes to HOLDOUT
      * ** dated today, and FEDMRG01 keeps the date of a hold still
      * ** open on the queue when it applies it
       955-WRITE-POHOLD.
           MOVE WS-HW-PO-NUMBER         TO PH-PO-NUMBER
           MOVE PART-NUMBER             TO PH-PART-NUMBER
           IF PARTITIONED-RUN
              MOVE WS-RUN-DATE          TO PH-HOLD-DATE
           ELSE
              READ POHOLD
                INVALID KEY
                    CONTINUE
              END-READ
              IF WS-POHOLD-STATUS-OK AND PH-HOLD-OPEN
                 CONTINUE
              ELSE
                 MOVE WS-RUN-DATE       TO PH-HOLD-DATE
              END-IF
           END-IF
           MOVE SUPPLIER-CODE           TO PH-SUPPLIER-CODE
           MOVE SPACES                  TO PH-BUYER-CODE
           PERFORM VARYING PO-IDX FROM 1 BY 1 UNTIL PO-IDX > 3
              IF PO-NUMBER(PO-IDX) = WS-HW-PO-NUMBER
                 MOVE BUYER-CODE(PO-IDX) TO PH-BUYER-CODE
              END-IF
           END-PERFORM
           MOVE WS-HW-APPROVER-CODE     TO PH-APPROVER-CODE
           MOVE WS-RUN-ID               TO PH-HOLD-RUN-ID
           MOVE WS-CURRENT-SOURCE       TO PH-SOURCE-ID
           MOVE WS-HW-VALUE             TO PH-HOLD-VALUE
           MOVE WS-HW-LINES             TO PH-LINES-HELD
           MOVE WS-HW-REASON            TO PH-HOLD-REASON
           MOVE 'H'                     TO PH-HOLD-STATUS
           MOVE ZERO                    TO PH-DECISION-DATE
           MOVE SPACES                  TO PH-DECIDED-BY
           MOVE PART-SUPP-ADDR-PO       TO PH-PART-SUPP-IMAGE
           IF PARTITIONED-RUN
              WRITE HOLDOUT-REC FROM POHOLD-REC
              IF NOT WS-HOLDOUT-STATUS-OK
                 DISPLAY ' Error writing file HOLDOUT, Status: '
                            WS-HOLDOUT-STATUS
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF WS-POHOLD-STATUS-OK
              REWRITE POHOLD-REC
           ELSE
              WRITE POHOLD-REC
           END-IF
           IF NOT WS-POHOLD-STATUS-OK
              DISPLAY ' Error writing file POHOLD, Status: '
                         WS-POHOLD-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
      * ** Reads past any HDR/TRL envelope records (banking their
      * ** control values on the way by) and returns with the next
      * ** detail record - or EOF
                    ADD +1               TO WS-PARTSUPP-READ
                    ADD +1               TO WS-SRC-READ
                    PERFORM 220-ACCUMULATE-HASHES
      * ** Translated here, ahead of both the edits and the restart
      * ** rebuild, so a merged code is one supplier everywhere
                    IF SUPPLIER-CODE NOT = SPACES
                       MOVE SUPPLIER-CODE TO WS-MERGE-CODE
                       PERFORM 230-TRANSLATE-MERGED-SUPPLIER
                       IF WS-MERGE-CODE NOT = SUPPLIER-CODE
                          MOVE WS-MERGE-CODE TO SUPPLIER-CODE
                          ADD 1          TO WS-MERGED-CODE-COUNT
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE
           .
                                           WS-SRC-SCOPE-OK
                                           WS-SRC-REJECTED
                                           WS-SRC-SKIPPED
                                           WS-SRC-HELD
      * ** A replayed HDR is a source the checkpointed SOURCES-SEEN
      * ** already counts; when it is the source that spanned the
      * ** checkpoint, its edit-outcome counters resume from the
                 MOVE WS-CS-DUPLICATES   TO WS-SRC-DUPLICATES
                 MOVE WS-CS-SCOPE-OK     TO WS-SRC-SCOPE-OK
                 MOVE WS-CS-REJECTED     TO WS-SRC-REJECTED
                 MOVE WS-CS-HELD         TO WS-SRC-HELD
              END-IF
           ELSE
              ADD 1                     TO WS-SOURCES-SEEN
           END-PERFORM
           .
      *
      * ** Follows WS-MERGE-CODE through the supplier merge
      * ** cross-reference to the code that survives - a code never
      * ** merged comes back unchanged
       230-TRANSLATE-MERGED-SUPPLIER.
           IF NOT SUPXREF-AVAILABLE
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                    TO WS-MERGE-HOPS
           MOVE 'F'                     TO WS-MERGE-STATE
           PERFORM UNTIL MERGE-END-FOUND
              MOVE WS-MERGE-CODE        TO MX-OLD-SUPPLIER
              READ SUPXREF
                INVALID KEY
                    MOVE 'E'            TO WS-MERGE-STATE
                NOT INVALID KEY
                    ADD 1               TO WS-MERGE-HOPS
                    MOVE MX-NEW-SUPPLIER TO WS-MERGE-CODE
                    IF WS-MERGE-HOPS >= WS-MERGE-LIMIT
                       DISPLAY ' ** Supplier merge chain exceeds '
                          WS-MERGE-LIMIT ' hops - probable loop at: '
                          WS-MERGE-CODE
                       MOVE 'E'         TO WS-MERGE-STATE
                    END-IF
              END-READ
           END-PERFORM
           .
      *
      * ** End of input - closes out whatever source is still open
      * ** and refuses an unbracketed transmission
       262-CLOSE-FEED.
           IF SOURCE-OPEN
              PERFORM 265-CLOSE-CURRENT-SOURCE
           END-IF
      * ** A later partition the split had no envelope for has
      * ** nothing to reconcile - partition 1 always carries the
      * ** start of the feed, so an empty feed still fails there
           IF PARTITIONED-RUN
              AND WS-PARTITION-NUMBER > 1
              AND NOT ANY-HEADER-SEEN
              AND WS-PARTSUPP-READ = 0
              DISPLAY ' Partition ' WS-PARTITION-NUMBER
                 ' has no feed assigned - nothing to edit'
              EXIT PARAGRAPH
           END-IF
           IF NOT ANY-HEADER-SEEN
              DISPLAY ' ** FEED HEADER MISSING - transmission '
                 'cannot be identified'
              MOVE 'N'                  TO WS-FEED-BALANCED
              MOVE 8                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              MOVE 'UNBALANCED'         TO WS-AUDIT-OUTCOME
              MOVE 'HEADER MISSING - FEED NOT IDENTIFIED'
                                        TO WS-AUDIT-MESSAGE
              PERFORM 996-WRITE-ENVELOPE-AUDIT
      * ** The whole unbracketed feed still leaves one history line
      * ** - the per-source counters cover it, source blank
              PERFORM 988-WRITE-SOURCE-HISTORY
      * ** counts and hashes must match what was actually read for
      * ** that source - anything else fails the source, and a
      * ** breaker-abandoned source fails outright.  Every closed
      * ** source leaves its own RUNHIST line, and its envelope
      * ** result on AUDITLOG for FEDRTN01's error return.
       265-CLOSE-CURRENT-SOURCE.
      * ** A TRL at or below the restart point closes a source the
      * ** abended run already reconciled and wrote to RUNHIST -
              MOVE 'N'                  TO WS-SOURCE-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE 'UNBALANCED'            TO WS-AUDIT-OUTCOME
           EVALUATE TRUE
              WHEN SOURCE-BYPASSED
                 DISPLAY ' ** SOURCE ABANDONED BY REJECT BREAKER: '
                    WS-CURRENT-SOURCE ' records skipped: '
                    WS-SRC-SKIPPED
                 MOVE 'ABANDONED BY REJECT-RATE BREAKER'
                                        TO WS-AUDIT-MESSAGE
                 PERFORM 268-FAIL-SOURCE
              WHEN NOT FEED-TRAILER-SEEN
                 DISPLAY ' ** FEED TRAILER MISSING - source may be '
                    'truncated: ' WS-CURRENT-SOURCE
                 MOVE 'TRAILER MISSING - FEED MAY BE TRUNCATED'
                                        TO WS-AUDIT-MESSAGE
                 PERFORM 268-FAIL-SOURCE
              WHEN WS-TD-RECORD-COUNT NOT = WS-SRC-READ
                 DISPLAY ' ** FEED OUT OF BALANCE - trailer count: '
                    WS-TD-RECORD-COUNT ' records read: '
                    WS-SRC-READ ' source: ' WS-CURRENT-SOURCE
                 MOVE WS-TD-RECORD-COUNT TO WS-ECM-TRAILER-COUNT
                 MOVE WS-SRC-READ       TO WS-ECM-READ-COUNT
                 MOVE WS-ENV-COUNT-MESSAGE
                                        TO WS-AUDIT-MESSAGE
                 PERFORM 268-FAIL-SOURCE
              WHEN WS-TD-QTY-HASH NOT = WS-QTY-HASH
                 DISPLAY ' ** FEED OUT OF BALANCE - quantity hash '
                    'does not match trailer: ' WS-CURRENT-SOURCE
                 MOVE 'QUANTITY HASH DOES NOT MATCH TRAILER'
                                        TO WS-AUDIT-MESSAGE
                 PERFORM 268-FAIL-SOURCE
              WHEN WS-TD-PRICE-HASH NOT = WS-PRICE-HASH
                 DISPLAY ' ** FEED OUT OF BALANCE - unit-price hash '
                    'does not match trailer: ' WS-CURRENT-SOURCE
                 MOVE 'UNIT-PRICE HASH DOES NOT MATCH TRAILER'
                                        TO WS-AUDIT-MESSAGE
                 PERFORM 268-FAIL-SOURCE
              WHEN OTHER
                 DISPLAY ' Source reconciled: ' WS-CURRENT-SOURCE
                    ' records: ' WS-SRC-READ
                 MOVE 'BALANCED'        TO WS-AUDIT-OUTCOME
                 MOVE 'SOURCE RECONCILED TO ITS TRAILER'
                                        TO WS-AUDIT-MESSAGE
           END-EVALUATE
           PERFORM 996-WRITE-ENVELOPE-AUDIT
           PERFORM 988-WRITE-SOURCE-HISTORY
           MOVE 'N'                     TO WS-SOURCE-OPEN
           .
                    MOVE CKPT-REJS-WRITTEN  TO WS-REJS-WRITTEN
                    MOVE CKPT-REJO-WRITTEN  TO WS-REJO-WRITTEN
                    MOVE CKPT-REJD-WRITTEN  TO WS-REJD-WRITTEN
                    MOVE CKPT-HELD-COUNT    TO WS-HELD-COUNT
      * ** The source totals restore live - replayed HDRs and TRLs
      * ** neither re-count nor re-judge sources the abended run
      * ** already handled.  The spanning source's own counters are
                                            TO WS-CS-DUPLICATES
                    MOVE CKPT-SRC-SCOPE-OK  TO WS-CS-SCOPE-OK
                    MOVE CKPT-SRC-REJECTED  TO WS-CS-REJECTED
                    MOVE CKPT-SRC-HELD      TO WS-CS-HELD
              END-READ
              CLOSE CHECKPT
              IF WS-RESTART-COUNT > 0
           END-IF
           .
      *
      * ** Picks up FEDSPL01's partition control, if this instance
      * ** has one: the shared run identity replaces the one just
      * ** stamped, so every partition's GOODPARTS envelope,
      * ** AUDITLOG lines, RUNHIST lines and holds carry the same
      * ** run and FEDMRG01 can put them back together as one.  No
      * ** PARTCTL, or an empty one, is a single-stream run.
       975-READ-PARTITION-CONTROL.
           OPEN INPUT PARTCTL
           IF NOT WS-PARTCTL-STATUS-OK
              IF WS-PARTCTL-STATUS NOT = '35'
                 DISPLAY ' Error opening file PARTCTL, Status: '
                            WS-PARTCTL-STATUS
                 MOVE 'Y'               TO WS-FATAL-FLAG
              END-IF
              EXIT PARAGRAPH
           END-IF
           READ PARTCTL
             AT END
                 MOVE 'Y'               TO WS-PARTCTL-EOF
           END-READ
           IF NOT PARTCTL-EOF-FOUND
              MOVE PARTCTL-REC          TO WS-PARTCTL-HEADER
              IF WS-PCH-RECORD-TYPE NOT = 'PCH'
                 DISPLAY ' ** PARTCTL does not start with its PCH '
                    'header - partition cannot be identified'
                 MOVE 'Y'               TO WS-FATAL-FLAG
                 MOVE 'Y'               TO WS-PARTCTL-EOF
              ELSE
                 MOVE 'Y'               TO WS-PARTITIONED
                 MOVE WS-PCH-RUN-ID     TO WS-RUN-ID
                 MOVE WS-PCH-RUN-DATE   TO WS-RUN-DATE
                 MOVE WS-PCH-RUN-TIME   TO WS-RUN-TIME
                 MOVE WS-PCH-PARTITION  TO WS-PARTITION-NUMBER
                 MOVE WS-PCH-PARTITION-COUNT
                                        TO WS-PARTITION-TOTAL
                 MOVE WS-PCH-RECORD-OFFSET
                                        TO WS-RECORD-OFFSET
                 DISPLAY ' Partitioned run ' WS-RUN-ID
                    ' - partition ' WS-PARTITION-NUMBER
                    ' of ' WS-PARTITION-TOTAL
              END-IF
           END-IF
      * ** A seed that overflows the duplicate tables has already
      * ** stopped the run - no point reading the rest
           PERFORM UNTIL PARTCTL-EOF-FOUND OR EOF-FOUND
              READ PARTCTL
                AT END
                    MOVE 'Y'            TO WS-PARTCTL-EOF
                NOT AT END
                    MOVE PARTCTL-REC    TO WS-PARTCTL-KEY
                    IF WS-PCK-RECORD-TYPE = 'PCK'
                       ADD 1            TO WS-PRIOR-KEYS-READ
                       PERFORM 156-SEED-DUP-TABLES
                    END-IF
              END-READ
           END-PERFORM
           IF WS-PARTCTL-STATUS = '00' OR '10'
              CLOSE PARTCTL
           END-IF
           .
      *
      * ** Rewrites the checkpoint file every WS-CHECKPOINT-INTERVAL
      * ** records so a mid-run abend loses only that window of work
       960-CHECKPOINT-IF-DUE.
              MOVE WS-REJS-WRITTEN        TO CKPT-REJS-WRITTEN
              MOVE WS-REJO-WRITTEN        TO CKPT-REJO-WRITTEN
              MOVE WS-REJD-WRITTEN        TO CKPT-REJD-WRITTEN
              MOVE WS-HELD-COUNT          TO CKPT-HELD-COUNT
              MOVE WS-SRC-READ            TO CKPT-SRC-READ
              MOVE WS-SRC-PASSED          TO CKPT-SRC-PASSED
              MOVE WS-SRC-PARTS-FAILED    TO CKPT-SRC-PARTS-FAILED
              MOVE WS-SRC-SCOPE-OK        TO CKPT-SRC-SCOPE-OK
              MOVE WS-SRC-REJECTED        TO CKPT-SRC-REJECTED
              MOVE WS-SRC-SKIPPED         TO CKPT-SRC-SKIPPED
              MOVE WS-SRC-HELD            TO CKPT-SRC-HELD
              MOVE WS-CURRENT-SOURCE      TO CKPT-CURRENT-SOURCE
              MOVE WS-HDR-SEEN            TO CKPT-HDR-SEEN
              MOVE WS-TRL-SEEN            TO CKPT-TRL-SEEN
              MOVE WS-SRC-SCOPE-OK        TO RH-SCOPE-OK-COUNT
              MOVE WS-SRC-REJECTED        TO RH-REJECTED-COUNT
              MOVE WS-CURRENT-SOURCE      TO RH-SOURCE-ID
              MOVE WS-SRC-HELD            TO RH-HELD-COUNT
              WRITE RUNHIST-RECORD
              IF NOT WS-RUNHIST-STATUS-OK
                 DISPLAY ' Error writing file RUNHIST, Status: '
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' FINAL01 CONTROL TOTALS'
           IF PARTITIONED-RUN
              DISPLAY ' PARTITION              : ' WS-PARTITION-NUMBER
                 ' OF ' WS-PARTITION-TOTAL
              DISPLAY ' PRIOR-PARTITION KEYS   : ' WS-PRIOR-KEYS-READ
           END-IF
           DISPLAY ' RECORDS READ           : ' WS-PARTSUPP-READ
           DISPLAY ' FEED SOURCES SEEN      : ' WS-SOURCES-SEEN
           DISPLAY ' FEED SOURCES FAILED    : ' WS-SOURCES-FAILED
           DISPLAY ' FAILED - ORDER EDIT    : ' WS-ORDER-FAILED-COUNT
           DISPLAY ' REJECTED - DUPLICATES  : ' WS-DUPLICATE-COUNT
           DISPLAY ' PASSED - SCOPE-OK      : ' WS-SCOPE-OK-COUNT
           DISPLAY ' HELD FOR PO APPROVAL   : ' WS-HELD-COUNT
           DISPLAY ' MERGED SUPPLIER CODES  : ' WS-MERGED-CODE-COUNT
           DISPLAY ' WARNINGS ISSUED        : ' WS-WARNING-COUNT
           DISPLAY ' RECORDS SENT TO SUSPENSE               : '
              WS-REJECTED-COUNT
