       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDMRG01.
      *============================
      * ** Feed partition merge - puts the outputs of the FINAL01
      * ** instances that edited FEDSPL01's partitions back into
      * ** the single files downstream has always read.  Each input
      * ** DD is the partitions' datasets concatenated in partition
      * ** order, which FEDSPL01 made the original feed order.
      * ** - GOODPARTS: every partition's GPH/GPT envelope must be
      * **   there, carry the run identity FEDSPL01 stamped, and
      * **   balance to its own details.  The details are written
      * **   under ONE GPH/GPT envelope for that run identity, so
      * **   PMLOAD01/PRCVAR01/ERPEXT01/REMIT01 see one generation.
      * **   A partition missing, out of balance, trailerless or
      * **   from another run withholds the merged trailer, RC 8.
      * ** - REJPARTS/REJSUPPL/REJORDER/REJDUPS: each team's
      * **   suspense is merged into its one file for RESUB01.
      * ** - AUDITLOG and RUNHIST: this run's lines are appended to
      * **   the permanent files; record numbers already run on
      * **   across partitions.  Lines stamped with another run are
      * **   left out and the merge ends RC 8.
      * ** - HOLDIN: the partitions' approval holds are applied to
      * **   the POHOLD queue here, one writer after the partitions
      * **   have finished, as a single-stream FINAL01 would have
      * **   applied them - a hold still open on the queue keeps its
      * **   hold date.  A hold from another run is left out, RC 8.
      * ** Duplicates spanning partitions were already rejected by
      * ** the FINAL01 instances from FEDSPL01's banked keys, so
      * ** REJDUPS here holds them like any other duplicate.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT PARTCTL     ASSIGN TO PARTCTL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTCTL-STATUS
             .
           SELECT GOODIN      ASSIGN TO GOODIN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-GOODIN-STATUS
             .
           SELECT REJPIN      ASSIGN TO REJPIN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REJPIN-STATUS
             .
           SELECT REJSIN      ASSIGN TO REJSIN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REJSIN-STATUS
             .
           SELECT REJOIN      ASSIGN TO REJOIN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REJOIN-STATUS
             .
           SELECT REJDIN      ASSIGN TO REJDIN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REJDIN-STATUS
             .
           SELECT AUDIN       ASSIGN TO AUDIN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-AUDIN-STATUS
             .
           SELECT RHIN        ASSIGN TO RHIN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RHIN-STATUS
             .
           SELECT HOLDIN      ASSIGN TO HOLDIN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-HOLDIN-STATUS
             .
           SELECT GOODPARTS   ASSIGN TO GOODPARTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-GOODPARTS-STATUS
             .
           SELECT REJPARTS    ASSIGN TO REJPARTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REJPARTS-STATUS
             .
           SELECT REJSUPPL    ASSIGN TO REJSUPPL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REJSUPPL-STATUS
             .
           SELECT REJORDER    ASSIGN TO REJORDER
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REJORDER-STATUS
             .
           SELECT REJDUPS     ASSIGN TO REJDUPS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-REJDUPS-STATUS
             .
           SELECT AUDITLOG    ASSIGN TO AUDITLOG
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-AUDITLOG-STATUS
             .
           SELECT RUNHIST     ASSIGN TO RUNHIST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RUNHIST-STATUS
             .
           SELECT POHOLD      ASSIGN TO POHOLD
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PH-KEY
             FILE STATUS      IS  WS-POHOLD-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Partition 1's control from FEDSPL01 - its PCH header
      * ** names the run identity and how many partitions to expect
       FD  PARTCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTCTL-REC.
       01  PARTCTL-REC                  PIC X(60).
      *
       FD  GOODIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 473 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODIN-REC.
       01  GOODIN-REC                   PIC X(473).
      *
       FD  REJPIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJPIN-REC.
       01  REJPIN-REC                   PIC X(1155).
      *
       FD  REJSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJSIN-REC.
       01  REJSIN-REC                   PIC X(1155).
      *
       FD  REJOIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJOIN-REC.
       01  REJOIN-REC                   PIC X(1155).
      *
       FD  REJDIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJDIN-REC.
       01  REJDIN-REC                   PIC X(1155).
      *
      * ** The partitions' AUDITLOG lines, in FINAL01's layout
       FD  AUDIN
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
      * ** The partitions' RUNHIST lines, in FINAL01's layout
       FD  RHIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNHIST-RECORD.
       01  RUNHIST-RECORD.
           05  RH-RUN-DATE              PIC 9(08).
           05  RH-RUN-TIME              PIC 9(06).
           05  RH-RUN-SCOPE             PIC X(08).
           05  RH-RECORDS-READ          PIC 9(07).
           05  RH-PASSED-COUNT          PIC 9(07).
           05  RH-PARTS-FAILED-COUNT    PIC 9(07).
           05  RH-SUPPL-FAILED-COUNT    PIC 9(07).
           05  RH-ORDER-FAILED-COUNT    PIC 9(07).
           05  RH-DUPLICATE-COUNT       PIC 9(07).
           05  RH-SCOPE-OK-COUNT        PIC 9(07).
           05  RH-REJECTED-COUNT        PIC 9(07).
           05  RH-SOURCE-ID             PIC X(08).
           05  RH-HELD-COUNT            PIC 9(07).
      *
      * ** The partitions' HOLDOUT approval holds, in the POHOLD
      * ** layout
       FD  HOLDIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 650 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HOLDIN-REC.
       01  HOLDIN-REC.
           05  HI-KEY                   PIC X(29).
           05  FILLER                   PIC X(24).
           05  HI-HOLD-RUN-ID           PIC X(15).
           05  FILLER                   PIC X(582).
      *
       FD  GOODPARTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 473 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GOODPARTS-REC.
       01  GOODPARTS-REC                PIC X(473).
      *
       FD  REJPARTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJPARTS-REC.
       01  REJPARTS-REC                 PIC X(1155).
      *
       FD  REJSUPPL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJSUPPL-REC.
       01  REJSUPPL-REC                 PIC X(1155).
      *
       FD  REJORDER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJORDER-REC.
       01  REJORDER-REC                 PIC X(1155).
      *
       FD  REJDUPS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1155 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REJDUPS-REC.
       01  REJDUPS-REC                  PIC X(1155).
      *
       FD  AUDITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 135 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDITLOG-REC.
       01  AUDITLOG-REC                 PIC X(135).
      *
       FD  RUNHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNHIST-REC.
       01  RUNHIST-REC                  PIC X(93).
      *
      * ** PO approval hold queue shared with RESUB01 and POCHG01
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-PARTCTL-STATUS         PIC X(02) VALUE '00'.
             88 WS-PARTCTL-STATUS-OK    VALUE '00'.
           05 WS-GOODIN-STATUS          PIC X(02) VALUE '00'.
             88 WS-GOODIN-STATUS-OK     VALUE '00'.
           05 WS-REJPIN-STATUS          PIC X(02) VALUE '00'.
             88 WS-REJPIN-STATUS-OK     VALUE '00'.
           05 WS-REJSIN-STATUS          PIC X(02) VALUE '00'.
             88 WS-REJSIN-STATUS-OK     VALUE '00'.
           05 WS-REJOIN-STATUS          PIC X(02) VALUE '00'.
             88 WS-REJOIN-STATUS-OK     VALUE '00'.
           05 WS-REJDIN-STATUS          PIC X(02) VALUE '00'.
             88 WS-REJDIN-STATUS-OK     VALUE '00'.
           05 WS-AUDIN-STATUS           PIC X(02) VALUE '00'.
             88 WS-AUDIN-STATUS-OK      VALUE '00'.
           05 WS-RHIN-STATUS            PIC X(02) VALUE '00'.
             88 WS-RHIN-STATUS-OK       VALUE '00'.
           05 WS-HOLDIN-STATUS          PIC X(02) VALUE '00'.
             88 WS-HOLDIN-STATUS-OK     VALUE '00'.
           05 WS-GOODPARTS-STATUS       PIC X(02) VALUE '00'.
             88 WS-GOODPARTS-STATUS-OK  VALUE '00'.
           05 WS-REJPARTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-REJPARTS-STATUS-OK   VALUE '00'.
           05 WS-REJSUPPL-STATUS        PIC X(02) VALUE '00'.
             88 WS-REJSUPPL-STATUS-OK   VALUE '00'.
           05 WS-REJORDER-STATUS        PIC X(02) VALUE '00'.
             88 WS-REJORDER-STATUS-OK   VALUE '00'.
           05 WS-REJDUPS-STATUS         PIC X(02) VALUE '00'.
             88 WS-REJDUPS-STATUS-OK    VALUE '00'.
           05 WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
             88 WS-AUDITLOG-STATUS-OK   VALUE '00'.
           05 WS-RUNHIST-STATUS         PIC X(02) VALUE '00'.
             88 WS-RUNHIST-STATUS-OK    VALUE '00'.
           05 WS-POHOLD-STATUS          PIC X(02) VALUE '00'.
             88 WS-POHOLD-STATUS-OK     VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-FATAL-FLAG             PIC X VALUE 'N'.
              88 FATAL-FILE-ERROR       VALUE 'Y'.
      * ** Anything that makes the merged generation untrustworthy
      * ** clears this, and the merged GOODPARTS trailer is withheld
           05 WS-MERGE-BALANCED         PIC X VALUE 'Y'.
              88 MERGE-BALANCED         VALUE 'Y'.
           05 WS-IN-ENVELOPE            PIC X VALUE 'N'.
              88 ENVELOPE-OPEN          VALUE 'Y'.
           05 WS-ENVELOPE-FOREIGN       PIC X VALUE 'N'.
              88 FOREIGN-ENVELOPE       VALUE 'Y'.
           05 WS-HOLD-STATE             PIC X VALUE 'N'.
              88 HOLD-ON-QUEUE          VALUE 'Y'.
      *
      * ** The run identity FEDSPL01 stamped on every partition
       01  WS-RUN-IDENTITY.
           05 WS-RUN-ID                 PIC X(15) VALUE SPACES.
           05 WS-RUN-DATE               PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME               PIC 9(06) VALUE ZERO.
           05 WS-PARTITION-COUNT        PIC 9(02) VALUE ZERO.
      *
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
      *
      * ** FINAL01's GOODPARTS run-identity envelope records
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
       01  COUNTERS.
           05 WS-ENVELOPES-SEEN         PIC 9(02) VALUE ZEROS.
           05 WS-ENVELOPES-CLOSED       PIC 9(02) VALUE ZEROS.
           05 WS-ENVELOPE-DETAILS       PIC 9(07) VALUE ZEROS.
           05 WS-GOOD-READ              PIC 9(07) VALUE ZEROS.
           05 WS-GOOD-WRITTEN           PIC 9(07) VALUE ZEROS.
           05 WS-GOOD-DROPPED           PIC 9(07) VALUE ZEROS.
           05 WS-REJP-MERGED            PIC 9(07) VALUE ZEROS.
           05 WS-REJS-MERGED            PIC 9(07) VALUE ZEROS.
           05 WS-REJO-MERGED            PIC 9(07) VALUE ZEROS.
           05 WS-REJD-MERGED            PIC 9(07) VALUE ZEROS.
           05 WS-SUSPENSE-MERGED        PIC 9(07) VALUE ZEROS.
           05 WS-AUDIT-MERGED           PIC 9(07) VALUE ZEROS.
           05 WS-AUDIT-FOREIGN          PIC 9(07) VALUE ZEROS.
           05 WS-RUNHIST-MERGED         PIC 9(07) VALUE ZEROS.
           05 WS-RUNHIST-FOREIGN        PIC 9(07) VALUE ZEROS.
           05 WS-HOLDS-APPLIED          PIC 9(07) VALUE ZEROS.
           05 WS-HOLDS-FOREIGN          PIC 9(07) VALUE ZEROS.
      *
       01  WS-OPEN-HOLD-DATE            PIC 9(08) VALUE ZERO.
      *
      * ** This run's RUNHIST lines summed across every partition
      * ** and source - the figures a single-stream run would show
       01  RUN-TOTALS.
           05 WS-RT-READ                PIC 9(07) VALUE ZEROS.
           05 WS-RT-PASSED              PIC 9(07) VALUE ZEROS.
           05 WS-RT-DUPLICATES          PIC 9(07) VALUE ZEROS.
           05 WS-RT-SCOPE-OK            PIC 9(07) VALUE ZEROS.
           05 WS-RT-REJECTED            PIC 9(07) VALUE ZEROS.
           05 WS-RT-HELD                PIC 9(07) VALUE ZEROS.
      *
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF FATAL-FILE-ERROR
              DISPLAY ' FEDMRG01 ending - fatal file error'
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              GOBACK
           END-IF
           PERFORM 100-MERGE-RUNHIST
           PERFORM 200-MERGE-GOODPARTS
           PERFORM 300-MERGE-SUSPENSE
           PERFORM 400-MERGE-AUDITLOG
           PERFORM 500-APPLY-HOLDS
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE GOODIN
                 REJPIN
                 REJSIN
                 REJOIN
                 REJDIN
                 AUDIN
                 RHIN
                 HOLDIN
                 GOODPARTS
                 REJPARTS
                 REJSUPPL
                 REJORDER
                 REJDUPS
                 AUDITLOG
                 RUNHIST
                 POHOLD
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           PERFORM 050-READ-PARTITION-CONTROL
           OPEN INPUT GOODIN
                      REJPIN
                      REJSIN
                      REJOIN
                      REJDIN
                      AUDIN
                      RHIN
                      HOLDIN
           IF NOT WS-GOODIN-STATUS-OK
              DISPLAY ' Error opening file GOODIN, Status: '
                         WS-GOODIN-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-REJPIN-STATUS-OK
              DISPLAY ' Error opening file REJPIN, Status: '
                         WS-REJPIN-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-REJSIN-STATUS-OK
              DISPLAY ' Error opening file REJSIN, Status: '
                         WS-REJSIN-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-REJOIN-STATUS-OK
              DISPLAY ' Error opening file REJOIN, Status: '
                         WS-REJOIN-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-REJDIN-STATUS-OK
              DISPLAY ' Error opening file REJDIN, Status: '
                         WS-REJDIN-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-AUDIN-STATUS-OK
              DISPLAY ' Error opening file AUDIN, Status: '
                         WS-AUDIN-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-RHIN-STATUS-OK
              DISPLAY ' Error opening file RHIN, Status: '
                         WS-RHIN-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-HOLDIN-STATUS-OK
              DISPLAY ' Error opening file HOLDIN, Status: '
                         WS-HOLDIN-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           OPEN OUTPUT GOODPARTS
                       REJPARTS
                       REJSUPPL
                       REJORDER
                       REJDUPS
           IF NOT WS-GOODPARTS-STATUS-OK
              DISPLAY ' Error opening file GOODPARTS, Status: '
                         WS-GOODPARTS-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-REJPARTS-STATUS-OK
              DISPLAY ' Error opening file REJPARTS, Status: '
                         WS-REJPARTS-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-REJSUPPL-STATUS-OK
              DISPLAY ' Error opening file REJSUPPL, Status: '
                         WS-REJSUPPL-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-REJORDER-STATUS-OK
              DISPLAY ' Error opening file REJORDER, Status: '
                         WS-REJORDER-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-REJDUPS-STATUS-OK
              DISPLAY ' Error opening file REJDUPS, Status: '
                         WS-REJDUPS-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
      * ** The audit log and run history accumulate across runs
           OPEN EXTEND AUDITLOG
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error opening file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           OPEN EXTEND RUNHIST
           IF NOT WS-RUNHIST-STATUS-OK
              DISPLAY ' Error opening file RUNHIST, Status: '
                         WS-RUNHIST-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
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
      * ** Without FEDSPL01's header there is no run identity to
      * ** merge under - nothing is written
       050-READ-PARTITION-CONTROL.
           OPEN INPUT PARTCTL
           IF NOT WS-PARTCTL-STATUS-OK
              DISPLAY ' Error opening file PARTCTL, Status: '
                         WS-PARTCTL-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-PARTCTL-HEADER
           READ PARTCTL INTO WS-PARTCTL-HEADER
             AT END
                 CONTINUE
           END-READ
           IF WS-PCH-RECORD-TYPE NOT = 'PCH'
              DISPLAY ' ** PARTCTL does not start with its PCH '
                 'header - run identity unknown'
              MOVE 'Y'                  TO WS-FATAL-FLAG
           ELSE
              MOVE WS-PCH-RUN-ID        TO WS-RUN-ID
              MOVE WS-PCH-RUN-DATE      TO WS-RUN-DATE
              MOVE WS-PCH-RUN-TIME      TO WS-RUN-TIME
              MOVE WS-PCH-PARTITION-COUNT
                                        TO WS-PARTITION-COUNT
              DISPLAY ' Merging run ' WS-RUN-ID ' from '
                 WS-PARTITION-COUNT ' partitions'
           END-IF
           CLOSE PARTCTL
           .
      *
      * ** Appends this run's per-source summary lines to RUNHIST
      * ** and sums them for the control totals
       100-MERGE-RUNHIST.
           MOVE SPACES                  TO WS-EOF
           PERFORM UNTIL EOF-FOUND
              READ RHIN
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    PERFORM 150-MERGE-RUNHIST-LINE
              END-READ
           END-PERFORM
           .
      *
       150-MERGE-RUNHIST-LINE.
           IF RH-RUN-DATE NOT = WS-RUN-DATE
              OR RH-RUN-TIME NOT = WS-RUN-TIME
              ADD 1                     TO WS-RUNHIST-FOREIGN
              DISPLAY ' ** RUNHIST line from another run left out: '
                 RH-RUN-DATE '.' RH-RUN-TIME ' source: '
                 RH-SOURCE-ID
              PERFORM 900-BREAK-MERGE
              EXIT PARAGRAPH
           END-IF
           ADD RH-RECORDS-READ          TO WS-RT-READ
           ADD RH-PASSED-COUNT          TO WS-RT-PASSED
           ADD RH-DUPLICATE-COUNT       TO WS-RT-DUPLICATES
           ADD RH-SCOPE-OK-COUNT        TO WS-RT-SCOPE-OK
           ADD RH-REJECTED-COUNT        TO WS-RT-REJECTED
           ADD RH-HELD-COUNT            TO WS-RT-HELD
           WRITE RUNHIST-REC FROM RUNHIST-RECORD
           IF NOT WS-RUNHIST-STATUS-OK
              DISPLAY ' Error writing file RUNHIST, Status: '
                         WS-RUNHIST-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           ELSE
              ADD 1                     TO WS-RUNHIST-MERGED
           END-IF
           .
      *
      * ** Unwraps each partition's GOODPARTS envelope, proving it
      * ** as it goes, and rewraps every detail under the one run
      * ** identity
       200-MERGE-GOODPARTS.
           MOVE SPACES                  TO WS-GOODPARTS-HEADER
           MOVE 'GPH'                   TO WS-GPH-RECORD-TYPE
           MOVE WS-RUN-ID               TO WS-GPH-RUN-ID
           MOVE WS-RUN-DATE             TO WS-GPH-RUN-DATE
           MOVE WS-GOODPARTS-HEADER     TO GOODPARTS-REC
           PERFORM 800-WRITE-GOODPARTS
           MOVE SPACES                  TO WS-EOF
           PERFORM UNTIL EOF-FOUND
              READ GOODIN
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    PERFORM 250-CLASSIFY-GOODPARTS
              END-READ
           END-PERFORM
           IF ENVELOPE-OPEN
              DISPLAY ' ** GOODPARTS TRAILER MISSING - partition '
                 WS-ENVELOPES-SEEN ' did not finish clean'
              PERFORM 900-BREAK-MERGE
           END-IF
           IF WS-ENVELOPES-SEEN NOT = WS-PARTITION-COUNT
              DISPLAY ' ** GOODPARTS PARTITIONS FOUND: '
                 WS-ENVELOPES-SEEN ' expected: ' WS-PARTITION-COUNT
              PERFORM 900-BREAK-MERGE
           END-IF
           PERFORM 280-WRITE-MERGED-TRAILER
           .
      *
       250-CLASSIFY-GOODPARTS.
           ADD 1                        TO WS-GOOD-READ
           EVALUATE GOODIN-REC(1:3)
              WHEN 'GPH'
                 IF ENVELOPE-OPEN
                    DISPLAY ' ** GOODPARTS TRAILER MISSING - '
                       'partition ' WS-ENVELOPES-SEEN
                       ' did not finish clean'
                    PERFORM 900-BREAK-MERGE
                 END-IF
                 MOVE GOODIN-REC        TO WS-GOODPARTS-HEADER
                 ADD 1                  TO WS-ENVELOPES-SEEN
                 MOVE 'Y'               TO WS-IN-ENVELOPE
                 MOVE ZEROS             TO WS-ENVELOPE-DETAILS
                 MOVE 'N'               TO WS-ENVELOPE-FOREIGN
                 IF WS-GPH-RUN-ID NOT = WS-RUN-ID
                    MOVE 'Y'            TO WS-ENVELOPE-FOREIGN
                    DISPLAY ' ** GOODPARTS partition '
                       WS-ENVELOPES-SEEN ' is from run '
                       WS-GPH-RUN-ID ' - left out'
                    PERFORM 900-BREAK-MERGE
                 END-IF
              WHEN 'GPT'
                 MOVE GOODIN-REC        TO WS-GOODPARTS-TRAILER
                 EVALUATE TRUE
                    WHEN NOT ENVELOPE-OPEN
                       DISPLAY ' ** GOODPARTS TRAILER WITHOUT ITS '
                          'HEADER after partition '
                          WS-ENVELOPES-SEEN
                       PERFORM 900-BREAK-MERGE
                    WHEN WS-GPT-RECORD-COUNT
                         NOT = WS-ENVELOPE-DETAILS
                       DISPLAY ' ** GOODPARTS partition '
                          WS-ENVELOPES-SEEN ' OUT OF BALANCE - '
                          'trailer count: ' WS-GPT-RECORD-COUNT
                          ' details: ' WS-ENVELOPE-DETAILS
                       PERFORM 900-BREAK-MERGE
                    WHEN OTHER
                       ADD 1            TO WS-ENVELOPES-CLOSED
                 END-EVALUATE
                 MOVE 'N'               TO WS-IN-ENVELOPE
              WHEN OTHER
                 EVALUATE TRUE
                    WHEN NOT ENVELOPE-OPEN
                       ADD 1            TO WS-GOOD-DROPPED
                       DISPLAY ' ** GOODPARTS detail outside any '
                          'partition envelope - left out'
                       PERFORM 900-BREAK-MERGE
                    WHEN FOREIGN-ENVELOPE
                       ADD 1            TO WS-ENVELOPE-DETAILS
                       ADD 1            TO WS-GOOD-DROPPED
                    WHEN OTHER
                       ADD 1            TO WS-ENVELOPE-DETAILS
                       MOVE GOODIN-REC  TO GOODPARTS-REC
                       PERFORM 800-WRITE-GOODPARTS
                       ADD 1            TO WS-GOOD-WRITTEN
                 END-EVALUATE
           END-EVALUATE
           .
      *
      * ** As in FINAL01, the trailer proves the generation whole -
      * ** a merge with any partition in doubt leaves GOODPARTS
      * ** trailerless and every consumer's envelope check refuses
      * ** it
       280-WRITE-MERGED-TRAILER.
           IF NOT MERGE-BALANCED
              DISPLAY ' ** GOODPARTS trailer withheld - merge did '
                 'not finish clean'
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-GOODPARTS-TRAILER
           MOVE 'GPT'                   TO WS-GPT-RECORD-TYPE
           MOVE WS-GOOD-WRITTEN         TO WS-GPT-RECORD-COUNT
           MOVE WS-GOODPARTS-TRAILER    TO GOODPARTS-REC
           PERFORM 800-WRITE-GOODPARTS
           .
      *
      * ** Each team's suspense partitions into its one file
       300-MERGE-SUSPENSE.
           MOVE SPACES                  TO WS-EOF
           PERFORM UNTIL EOF-FOUND
              READ REJPIN
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    WRITE REJPARTS-REC FROM REJPIN-REC
                    IF NOT WS-REJPARTS-STATUS-OK
                       DISPLAY ' Error writing file REJPARTS, '
                          'Status: ' WS-REJPARTS-STATUS
                       MOVE 12          TO WS-RC-CANDIDATE
                       PERFORM 925-RAISE-RETURN-CODE
                    ELSE
                       ADD 1            TO WS-REJP-MERGED
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES                  TO WS-EOF
           PERFORM UNTIL EOF-FOUND
              READ REJSIN
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    WRITE REJSUPPL-REC FROM REJSIN-REC
                    IF NOT WS-REJSUPPL-STATUS-OK
                       DISPLAY ' Error writing file REJSUPPL, '
                          'Status: ' WS-REJSUPPL-STATUS
                       MOVE 12          TO WS-RC-CANDIDATE
                       PERFORM 925-RAISE-RETURN-CODE
                    ELSE
                       ADD 1            TO WS-REJS-MERGED
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES                  TO WS-EOF
           PERFORM UNTIL EOF-FOUND
              READ REJOIN
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    WRITE REJORDER-REC FROM REJOIN-REC
                    IF NOT WS-REJORDER-STATUS-OK
                       DISPLAY ' Error writing file REJORDER, '
                          'Status: ' WS-REJORDER-STATUS
                       MOVE 12          TO WS-RC-CANDIDATE
                       PERFORM 925-RAISE-RETURN-CODE
                    ELSE
                       ADD 1            TO WS-REJO-MERGED
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES                  TO WS-EOF
           PERFORM UNTIL EOF-FOUND
              READ REJDIN
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    WRITE REJDUPS-REC FROM REJDIN-REC
                    IF NOT WS-REJDUPS-STATUS-OK
                       DISPLAY ' Error writing file REJDUPS, '
                          'Status: ' WS-REJDUPS-STATUS
                       MOVE 12          TO WS-RC-CANDIDATE
                       PERFORM 925-RAISE-RETURN-CODE
                    ELSE
                       ADD 1            TO WS-REJD-MERGED
                    END-IF
              END-READ
           END-PERFORM
           COMPUTE WS-SUSPENSE-MERGED = WS-REJP-MERGED
              + WS-REJS-MERGED + WS-REJO-MERGED + WS-REJD-MERGED
           .
      *
      * ** Appends this run's audit lines - another run's lines in
      * ** a partition dataset mean a stale or wrong input
       400-MERGE-AUDITLOG.
           MOVE SPACES                  TO WS-EOF
           PERFORM UNTIL EOF-FOUND
              READ AUDIN
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    PERFORM 450-MERGE-AUDIT-LINE
              END-READ
           END-PERFORM
           IF WS-AUDIT-FOREIGN > 0
              DISPLAY ' ** AUDITLOG lines from another run left out: '
                 WS-AUDIT-FOREIGN
              MOVE 8                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
       450-MERGE-AUDIT-LINE.
           IF AL-RUN-ID NOT = WS-RUN-ID
              ADD 1                     TO WS-AUDIT-FOREIGN
              EXIT PARAGRAPH
           END-IF
           WRITE AUDITLOG-REC FROM AUDIT-RECORD
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error writing file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           ELSE
              ADD 1                     TO WS-AUDIT-MERGED
           END-IF
           .
      *
      * ** Applies the partitions' holds to the queue the way
      * ** FINAL01's 955-WRITE-POHOLD applies one - a hold still
      * ** open keeps its hold date, anything else is held afresh
       500-APPLY-HOLDS.
           MOVE SPACES                  TO WS-EOF
           PERFORM UNTIL EOF-FOUND
              READ HOLDIN
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    PERFORM 550-APPLY-HOLD
              END-READ
           END-PERFORM
           IF WS-HOLDS-FOREIGN > 0
              DISPLAY ' ** HOLDS from another run left out: '
                 WS-HOLDS-FOREIGN
              MOVE 8                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
       550-APPLY-HOLD.
           IF HI-HOLD-RUN-ID NOT = WS-RUN-ID
              ADD 1                     TO WS-HOLDS-FOREIGN
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                     TO WS-HOLD-STATE
           MOVE ZERO                    TO WS-OPEN-HOLD-DATE
           MOVE HI-KEY                  TO PH-KEY
           READ POHOLD
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-HOLD-STATE
                 IF PH-HOLD-OPEN
                    MOVE PH-HOLD-DATE   TO WS-OPEN-HOLD-DATE
                 END-IF
           END-READ
           MOVE HOLDIN-REC              TO POHOLD-REC
           IF WS-OPEN-HOLD-DATE NOT = ZERO
              MOVE WS-OPEN-HOLD-DATE    TO PH-HOLD-DATE
           END-IF
           IF HOLD-ON-QUEUE
              REWRITE POHOLD-REC
           ELSE
              WRITE POHOLD-REC
           END-IF
           IF NOT WS-POHOLD-STATUS-OK
              DISPLAY ' Error writing file POHOLD, Status: '
                         WS-POHOLD-STATUS ' Key: ' PH-KEY
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           ELSE
              ADD 1                     TO WS-HOLDS-APPLIED
           END-IF
           .
      *
       800-WRITE-GOODPARTS.
           WRITE GOODPARTS-REC
           IF NOT WS-GOODPARTS-STATUS-OK
              DISPLAY ' Error writing file GOODPARTS, Status: '
                         WS-GOODPARTS-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
      * ** A partition in doubt fails the merged generation as a
      * ** whole - downstream must not consume one with a hole in it
       900-BREAK-MERGE.
           MOVE 'N'                     TO WS-MERGE-BALANCED
           MOVE 8                       TO WS-RC-CANDIDATE
           PERFORM 925-RAISE-RETURN-CODE
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
           DISPLAY ' FEDMRG01 CONTROL TOTALS'
           DISPLAY ' RUN IDENTITY           : ' WS-RUN-ID
           DISPLAY ' PARTITIONS EXPECTED    : ' WS-PARTITION-COUNT
           DISPLAY ' PARTITIONS FOUND       : ' WS-ENVELOPES-SEEN
           DISPLAY ' PARTITIONS BALANCED    : ' WS-ENVELOPES-CLOSED
           IF MERGE-BALANCED
              DISPLAY ' MERGE RECONCILIATION   : BALANCED'
           ELSE
              DISPLAY ' MERGE RECONCILIATION   : *** OUT OF BALANCE'
           END-IF
           DISPLAY ' RECORDS READ (RUNHIST) : ' WS-RT-READ
           DISPLAY ' RECORDS PASSED         : ' WS-RT-PASSED
           DISPLAY ' GOODPARTS DETAILS      : ' WS-GOOD-WRITTEN
           DISPLAY ' GOODPARTS LEFT OUT     : ' WS-GOOD-DROPPED
           DISPLAY ' REJECTED - DUPLICATES  : ' WS-RT-DUPLICATES
           DISPLAY ' PASSED - SCOPE-OK      : ' WS-RT-SCOPE-OK
           DISPLAY ' HELD FOR PO APPROVAL   : ' WS-RT-HELD
           DISPLAY ' RECORDS SENT TO SUSPENSE               : '
              WS-RT-REJECTED
           DISPLAY ' SUSPENSE MERGED - PARTS TEAM           : '
              WS-REJP-MERGED
           DISPLAY ' SUSPENSE MERGED - SUPPLIER TEAM        : '
              WS-REJS-MERGED
           DISPLAY ' SUSPENSE MERGED - PURCHASING           : '
              WS-REJO-MERGED
           DISPLAY ' SUSPENSE MERGED - DUPLICATES           : '
              WS-REJD-MERGED
           DISPLAY ' SUSPENSE MERGED - TOTAL                : '
              WS-SUSPENSE-MERGED
           DISPLAY ' AUDITLOG LINES MERGED  : ' WS-AUDIT-MERGED
           DISPLAY ' RUNHIST LINES MERGED   : ' WS-RUNHIST-MERGED
           DISPLAY ' HOLDS APPLIED TO POHOLD: ' WS-HOLDS-APPLIED
           DISPLAY ' RETURN CODE            : ' RETURN-CODE
           DISPLAY '================================================'
           .
