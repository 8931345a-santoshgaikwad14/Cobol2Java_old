       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDSPL01.
      *============================
      * ** Feed partition split - several vendors' HDR/TRL-bracketed
      * ** feeds arrive concatenated in one PARTSUPP, and one
      * ** FINAL01 editing them all single-threaded is the long pole
      * ** of the batch window.  This cuts PARTSUPP at the envelope
      * ** boundaries into four partitions (PARTSP01-PARTSP04) so
      * ** four FINAL01 instances can edit at once, and FEDMRG01
      * ** puts their outputs back together afterwards.
      * ** - Whole envelopes only: a source is never cut in two, and
      * **   anything ahead of the first HDR or between a TRL and the
      * **   next HDR travels with the envelope it follows, so each
      * **   FINAL01 reconciles exactly the trailers it did before.
      * ** - Envelopes go to partitions in feed order, contiguous
      * **   ranges balanced on record count (a first pass measures
      * **   the feed), so partition 1 then 2 then 3 then 4 IS the
      * **   original record order - FEDMRG01 concatenates and the
      * **   merged outputs read as one single-stream run.
      * ** - Each partition gets a control file (PARTCT01-PARTCT04)
      * **   its FINAL01 reads under PARTCTL: a PCH header with the
      * **   one run identity every instance stamps on GOODPARTS,
      * **   AUDITLOG, RUNHIST and the HOLDOUT approval holds that
      * **   FEDMRG01 applies to POHOLD, the partition's place in
      * **   the feed, then a PCK record with the PART-NUMBER and
      * **   SUPPLIER-CODE of every detail in the partitions ahead
      * **   of it - so a duplicate key spanning partitions is still
      * **   rejected as a duplicate, just as the single stream did.
      * ** A partition with no envelope assigned gets a header only
      * ** and its FINAL01 runs idle.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT PARTSUPP    ASSIGN TO PARTSUPP
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTSUPP-STATUS
             .
           SELECT PARTSP01    ASSIGN TO PARTSP01
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTSP01-STATUS
             .
           SELECT PARTSP02    ASSIGN TO PARTSP02
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTSP02-STATUS
             .
           SELECT PARTSP03    ASSIGN TO PARTSP03
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTSP03-STATUS
             .
           SELECT PARTSP04    ASSIGN TO PARTSP04
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTSP04-STATUS
             .
           SELECT PARTCT01    ASSIGN TO PARTCT01
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTCT01-STATUS
             .
           SELECT PARTCT02    ASSIGN TO PARTCT02
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTCT02-STATUS
             .
           SELECT PARTCT03    ASSIGN TO PARTCT03
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTCT03-STATUS
             .
           SELECT PARTCT04    ASSIGN TO PARTCT04
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PARTCT04-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
       FD  PARTSUPP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 473 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PART-SUPP-ADDR-PO.
       01  PARTSUPP-REC                 PIC X(473).
      *
      * ** One PARTSUPP-format input per FINAL01 instance
       FD  PARTSP01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 473 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTSP01-REC.
       01  PARTSP01-REC                 PIC X(473).
      *
       FD  PARTSP02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 473 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTSP02-REC.
       01  PARTSP02-REC                 PIC X(473).
      *
       FD  PARTSP03
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 473 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTSP03-REC.
       01  PARTSP03-REC                 PIC X(473).
      *
       FD  PARTSP04
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 473 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTSP04-REC.
       01  PARTSP04-REC                 PIC X(473).
      *
      * ** Partition control - PCH header then PCK prior keys, in
      * ** the layout of WS-PARTCTL-HEADER / WS-PARTCTL-KEY
       FD  PARTCT01
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTCT01-REC.
       01  PARTCT01-REC                 PIC X(60).
      *
       FD  PARTCT02
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTCT02-REC.
       01  PARTCT02-REC                 PIC X(60).
      *
       FD  PARTCT03
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTCT03-REC.
       01  PARTCT03-REC                 PIC X(60).
      *
       FD  PARTCT04
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARTCT04-REC.
       01  PARTCT04-REC                 PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-PARTSUPP-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTSUPP-STATUS-OK   VALUE '00'.
           05 WS-PARTSP01-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTSP01-STATUS-OK   VALUE '00'.
           05 WS-PARTSP02-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTSP02-STATUS-OK   VALUE '00'.
           05 WS-PARTSP03-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTSP03-STATUS-OK   VALUE '00'.
           05 WS-PARTSP04-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTSP04-STATUS-OK   VALUE '00'.
           05 WS-PARTCT01-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTCT01-STATUS-OK   VALUE '00'.
           05 WS-PARTCT02-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTCT02-STATUS-OK   VALUE '00'.
           05 WS-PARTCT03-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTCT03-STATUS-OK   VALUE '00'.
           05 WS-PARTCT04-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTCT04-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-FATAL-FLAG             PIC X VALUE 'N'.
              88 FATAL-FILE-ERROR       VALUE 'Y'.
           05 WS-SEG-HDR-SEEN           PIC X VALUE 'N'.
              88 SEGMENT-HAS-HEADER     VALUE 'Y'.
           05 WS-MEASURE-PASS           PIC X VALUE 'Y'.
              88 MEASURING-FEED         VALUE 'Y'.
      *
      * ** The number of partitions is the number of PARTSPnn/
      * ** PARTCTnn pairs above and of FINAL01 instances run
       01  WS-PARTITION-COUNT           PIC 9(02) VALUE 4.
      *
      * ** Run identity shared by every partition's FINAL01
       01  WS-RUN-TIME-RAW              PIC 9(08) VALUE ZERO.
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                  PIC 9(06) VALUE ZERO.
       01  WS-RUN-ID                    PIC X(15) VALUE SPACES.
      *
       01  COUNTERS.
           05 WS-INPUT-READ             PIC 9(07) VALUE ZEROS.
           05 WS-DETAIL-READ            PIC 9(07) VALUE ZEROS.
           05 WS-RECORDS-WRITTEN        PIC 9(07) VALUE ZEROS.
           05 WS-KEYS-WRITTEN           PIC 9(07) VALUE ZEROS.
           05 WS-CUM-RECORDS            PIC 9(07) VALUE ZEROS.
           05 WS-CUM-DETAILS            PIC 9(07) VALUE ZEROS.
      *
      * ** One entry per envelope, measured on the first pass -
      * ** a feed with more envelopes than this stops RC 12 rather
      * ** than misplacing a source
       01  WS-SEGMENT-TABLE.
           05 WS-SEG-COUNT              PIC 9(04) COMP VALUE ZERO.
           05 WS-SEG-SUB                PIC 9(04) COMP VALUE ZERO.
           05 WS-SEG-ENTRY OCCURS 999 TIMES.
              10 WS-SEG-SOURCE          PIC X(08).
              10 WS-SEG-RECORDS         PIC 9(07).
              10 WS-SEG-DETAILS         PIC 9(07).
              10 WS-SEG-PARTITION       PIC 9(02).
      *
       01  WS-PARTITION-TABLE.
           05 WS-PT-SUB                 PIC 9(02) VALUE ZERO.
           05 WS-PT-KEY-SUB             PIC 9(02) VALUE ZERO.
           05 WS-PT-ENTRY OCCURS 4 TIMES.
              10 WS-PT-SEGMENTS         PIC 9(03).
              10 WS-PT-RECORDS          PIC 9(07).
              10 WS-PT-DETAILS          PIC 9(07).
              10 WS-PT-OFFSET           PIC 9(07).
       01  WS-PARTITION-WORK            PIC 9(02) VALUE ZERO.
      *
      * ** Partition control layouts - FINAL01 and FEDMRG01 read
      * ** the same two records
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
       01  WS-PARTCTL-BUILD             PIC X(60) VALUE SPACES.
      *
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
      *
       COPY PARTSUPP.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF NOT FATAL-FILE-ERROR
              PERFORM 100-MEASURE-FEED
           END-IF
           IF NOT FATAL-FILE-ERROR
              PERFORM 200-ASSIGN-PARTITIONS
              PERFORM 250-WRITE-CONTROL-HEADERS
              PERFORM 300-DISTRIBUTE-FEED
           END-IF
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE PARTSUPP
                 PARTSP01
                 PARTSP02
                 PARTSP03
                 PARTSP04
                 PARTCT01
                 PARTCT02
                 PARTCT03
                 PARTCT04
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN INPUT PARTSUPP
           IF NOT WS-PARTSUPP-STATUS-OK
              DISPLAY ' Error opening file PARTSUPP, Status: '
                         WS-PARTSUPP-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           OPEN OUTPUT PARTSP01
                       PARTSP02
                       PARTSP03
                       PARTSP04
           IF NOT WS-PARTSP01-STATUS-OK
              DISPLAY ' Error opening file PARTSP01, Status: '
                         WS-PARTSP01-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-PARTSP02-STATUS-OK
              DISPLAY ' Error opening file PARTSP02, Status: '
                         WS-PARTSP02-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-PARTSP03-STATUS-OK
              DISPLAY ' Error opening file PARTSP03, Status: '
                         WS-PARTSP03-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-PARTSP04-STATUS-OK
              DISPLAY ' Error opening file PARTSP04, Status: '
                         WS-PARTSP04-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           OPEN OUTPUT PARTCT01
                       PARTCT02
                       PARTCT03
                       PARTCT04
           IF NOT WS-PARTCT01-STATUS-OK
              DISPLAY ' Error opening file PARTCT01, Status: '
                         WS-PARTCT01-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-PARTCT02-STATUS-OK
              DISPLAY ' Error opening file PARTCT02, Status: '
                         WS-PARTCT02-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-PARTCT03-STATUS-OK
              DISPLAY ' Error opening file PARTCT03, Status: '
                         WS-PARTCT03-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           IF NOT WS-PARTCT04-STATUS-OK
              DISPLAY ' Error opening file PARTCT04, Status: '
                         WS-PARTCT04-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
      * ** Stamped the way FINAL01 stamps a single-stream run, so
      * ** the merged run reads the same downstream
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6)    TO WS-RUN-TIME
           MOVE WS-RUN-DATE             TO WS-RUN-ID(1:8)
           MOVE '.'                     TO WS-RUN-ID(9:1)
           MOVE WS-RUN-TIME             TO WS-RUN-ID(10:6)
           IF FATAL-FILE-ERROR
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
      * ** First pass - counts every envelope's records so the
      * ** partitions can be balanced before anything is written
       100-MEASURE-FEED.
           MOVE 'Y'                     TO WS-MEASURE-PASS
           MOVE ZERO                    TO WS-SEG-SUB
           MOVE 'N'                     TO WS-SEG-HDR-SEEN
           PERFORM 150-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              PERFORM 210-TRACK-SEGMENT
              IF NOT FATAL-FILE-ERROR
                 ADD 1                  TO WS-INPUT-READ
                 ADD 1                  TO WS-SEG-RECORDS(WS-SEG-SUB)
                 EVALUATE PART-SUPP-ADDR-PO(1:3)
                    WHEN 'HDR'
                       MOVE PART-SUPP-ADDR-PO(12:8)
                                     TO WS-SEG-SOURCE(WS-SEG-SUB)
                    WHEN 'TRL'
                       CONTINUE
                    WHEN OTHER
                       ADD 1            TO WS-DETAIL-READ
                       ADD 1            TO WS-SEG-DETAILS(WS-SEG-SUB)
                 END-EVALUATE
                 PERFORM 150-READ-NEXT
              END-IF
           END-PERFORM
           MOVE WS-SEG-SUB              TO WS-SEG-COUNT
           CLOSE PARTSUPP
           IF WS-INPUT-READ = 0
              DISPLAY ' ** PARTSUPP EMPTY - partition 1 will fail '
                 'its feed header check'
           END-IF
           .
      *
       150-READ-NEXT.
           READ PARTSUPP INTO PART-SUPP-ADDR-PO
             AT END
                 MOVE 'Y'               TO WS-EOF
           END-READ
           .
      *
      * ** Every HDR after the first opens a new envelope; records
      * ** ahead of the first HDR open the first one themselves.
      * ** Both passes walk the feed through here, so the second
      * ** pass lands each record in the envelope the first counted
       210-TRACK-SEGMENT.
           IF PART-SUPP-ADDR-PO(1:3) = 'HDR'
              IF WS-SEG-SUB = 0 OR SEGMENT-HAS-HEADER
                 PERFORM 215-START-SEGMENT
              END-IF
              MOVE 'Y'                  TO WS-SEG-HDR-SEEN
           ELSE
              IF WS-SEG-SUB = 0
                 PERFORM 215-START-SEGMENT
              END-IF
           END-IF
           .
      *
       215-START-SEGMENT.
           IF WS-SEG-SUB >= 999
              DISPLAY ' ** WS-SEGMENT-TABLE FULL AT 999 - feed not '
                 'split, run failed'
              MOVE 'Y'                  TO WS-FATAL-FLAG
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-SEG-SUB
           MOVE 'N'                     TO WS-SEG-HDR-SEEN
           IF MEASURING-FEED
              MOVE SPACES               TO WS-SEG-SOURCE(WS-SEG-SUB)
              MOVE ZERO                 TO WS-SEG-RECORDS(WS-SEG-SUB)
                                           WS-SEG-DETAILS(WS-SEG-SUB)
                                           WS-SEG-PARTITION(WS-SEG-SUB)
           END-IF
           .
      *
      * ** Contiguous ranges: an envelope belongs to the partition
      * ** its starting record falls in when the feed is cut into
      * ** equal shares, so the order of the feed is kept and no
      * ** partition runs much longer than the rest
       200-ASSIGN-PARTITIONS.
           MOVE ZEROS                   TO WS-CUM-RECORDS
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PARTITION-COUNT
              MOVE ZEROS                TO WS-PT-SEGMENTS(WS-PT-SUB)
                                           WS-PT-RECORDS(WS-PT-SUB)
                                           WS-PT-DETAILS(WS-PT-SUB)
                                           WS-PT-OFFSET(WS-PT-SUB)
           END-PERFORM
           PERFORM VARYING WS-SEG-SUB FROM 1 BY 1
                   UNTIL WS-SEG-SUB > WS-SEG-COUNT
              COMPUTE WS-PARTITION-WORK =
                 (WS-CUM-RECORDS * WS-PARTITION-COUNT)
                 / WS-INPUT-READ
              ADD 1                     TO WS-PARTITION-WORK
              IF WS-PARTITION-WORK > WS-PARTITION-COUNT
                 MOVE WS-PARTITION-COUNT
                                        TO WS-PARTITION-WORK
              END-IF
              MOVE WS-PARTITION-WORK
                           TO WS-SEG-PARTITION(WS-SEG-SUB)
              ADD 1        TO WS-PT-SEGMENTS(WS-PARTITION-WORK)
              ADD WS-SEG-RECORDS(WS-SEG-SUB)
                           TO WS-PT-RECORDS(WS-PARTITION-WORK)
              ADD WS-SEG-DETAILS(WS-SEG-SUB)
                           TO WS-PT-DETAILS(WS-PARTITION-WORK)
              ADD WS-SEG-RECORDS(WS-SEG-SUB)
                           TO WS-CUM-RECORDS
              DISPLAY ' Envelope ' WS-SEG-SUB ' source: '
                 WS-SEG-SOURCE(WS-SEG-SUB) ' records: '
                 WS-SEG-RECORDS(WS-SEG-SUB) ' to partition '
                 WS-PARTITION-WORK
           END-PERFORM
      * ** Each partition's audit record numbers carry on from the
      * ** details of the partitions ahead of it
           MOVE ZEROS                   TO WS-CUM-DETAILS
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PARTITION-COUNT
              MOVE WS-CUM-DETAILS       TO WS-PT-OFFSET(WS-PT-SUB)
              ADD WS-PT-DETAILS(WS-PT-SUB)
                                        TO WS-CUM-DETAILS
           END-PERFORM
           .
      *
       250-WRITE-CONTROL-HEADERS.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PARTITION-COUNT
              MOVE SPACES               TO WS-PARTCTL-HEADER
              MOVE 'PCH'                TO WS-PCH-RECORD-TYPE
              MOVE WS-RUN-ID            TO WS-PCH-RUN-ID
              MOVE WS-RUN-DATE          TO WS-PCH-RUN-DATE
              MOVE WS-RUN-TIME          TO WS-PCH-RUN-TIME
              MOVE WS-PT-SUB            TO WS-PCH-PARTITION
              MOVE WS-PARTITION-COUNT   TO WS-PCH-PARTITION-COUNT
              MOVE WS-PT-OFFSET(WS-PT-SUB)
                                        TO WS-PCH-RECORD-OFFSET
              MOVE WS-PT-DETAILS(WS-PT-SUB)
                                        TO WS-PCH-DETAIL-COUNT
              MOVE WS-PT-SEGMENTS(WS-PT-SUB)
                                        TO WS-PCH-ENVELOPE-COUNT
              MOVE WS-PARTCTL-HEADER    TO WS-PARTCTL-BUILD
              MOVE WS-PT-SUB            TO WS-PT-KEY-SUB
              PERFORM 850-WRITE-CONTROL
           END-PERFORM
           .
      *
      * ** Second pass - copies each record to its envelope's
      * ** partition and banks each detail's keys in the control
      * ** files of every later partition
       300-DISTRIBUTE-FEED.
           MOVE 'N'                     TO WS-MEASURE-PASS
           MOVE SPACES                  TO WS-EOF
           MOVE ZERO                    TO WS-SEG-SUB
           MOVE 'N'                     TO WS-SEG-HDR-SEEN
           OPEN INPUT PARTSUPP
           IF NOT WS-PARTSUPP-STATUS-OK
              DISPLAY ' Error opening file PARTSUPP, Status: '
                         WS-PARTSUPP-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           PERFORM 150-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              PERFORM 210-TRACK-SEGMENT
              MOVE WS-SEG-PARTITION(WS-SEG-SUB)
                                        TO WS-PT-SUB
              PERFORM 800-WRITE-PARTITION
              IF PART-SUPP-ADDR-PO(1:3) NOT = 'HDR'
                 AND PART-SUPP-ADDR-PO(1:3) NOT = 'TRL'
                 AND (PART-NUMBER NOT = SPACES
                      OR SUPPLIER-CODE NOT = SPACES)
                 PERFORM 350-BANK-PRIOR-KEYS
              END-IF
              PERFORM 150-READ-NEXT
           END-PERFORM
           .
      *
       350-BANK-PRIOR-KEYS.
           MOVE SPACES                  TO WS-PARTCTL-KEY
           MOVE 'PCK'                   TO WS-PCK-RECORD-TYPE
           MOVE PART-NUMBER             TO WS-PCK-PART-NUMBER
           MOVE SUPPLIER-CODE           TO WS-PCK-SUPPLIER-CODE
           MOVE WS-PARTCTL-KEY          TO WS-PARTCTL-BUILD
           COMPUTE WS-PT-KEY-SUB = WS-PT-SUB + 1
           PERFORM UNTIL WS-PT-KEY-SUB > WS-PARTITION-COUNT
              PERFORM 850-WRITE-CONTROL
              ADD 1                     TO WS-KEYS-WRITTEN
              ADD 1                     TO WS-PT-KEY-SUB
           END-PERFORM
           .
      *
       800-WRITE-PARTITION.
           ADD 1                        TO WS-RECORDS-WRITTEN
           EVALUATE WS-PT-SUB
              WHEN 1
                 WRITE PARTSP01-REC FROM PART-SUPP-ADDR-PO
                 IF NOT WS-PARTSP01-STATUS-OK
                    DISPLAY ' Error writing file PARTSP01, Status: '
                               WS-PARTSP01-STATUS
                    MOVE 12             TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                 END-IF
              WHEN 2
                 WRITE PARTSP02-REC FROM PART-SUPP-ADDR-PO
                 IF NOT WS-PARTSP02-STATUS-OK
                    DISPLAY ' Error writing file PARTSP02, Status: '
                               WS-PARTSP02-STATUS
                    MOVE 12             TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                 END-IF
              WHEN 3
                 WRITE PARTSP03-REC FROM PART-SUPP-ADDR-PO
                 IF NOT WS-PARTSP03-STATUS-OK
                    DISPLAY ' Error writing file PARTSP03, Status: '
                               WS-PARTSP03-STATUS
                    MOVE 12             TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                 END-IF
              WHEN OTHER
                 WRITE PARTSP04-REC FROM PART-SUPP-ADDR-PO
                 IF NOT WS-PARTSP04-STATUS-OK
                    DISPLAY ' Error writing file PARTSP04, Status: '
                               WS-PARTSP04-STATUS
                    MOVE 12             TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                 END-IF
           END-EVALUATE
           .
      *
      * ** Writes WS-PARTCTL-BUILD to partition WS-PT-KEY-SUB's
      * ** control file
       850-WRITE-CONTROL.
           EVALUATE WS-PT-KEY-SUB
              WHEN 1
                 WRITE PARTCT01-REC FROM WS-PARTCTL-BUILD
                 IF NOT WS-PARTCT01-STATUS-OK
                    DISPLAY ' Error writing file PARTCT01, Status: '
                               WS-PARTCT01-STATUS
                    MOVE 12             TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                 END-IF
              WHEN 2
                 WRITE PARTCT02-REC FROM WS-PARTCTL-BUILD
                 IF NOT WS-PARTCT02-STATUS-OK
                    DISPLAY ' Error writing file PARTCT02, Status: '
                               WS-PARTCT02-STATUS
                    MOVE 12             TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                 END-IF
              WHEN 3
                 WRITE PARTCT03-REC FROM WS-PARTCTL-BUILD
                 IF NOT WS-PARTCT03-STATUS-OK
                    DISPLAY ' Error writing file PARTCT03, Status: '
                               WS-PARTCT03-STATUS
                    MOVE 12             TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                 END-IF
              WHEN OTHER
                 WRITE PARTCT04-REC FROM WS-PARTCTL-BUILD
                 IF NOT WS-PARTCT04-STATUS-OK
                    DISPLAY ' Error writing file PARTCT04, Status: '
                               WS-PARTCT04-STATUS
                    MOVE 12             TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                 END-IF
           END-EVALUATE
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
           DISPLAY ' FEDSPL01 CONTROL TOTALS'
           DISPLAY ' RUN IDENTITY           : ' WS-RUN-ID
           DISPLAY ' RECORDS READ           : ' WS-INPUT-READ
           DISPLAY ' DETAIL RECORDS READ    : ' WS-DETAIL-READ
           DISPLAY ' ENVELOPES FOUND        : ' WS-SEG-COUNT
           DISPLAY ' RECORDS WRITTEN        : ' WS-RECORDS-WRITTEN
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PARTITION-COUNT
              DISPLAY ' PARTITION ' WS-PT-SUB
                 ' ENVELOPES: ' WS-PT-SEGMENTS(WS-PT-SUB)
                 ' RECORDS: ' WS-PT-RECORDS(WS-PT-SUB)
                 ' DETAILS: ' WS-PT-DETAILS(WS-PT-SUB)
           END-PERFORM
           DISPLAY ' PRIOR KEYS BANKED      : ' WS-KEYS-WRITTEN
           DISPLAY ' RETURN CODE            : ' RETURN-CODE
           DISPLAY '================================================'
           .
