      * ** file and a generation already posted into PRICHIST stops
      * ** with a clear message - that is exactly the double-posted
      * ** week of prices - unless re-driven with PARM='OVERRIDE'.
      * ** Every history record the run changes or adds is written
      * ** to the BIJRNL journal - before-image and after-image,
      * ** tagged with the generation's run-ID - so BKOUT01 can roll
      * ** exactly this run's postings back out of PRICHIST.  A run
      * ** that cannot open the journal posts nothing: PRICHIST is
      * ** left as it stands, the generation is not marked consumed
      * ** and the step ends RC 12 so it can simply be rerun.
      *============================
       ENVIRONMENT DIVISION.
      *============================
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-CONSUMCT-STATUS
             .
           SELECT BIJRNL      ASSIGN TO BIJRNL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BIJRNL-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
       FD  GOODPARTS
           05  CC-PROGRAM-ID            PIC X(08).
           05  CC-RUN-ID                PIC X(15).
           05  CC-CONSUMED-DATE         PIC 9(08).
      *
      * ** Before/after-image journal shared by the master loads -
      * ** appended, one image per record, read back by BKOUT01
       FD  BIJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 552 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BIJRNL-RECORD.
       01  BIJRNL-RECORD.
           05  BJ-RUN-ID                PIC X(15).
           05  BJ-PROGRAM-ID            PIC X(08).
           05  BJ-FILE-ID               PIC X(08).
           05  BJ-IMAGE-TYPE            PIC X(01).
               88 BJ-BEFORE-IMAGE       VALUE 'B'.
               88 BJ-AFTER-IMAGE        VALUE 'A'.
           05  BJ-RECORD-KEY            PIC X(33).
           05  BJ-JOURNAL-DATE          PIC 9(08).
           05  BJ-JOURNAL-TIME          PIC 9(06).
           05  BJ-IMAGE                 PIC X(473).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
             88 WS-PRCVARRP-STATUS-OK   VALUE '00'.
           05 WS-CONSUMCT-STATUS        PIC X(02) VALUE '00'.
             88 WS-CONSUMCT-STATUS-OK   VALUE '00'.
           05 WS-BIJRNL-STATUS          PIC X(02) VALUE '00'.
             88 WS-BIJRNL-STATUS-OK     VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 HISTORY-MATCHED        VALUE 'Y'.
           05 WS-READ-AGAIN             PIC X VALUE 'N'.
              88 READ-AGAIN             VALUE 'Y'.
           05 WS-JOURNAL-OPEN           PIC X VALUE 'N'.
              88 JOURNAL-OPEN           VALUE 'Y'.
           05 WS-LOAD-STOPPED           PIC X VALUE 'N'.
              88 LOAD-STOPPED           VALUE 'Y'.
      *
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
      *
      * ** FINAL01's GPH/GPT run-identity envelope around the feed,
      * ** and the consumption handshake state
           05 WS-NEW-KEYS-ADDED         PIC 9(07) VALUE ZEROS.
           05 WS-VARIANCE-COUNT         PIC 9(05) VALUE ZEROS.
           05 WS-HISTORY-WRITTEN        PIC 9(07) VALUE ZEROS.
           05 WS-BEFORE-JOURNALED       PIC 9(07) VALUE ZEROS.
           05 WS-AFTER-JOURNALED        PIC 9(07) VALUE ZEROS.
      *
       COPY VARPARM.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME-RAW              PIC 9(08) VALUE ZERO.
       01  WS-JOURNAL-TIME              PIC 9(06) VALUE ZERO.
      *
      * ** A history record as it stood before this run, rebuilt
      * ** from the table for the before-image journal
       01  WS-BEFORE-HISTORY.
           05  WS-BH-PART-NUMBER        PIC X(23).
           05  WS-BH-SUPPLIER-CODE      PIC X(10).
           05  WS-BH-UNIT-PRICE         PIC S9(7)V99.
           05  WS-BH-LAST-SEEN-DATE     PIC 9(08).
      *
      * ** Price history held in core for keyed posting - sized past
      * ** the biggest feed on the horizon, and a run that still
              10 WS-PT-SUPPLIER-CODE    PIC X(10).
              10 WS-PT-UNIT-PRICE       PIC S9(7)V99 COMP-3.
              10 WS-PT-LAST-SEEN-DATE   PIC 9(08).
              10 WS-PT-BEFORE-PRICE     PIC S9(7)V99 COMP-3.
              10 WS-PT-BEFORE-DATE      PIC 9(08).
              10 WS-PT-NEW-KEY          PIC X(01).
                 88 WS-PT-ADDED-THIS-RUN VALUE 'Y'.
       01  WS-PRICE-SUB                 PIC 9(08) COMP VALUE ZERO.
       01  WS-OUT-SUB                   PIC 9(08) COMP VALUE ZERO.
      *
              PERFORM 200-READ-NEXT
           END-PERFORM
           IF NOT RUN-ALREADY-CONSUMED
              AND NOT LOAD-STOPPED
              PERFORM 800-WRITE-NEW-HISTORY
              MOVE SPACES               TO REPORT-LINE
              WRITE REPORT-LINE
           IF RUN-ALREADY-CONSUMED
              EXIT PARAGRAPH
           END-IF
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6)    TO WS-JOURNAL-TIME
           OPEN EXTEND BIJRNL
           IF WS-BIJRNL-STATUS-OK
              MOVE 'Y'                  TO WS-JOURNAL-OPEN
           ELSE
              DISPLAY ' Error opening file BIJRNL, Status: '
                         WS-BIJRNL-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
      * ** No journal, no posting - PRICHIST is left exactly as it
      * ** was rather than replaced with no way back
           IF NOT JOURNAL-OPEN
              DISPLAY ' ** NEWPRICE NOT CREATED - the posting cannot '
                 'be journaled'
              MOVE 'Y'                  TO WS-LOAD-STOPPED
              MOVE 'Y'                  TO WS-EOF
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEWPRICE
           IF NOT WS-NEWPRICE-STATUS-OK
              DISPLAY ' Error opening file NEWPRICE, Status: '
                          TO WS-PT-UNIT-PRICE(WS-PRICE-COUNT)
                       MOVE PH-LAST-SEEN-DATE
                          TO WS-PT-LAST-SEEN-DATE(WS-PRICE-COUNT)
                       MOVE PH-UNIT-PRICE
                          TO WS-PT-BEFORE-PRICE(WS-PRICE-COUNT)
                       MOVE PH-LAST-SEEN-DATE
                          TO WS-PT-BEFORE-DATE(WS-PRICE-COUNT)
                       MOVE 'N'
                          TO WS-PT-NEW-KEY(WS-PRICE-COUNT)
                    ELSE
      * ** Dropped history means silent coverage loss - fail the
      * ** run loudly and resize the table before the rerun
                       DISPLAY ' ** WS-PRICE-TABLE FULL AT 60000 - '
                          'history incomplete, run failed: '
                          PH-PART-NUMBER
                       MOVE 12          TO WS-RC-CANDIDATE
                       PERFORM 925-RAISE-RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
                    TO WS-PT-UNIT-PRICE(WS-PRICE-SUB)
                 MOVE WS-TODAY-DATE
                    TO WS-PT-LAST-SEEN-DATE(WS-PRICE-SUB)
                 MOVE 'Y'
                    TO WS-PT-NEW-KEY(WS-PRICE-SUB)
              ELSE
      * ** An unposted price means silent coverage loss - fail the
      * ** run loudly and resize the table before the rerun
                 DISPLAY ' ** WS-PRICE-TABLE FULL AT 60000 - price '
                    'posting incomplete, run failed: ' PART-NUMBER
                 MOVE 12               TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
              END-IF
              EXIT PARAGRAPH
           END-IF
                    AND NOT OVERRIDE-REQUESTED
                    MOVE 'Y'            TO WS-GE-BLOCKED
                    MOVE 'Y'            TO WS-EOF
                    MOVE 8              TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                    DISPLAY ' ** GENERATION ALREADY CONSUMED BY '
                       'PRCVAR01: ' WS-GE-RUN-ID
                    DISPLAY ' ** Run stopped - rerun with '
              WHEN NOT GP-HEADER-SEEN
                 DISPLAY ' ** GOODPARTS HEADER MISSING - generation '
                    'cannot be identified'
                 MOVE 8                 TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
              WHEN NOT GP-TRAILER-SEEN
                 DISPLAY ' ** GOODPARTS TRAILER MISSING - feed may '
                    'be truncated or the producing run failed'
                 MOVE 8                 TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
              WHEN WS-GE-TRL-COUNT NOT = WS-GE-DETAIL-AT-TRL
                 DISPLAY ' ** GOODPARTS OUT OF BALANCE - trailer '
                    'count: ' WS-GE-TRL-COUNT ' details read: '
                    WS-GE-DETAIL-AT-TRL
                 MOVE 8                 TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
                            WS-NEWPRICE-STATUS
              END-IF
              ADD 1                     TO WS-HISTORY-WRITTEN
              PERFORM 820-JOURNAL-HISTORY
           END-PERFORM
           IF JOURNAL-OPEN
              CLOSE BIJRNL
           END-IF
           .
      *
      * ** A key this run added journals its after-image alone; a
      * ** key whose price or last-seen date moved journals the
      * ** before-image then the after-image; an untouched key
      * ** journals nothing
       820-JOURNAL-HISTORY.
           IF NOT JOURNAL-OPEN
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-PT-ADDED-THIS-RUN(WS-OUT-SUB)
              IF WS-PT-UNIT-PRICE(WS-OUT-SUB)
                 = WS-PT-BEFORE-PRICE(WS-OUT-SUB)
                 AND WS-PT-LAST-SEEN-DATE(WS-OUT-SUB)
                 = WS-PT-BEFORE-DATE(WS-OUT-SUB)
                 EXIT PARAGRAPH
              END-IF
              MOVE NP-PART-NUMBER       TO WS-BH-PART-NUMBER
              MOVE NP-SUPPLIER-CODE     TO WS-BH-SUPPLIER-CODE
              MOVE WS-PT-BEFORE-PRICE(WS-OUT-SUB)
                                        TO WS-BH-UNIT-PRICE
              MOVE WS-PT-BEFORE-DATE(WS-OUT-SUB)
                                        TO WS-BH-LAST-SEEN-DATE
              MOVE 'B'                  TO BJ-IMAGE-TYPE
              MOVE WS-BEFORE-HISTORY    TO BJ-IMAGE
              PERFORM 850-WRITE-JOURNAL
              ADD 1                     TO WS-BEFORE-JOURNALED
           END-IF
           MOVE 'A'                     TO BJ-IMAGE-TYPE
           MOVE NEWPRICE-RECORD         TO BJ-IMAGE
           PERFORM 850-WRITE-JOURNAL
           ADD 1                        TO WS-AFTER-JOURNALED
           .
      *
      * ** One journal image of a PRICHIST record, keyed part/
      * ** supplier and tagged with the generation's run-ID
       850-WRITE-JOURNAL.
           MOVE WS-GE-RUN-ID            TO BJ-RUN-ID
           MOVE 'PRCVAR01'              TO BJ-PROGRAM-ID
           MOVE 'PRICHIST'              TO BJ-FILE-ID
           MOVE NEWPRICE-RECORD(1:33)   TO BJ-RECORD-KEY
           MOVE WS-TODAY-DATE           TO BJ-JOURNAL-DATE
           MOVE WS-JOURNAL-TIME         TO BJ-JOURNAL-TIME
           WRITE BIJRNL-RECORD
           IF NOT WS-BIJRNL-STATUS-OK
              DISPLAY ' Error writing file BIJRNL, Status: '
                         WS-BIJRNL-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
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
           DISPLAY ' NEW PART/SUPP KEYS     : ' WS-NEW-KEYS-ADDED
           DISPLAY ' VARIANCES REPORTED     : ' WS-VARIANCE-COUNT
           DISPLAY ' NEW HISTORY WRITTEN    : ' WS-HISTORY-WRITTEN
           DISPLAY ' BEFORE-IMAGES JOURNALED: ' WS-BEFORE-JOURNALED
           DISPLAY ' AFTER-IMAGES JOURNALED : ' WS-AFTER-JOURNALED
           DISPLAY '================================================'
           .
