      * ** with a clear message - before the master is re-created -
      * ** unless the run is re-driven with PARM='OVERRIDE'.  The
      * ** trailer count is verified at end of file and the consumed
      * ** run-ID is recorded back to CONSUMCT.  Every record of the
      * ** prior master is written to the BIJRNL before-image journal
      * ** ahead of the re-create, and every record of the reloaded
      * ** master behind it, both tagged with the generation's run-ID
      * ** - so BKOUT01 can reverse exactly this load without a
      * ** restore that would lose the day's online maintenance.  If
      * ** the journal cannot be opened the master is not re-created
      * ** at all and the run ends RC 12.
      *============================
       ENVIRONMENT DIVISION.
      *============================
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-STEPCTL-STATUS
             .
           SELECT BIJRNL      ASSIGN TO BIJRNL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BIJRNL-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
       FD  GOODPARTS
           05  SC-RUN-TIME              PIC 9(06).
           05  SC-IN-COUNT              PIC 9(07).
           05  SC-OUT-COUNT             PIC 9(07).
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
             88 WS-CONSUMCT-STATUS-OK   VALUE '00'.
           05 WS-STEPCTL-STATUS         PIC X(02) VALUE '00'.
             88 WS-STEPCTL-STATUS-OK    VALUE '00'.
           05 WS-BIJRNL-STATUS          PIC X(02) VALUE '00'.
             88 WS-BIJRNL-STATUS-OK     VALUE '00'.
      *
       01  WS-RUN-TIME-RAW              PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME                  PIC 9(06) VALUE ZERO.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-READ-AGAIN             PIC X VALUE 'N'.
              88 READ-AGAIN             VALUE 'Y'.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-JOURNAL-OPEN           PIC X VALUE 'N'.
              88 JOURNAL-OPEN           VALUE 'Y'.
           05 WS-LOAD-STOPPED           PIC X VALUE 'N'.
              88 LOAD-STOPPED           VALUE 'Y'.
      *
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
      *
      * ** FINAL01's GPH/GPT run-identity envelope around the feed,
      * ** and the consumption handshake state
           05 WS-GT-RECORD-COUNT        PIC 9(07).
           05 FILLER                    PIC X(463).
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-JOURNAL-TIME              PIC 9(06) VALUE ZERO.
      *
       01  COUNTERS.
           05 WS-GOODPARTS-READ         PIC 9(07) VALUE ZEROS.
           05 WS-LOADED-COUNT           PIC 9(07) VALUE ZEROS.
           05 WS-REPLACED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-DUP-DROPPED-COUNT      PIC 9(07) VALUE ZEROS.
           05 WS-BEFORE-JOURNALED       PIC 9(07) VALUE ZEROS.
           05 WS-AFTER-JOURNALED        PIC 9(07) VALUE ZEROS.
      *
      * ** A PART-NUMBER appended more than once to GOODPARTS (a
      * ** corrected record resubmitted later in the cycle) cannot
              PERFORM 200-READ-NEXT
           END-PERFORM
           IF NOT RUN-ALREADY-CONSUMED
              AND NOT LOAD-STOPPED
              CLOSE PARTMAST
              PERFORM 300-REPLACE-DUPLICATES
              PERFORM 320-JOURNAL-NEW-MASTER
              PERFORM 260-VERIFY-ENVELOPE
              PERFORM 270-RECORD-CONSUMPTION
              PERFORM 280-WRITE-STEP-CONTROL
           IF RUN-ALREADY-CONSUMED
              EXIT PARAGRAPH
           END-IF
           PERFORM 050-JOURNAL-OLD-MASTER
      * ** No journal, no re-create - the master is left exactly as
      * ** it was rather than reloaded with no way back
           IF NOT JOURNAL-OPEN
              DISPLAY ' ** PARTMAST NOT RE-CREATED - the load cannot '
                 'be journaled'
              MOVE 'Y'                  TO WS-LOAD-STOPPED
              MOVE 'Y'                  TO WS-EOF
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PARTMAST
           IF NOT WS-PARTMAST-STATUS-OK
              DISPLAY ' Error opening file PARTMAST, Status: '
              CLOSE CONSUMCT
           END-IF
           .
      *
      * ** Before-images of the whole prior master, taken before
      * ** OPEN OUTPUT re-creates it - a first run with no PARTMAST
      * ** on file has nothing to journal.  A load that cannot be
      * ** journaled cannot be backed out, so the master is left
      * ** untouched and the run ends RC 12
       050-JOURNAL-OLD-MASTER.
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW(1:6)    TO WS-JOURNAL-TIME
           OPEN EXTEND BIJRNL
           IF NOT WS-BIJRNL-STATUS-OK
              DISPLAY ' Error opening file BIJRNL, Status: '
                         WS-BIJRNL-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                     TO WS-JOURNAL-OPEN
           MOVE SPACES                  TO WS-MASTER-EOF
           OPEN INPUT PARTMAST
           IF NOT WS-PARTMAST-STATUS-OK
              DISPLAY ' No prior PARTMAST on file, Status: '
                         WS-PARTMAST-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           PERFORM UNTIL MASTER-EOF-FOUND
              READ PARTMAST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    MOVE 'B'            TO BJ-IMAGE-TYPE
                    PERFORM 850-WRITE-JOURNAL
                    ADD 1               TO WS-BEFORE-JOURNALED
              END-READ
           END-PERFORM
           IF WS-PARTMAST-STATUS = '00' OR '10'
              CLOSE PARTMAST
           END-IF
           .
      *
       100-LOAD-PART.
           MOVE PART-SUPP-ADDR-PO       TO PARTMAST-REC
           CLOSE PARTMAST
           .
      *
      * ** After-images of the reloaded master, duplicates already
      * ** replaced, so each key's journaled image is the one left
      * ** on file by this load
       320-JOURNAL-NEW-MASTER.
           IF NOT JOURNAL-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-MASTER-EOF
           OPEN INPUT PARTMAST
           IF NOT WS-PARTMAST-STATUS-OK
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           PERFORM UNTIL MASTER-EOF-FOUND
              READ PARTMAST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    MOVE 'A'            TO BJ-IMAGE-TYPE
                    PERFORM 850-WRITE-JOURNAL
                    ADD 1               TO WS-AFTER-JOURNALED
              END-READ
           END-PERFORM
           IF WS-PARTMAST-STATUS = '00' OR '10'
              CLOSE PARTMAST
           END-IF
           CLOSE BIJRNL
           .
      *
      * ** Reads past the GPH/GPT envelope records (banking their
      * ** control values on the way by) and returns with the next
      * ** detail record - or EOF
                    AND NOT OVERRIDE-REQUESTED
                    MOVE 'Y'            TO WS-GE-BLOCKED
                    MOVE 'Y'            TO WS-EOF
                    MOVE 8              TO WS-RC-CANDIDATE
                    PERFORM 925-RAISE-RETURN-CODE
                    DISPLAY ' ** GENERATION ALREADY CONSUMED BY '
                       'PMLOAD01: ' WS-GE-RUN-ID
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
              CLOSE STEPCTL
           END-IF
           .
      *
      * ** One journal image of the PARTMAST record in the buffer,
      * ** tagged with the generation's run-ID
       850-WRITE-JOURNAL.
           MOVE WS-GE-RUN-ID            TO BJ-RUN-ID
           MOVE 'PMLOAD01'              TO BJ-PROGRAM-ID
           MOVE 'PARTMAST'              TO BJ-FILE-ID
           MOVE PM-PART-NUMBER          TO BJ-RECORD-KEY
           MOVE WS-TODAY-DATE           TO BJ-JOURNAL-DATE
           MOVE WS-JOURNAL-TIME         TO BJ-JOURNAL-TIME
           MOVE PARTMAST-REC            TO BJ-IMAGE
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
           DISPLAY '================================================'
           DISPLAY ' PARTS LOADED           : ' WS-LOADED-COUNT
           DISPLAY ' PARTS REPLACED         : ' WS-REPLACED-COUNT
           DISPLAY ' DUPLICATES DROPPED     : ' WS-DUP-DROPPED-COUNT
           DISPLAY ' BEFORE-IMAGES JOURNALED: ' WS-BEFORE-JOURNALED
           DISPLAY ' AFTER-IMAGES JOURNALED : ' WS-AFTER-JOURNALED
           DISPLAY '================================================'
           .
