       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKOUT01.
      *============================
      * ** Daily cycle backout - reverses exactly one GOODPARTS
      * ** generation's changes to PARTMAST, SUPMAST and PRICHIST
      * ** from the BIJRNL before/after-image journal that PMLOAD01,
      * ** SMLOAD01 and PRCVAR01 write, instead of restoring whole
      * ** datasets from last night's backup and losing the day's
      * ** online PSUPD01/PMAINT01/SMAINT01 maintenance.  The run-ID
      * ** to reverse is passed as PARM (YYYYMMDD.HHMMSS, the GPH
      * ** header's run-ID).  That run's images are sorted by file
      * ** and key; per key the earliest before-image is the state
      * ** to restore and the latest after-image the state the run
      * ** left.  A record still exactly as the run left it is put
      * ** back (rewritten, re-added, or deleted when the run added
      * ** it); a record already back at its before-image is
      * ** counted and left; a record changed by anyone since the
      * ** load is LEFT ALONE and listed on BKOUTRP for the business
      * ** to review - RC 4.  The keyed masters are updated in
      * ** place; PRICHIST is sequential, so it is carried forward
      * ** to NEWPRICE with the reversals applied.  The backout is
      * ** appended to STEPCTL under the reversed run's date/time so
      * ** CYCBAL01 shows that cycle as reversed.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT BIJRNL      ASSIGN TO BIJRNL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BIJRNL-STATUS
             .
           SELECT PARTMAST    ASSIGN TO PARTMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PM-PART-NUMBER
             FILE STATUS      IS  WS-PARTMAST-STATUS
             .
           SELECT SUPMAST     ASSIGN TO SUPMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  SM-SUPPLIER-CODE
             FILE STATUS      IS  WS-SUPMAST-STATUS
             .
           SELECT PRICHIST    ASSIGN TO PRICHIST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-PRICHIST-STATUS
             .
           SELECT NEWPRICE    ASSIGN TO NEWPRICE
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWPRICE-STATUS
             .
           SELECT STEPCTL     ASSIGN TO STEPCTL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-STEPCTL-STATUS
             .
           SELECT BKO-SORT-WORK ASSIGN TO SRTWK11.
           SELECT BKOUTRP     ASSIGN TO BKOUTRP
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BKOUTRP-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      *
      * ** Before/after-image journal appended by the master loads
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
      *
      * ** Part master loaded by PMLOAD01
       FD  PARTMAST
           RECORD CONTAINS 473 CHARACTERS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER           PIC X(23).
           05  PM-REST-OF-RECORD        PIC X(450).
      *
      * ** Supplier master loaded by SMLOAD01 - only the key is
      * ** needed here, the images are restored whole
       FD  SUPMAST
           RECORD CONTAINS 280 CHARACTERS
           DATA RECORD IS SUPMAST-REC.
       01  SUPMAST-REC.
           05  SM-SUPPLIER-CODE         PIC X(10).
           05  SM-REST-OF-RECORD        PIC X(270).
      *
      * ** Price history generation PRCVAR01 last wrote, and the
      * ** generation carried forward with the reversals applied
       FD  PRICHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PRICHIST-RECORD.
       01  PRICHIST-RECORD.
           05  PH-HISTORY-KEY           PIC X(33).
           05  PH-REST-OF-RECORD        PIC X(17).
      *
       FD  NEWPRICE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWPRICE-RECORD.
       01  NEWPRICE-RECORD              PIC X(50).
      *
      * ** Step control read by CYCBAL01
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
      *
      * ** One run's journal images - the before-image sorts ahead
      * ** of the after-image taken in the same second
       SD  BKO-SORT-WORK
           RECORD CONTAINS 552 CHARACTERS
           DATA RECORD IS BKO-SORT-REC.
       01  BKO-SORT-REC.
           05  BK-RUN-ID                PIC X(15).
           05  BK-PROGRAM-ID            PIC X(08).
           05  BK-FILE-ID               PIC X(08).
           05  BK-IMAGE-TYPE            PIC X(01).
               88 BK-BEFORE-IMAGE       VALUE 'B'.
               88 BK-AFTER-IMAGE        VALUE 'A'.
           05  BK-RECORD-KEY            PIC X(33).
           05  BK-JOURNAL-DATE          PIC 9(08).
           05  BK-JOURNAL-TIME          PIC 9(06).
           05  BK-IMAGE                 PIC X(473).
      *
       FD  BKOUTRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BKOUT-LINE.
       01  BKOUT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-BIJRNL-STATUS          PIC X(02) VALUE '00'.
             88 WS-BIJRNL-STATUS-OK     VALUE '00'.
           05 WS-PARTMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTMAST-STATUS-OK   VALUE '00'.
           05 WS-SUPMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPMAST-STATUS-OK    VALUE '00'.
           05 WS-PRICHIST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PRICHIST-STATUS-OK   VALUE '00'.
           05 WS-NEWPRICE-STATUS        PIC X(02) VALUE '00'.
             88 WS-NEWPRICE-STATUS-OK   VALUE '00'.
           05 WS-STEPCTL-STATUS         PIC X(02) VALUE '00'.
             88 WS-STEPCTL-STATUS-OK    VALUE '00'.
           05 WS-BKOUTRP-STATUS         PIC X(02) VALUE '00'.
             88 WS-BKOUTRP-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-BIJRNL-EOF             PIC X VALUE SPACES.
              88 BIJRNL-EOF-FOUND       VALUE 'Y'.
           05 WS-SORT-EOF               PIC X VALUE SPACES.
              88 SORT-EOF-FOUND         VALUE 'Y'.
           05 WS-PRICHIST-EOF           PIC X VALUE SPACES.
              88 PRICHIST-EOF-FOUND     VALUE 'Y'.
           05 WS-PARTMAST-OPEN          PIC X VALUE 'N'.
              88 PARTMAST-OPEN          VALUE 'Y'.
           05 WS-SUPMAST-OPEN           PIC X VALUE 'N'.
              88 SUPMAST-OPEN           VALUE 'Y'.
           05 WS-PRICHIST-OPEN          PIC X VALUE 'N'.
              88 PRICHIST-OPEN          VALUE 'Y'.
           05 WS-PRICE-MATCHED          PIC X VALUE 'N'.
              88 PRICE-KEY-MATCHED      VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-JOURNAL-READ           PIC 9(07) VALUE ZEROS.
           05 WS-IMAGES-SELECTED        PIC 9(07) VALUE ZEROS.
           05 WS-KEYS-JOURNALED         PIC 9(07) VALUE ZEROS.
           05 WS-UNCHANGED-COUNT        PIC 9(07) VALUE ZEROS.
           05 WS-REVERSED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-ALREADY-COUNT          PIC 9(07) VALUE ZEROS.
           05 WS-CONFLICT-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-PRICHIST-READ          PIC 9(07) VALUE ZEROS.
           05 WS-NEWPRICE-WRITTEN       PIC 9(07) VALUE ZEROS.
      *
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
      *
      * ** The run-ID to reverse - the GPH header's run-ID, which is
      * ** FINAL01's run date and time
       01  WS-BACKOUT-RUN-ID            PIC X(15) VALUE SPACES.
       01  WS-BACKOUT-RUN-PARTS REDEFINES WS-BACKOUT-RUN-ID.
           05 WS-BR-RUN-DATE            PIC 9(08).
           05 WS-BR-SEPARATOR           PIC X(01).
           05 WS-BR-RUN-TIME            PIC 9(06).
      *
      * ** One file/key's images from the run - the earliest
      * ** before-image and the latest after-image
       01  WS-KEY-GROUP.
           05 WS-KG-FILE-ID             PIC X(08) VALUE SPACES.
           05 WS-KG-RECORD-KEY          PIC X(33) VALUE SPACES.
           05 WS-KG-HAS-BEFORE          PIC X(01) VALUE 'N'.
              88 KG-BEFORE-IMAGE-HELD   VALUE 'Y'.
           05 WS-KG-HAS-AFTER           PIC X(01) VALUE 'N'.
              88 KG-AFTER-IMAGE-HELD    VALUE 'Y'.
           05 WS-KG-BEFORE-IMAGE        PIC X(473) VALUE SPACES.
           05 WS-KG-AFTER-IMAGE         PIC X(473) VALUE SPACES.
      *
      * ** The record as it stands on file now, and what to do
      * ** with it
       01  WS-CURRENT-STATE.
           05 WS-CS-FOUND               PIC X(01) VALUE 'N'.
              88 CURRENT-RECORD-FOUND   VALUE 'Y'.
           05 WS-CS-IMAGE               PIC X(473) VALUE SPACES.
           05 WS-CS-ACTION              PIC X(01) VALUE SPACES.
              88 ACTION-ALREADY-REVERSED VALUE 'R'.
              88 ACTION-RESTORE-IMAGE   VALUE 'U'.
              88 ACTION-RE-ADD-IMAGE    VALUE 'W'.
              88 ACTION-DELETE-RECORD   VALUE 'D'.
              88 ACTION-CONFLICT        VALUE 'C'.
      *
      * ** PRICHIST reversals banked from the sort - applied while
      * ** the sequential history is carried forward
       01  WS-PRICE-REVERSAL-TABLE.
           05 WS-PR-COUNT               PIC 9(08) COMP VALUE ZERO.
           05 WS-PR-ENTRY               OCCURS 60000 TIMES
                                         INDEXED BY WS-PR-IDX.
              10 WS-PR-HAS-BEFORE       PIC X(01).
              10 WS-PR-BEFORE-IMAGE     PIC X(50).
              10 WS-PR-HAS-AFTER        PIC X(01).
              10 WS-PR-AFTER-IMAGE      PIC X(50).
              10 WS-PR-SEEN             PIC X(01).
                 88 WS-PR-ON-HISTORY    VALUE 'Y'.
       01  WS-PR-SUB                    PIC 9(08) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(30) VALUE
                   'DAILY CYCLE BACKOUT - RUN-ID '.
               10  WS-HL-RUN-ID          PIC X(15).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(44) VALUE
                   'FILE     RECORD KEY'.
               10  FILLER                PIC X(06) VALUE
                   'ACTION'.
           05  WS-DETAIL-LINE.
               10  WS-DL-FILE-ID         PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-RECORD-KEY      PIC X(33).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-ACTION          PIC X(45).
           05  WS-TOTAL-LINE.
               10  WS-TL-DESC            PIC X(29).
               10  WS-TL-COUNT           PIC ZZZZZZ9.

       LINKAGE SECTION.
      * ** Run parameter - the GOODPARTS run-ID to reverse
       01  WS-BKOUT-PARM.
           05  WS-BKOUT-PARM-LEN        PIC S9(04) COMP.
           05  WS-BKOUT-PARM-VALUE      PIC X(15).

       PROCEDURE DIVISION USING WS-BKOUT-PARM.
           IF WS-BKOUT-PARM-LEN < 15
              DISPLAY ' BKOUT01 requires a run-ID PARM '
                 '(YYYYMMDD.HHMMSS)'
              MOVE 12                   TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-BKOUT-PARM-VALUE     TO WS-BACKOUT-RUN-ID
           IF WS-BR-RUN-DATE NOT NUMERIC
              OR WS-BR-SEPARATOR NOT = '.'
              OR WS-BR-RUN-TIME NOT NUMERIC
              DISPLAY ' BKOUT01 run-ID PARM is not YYYYMMDD.HHMMSS: '
                 WS-BACKOUT-RUN-ID
              MOVE 12                   TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 000-HOUSEKEEPING
           SORT BKO-SORT-WORK
               ON ASCENDING KEY BK-FILE-ID
               ON ASCENDING KEY BK-RECORD-KEY
               ON ASCENDING KEY BK-JOURNAL-DATE
               ON ASCENDING KEY BK-JOURNAL-TIME
               ON DESCENDING KEY BK-IMAGE-TYPE
               INPUT PROCEDURE  100-SELECT-RUN
               OUTPUT PROCEDURE 300-APPLY-BACKOUT
           PERFORM 500-CARRY-PRICE-HISTORY
           IF WS-IMAGES-SELECTED > 0
              PERFORM 700-WRITE-STEP-CONTROL
           END-IF
           PERFORM 800-WRITE-TOTALS
           PERFORM 990-CONTROL-TOTALS
      *
           IF PARTMAST-OPEN
              CLOSE PARTMAST
           END-IF
           IF SUPMAST-OPEN
              CLOSE SUPMAST
           END-IF
           CLOSE NEWPRICE
                 BKOUTRP
           GOBACK
           .
      *
      * ** Both keyed masters are opened I-O for update in place -
      * ** a master that will not open leaves its images listed as
      * ** not reversed rather than stopping the other files
       000-HOUSEKEEPING.
           OPEN OUTPUT BKOUTRP
           IF NOT WS-BKOUTRP-STATUS-OK
              DISPLAY ' Error opening file BKOUTRP, Status: '
                         WS-BKOUTRP-STATUS
           END-IF
           MOVE WS-BACKOUT-RUN-ID       TO WS-HL-RUN-ID
           WRITE BKOUT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO BKOUT-LINE
           WRITE BKOUT-LINE
           WRITE BKOUT-LINE FROM WS-COLUMN-LINE
           OPEN I-O PARTMAST
           IF WS-PARTMAST-STATUS-OK
              MOVE 'Y'                  TO WS-PARTMAST-OPEN
           ELSE
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
           END-IF
           OPEN I-O SUPMAST
           IF WS-SUPMAST-STATUS-OK
              MOVE 'Y'                  TO WS-SUPMAST-OPEN
           ELSE
              DISPLAY ' Error opening file SUPMAST, Status: '
                         WS-SUPMAST-STATUS
           END-IF
           .
      *
      * ** Releases only the images tagged with the run-ID being
      * ** reversed - every other run's journal is left untouched
       100-SELECT-RUN.
           OPEN INPUT BIJRNL
           IF NOT WS-BIJRNL-STATUS-OK
              DISPLAY ' Error opening file BIJRNL, Status: '
                         WS-BIJRNL-STATUS
              MOVE 'Y'                  TO WS-BIJRNL-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           PERFORM UNTIL BIJRNL-EOF-FOUND
              READ BIJRNL
                AT END
                    MOVE 'Y'            TO WS-BIJRNL-EOF
                NOT AT END
                    ADD 1               TO WS-JOURNAL-READ
                    IF BJ-RUN-ID = WS-BACKOUT-RUN-ID
                       ADD 1            TO WS-IMAGES-SELECTED
                       RELEASE BKO-SORT-REC FROM BIJRNL-RECORD
                    END-IF
              END-READ
           END-PERFORM
           IF WS-BIJRNL-STATUS = '00' OR '10'
              CLOSE BIJRNL
           END-IF
           IF WS-IMAGES-SELECTED = 0
              DISPLAY ' ** NO JOURNAL IMAGES FOR RUN-ID '
                 WS-BACKOUT-RUN-ID ' - nothing backed out'
              MOVE 8                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
      * ** Gathers each file/key's images and resolves the key on
      * ** the break - a rerun of the same generation journals the
      * ** key twice, so the first before-image and the last
      * ** after-image span everything the run-ID did to it
       300-APPLY-BACKOUT.
           PERFORM 310-RETURN-NEXT
           PERFORM UNTIL SORT-EOF-FOUND
              IF BK-FILE-ID NOT = WS-KG-FILE-ID
                 OR BK-RECORD-KEY NOT = WS-KG-RECORD-KEY
                 IF WS-KG-FILE-ID NOT = SPACES
                    PERFORM 350-RESOLVE-KEY
                 END-IF
                 MOVE BK-FILE-ID        TO WS-KG-FILE-ID
                 MOVE BK-RECORD-KEY     TO WS-KG-RECORD-KEY
                 MOVE 'N'               TO WS-KG-HAS-BEFORE
                                           WS-KG-HAS-AFTER
                 MOVE SPACES            TO WS-KG-BEFORE-IMAGE
                                           WS-KG-AFTER-IMAGE
              END-IF
              EVALUATE TRUE
                 WHEN BK-BEFORE-IMAGE
                    IF NOT KG-BEFORE-IMAGE-HELD
                       MOVE 'Y'         TO WS-KG-HAS-BEFORE
                       MOVE BK-IMAGE    TO WS-KG-BEFORE-IMAGE
                    END-IF
                 WHEN BK-AFTER-IMAGE
                    MOVE 'Y'            TO WS-KG-HAS-AFTER
                    MOVE BK-IMAGE       TO WS-KG-AFTER-IMAGE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM 310-RETURN-NEXT
           END-PERFORM
           IF WS-KG-FILE-ID NOT = SPACES
              PERFORM 350-RESOLVE-KEY
           END-IF
           .
      *
       310-RETURN-NEXT.
           RETURN BKO-SORT-WORK
             AT END
                 MOVE 'Y'               TO WS-SORT-EOF
           END-RETURN
           .
      *
      * ** A full-refresh load journals every record of the master,
      * ** so a key the run left as it found it needs nothing
       350-RESOLVE-KEY.
           ADD 1                        TO WS-KEYS-JOURNALED
           IF KG-BEFORE-IMAGE-HELD AND KG-AFTER-IMAGE-HELD
              AND WS-KG-BEFORE-IMAGE = WS-KG-AFTER-IMAGE
              ADD 1                     TO WS-UNCHANGED-COUNT
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-KG-FILE-ID
              WHEN 'PARTMAST'
                 PERFORM 400-BACK-OUT-PARTMAST
              WHEN 'SUPMAST'
                 PERFORM 420-BACK-OUT-SUPMAST
              WHEN 'PRICHIST'
                 PERFORM 450-BANK-PRICE-REVERSAL
              WHEN OTHER
                 MOVE 'NOT REVERSED - FILE UNKNOWN TO BACKOUT'
                                        TO WS-DL-ACTION
                 PERFORM 390-REPORT-CONFLICT
           END-EVALUATE
           .
      *
      * ** Judges the record on file against the key group: back at
      * ** the before-image (or absent when the run added it) is
      * ** already reversed; exactly the run's after-image (or
      * ** absent when the run dropped it) is the run's own change
      * ** and is reversed; anything else was changed since the
      * ** load and is left alone
       380-JUDGE-CURRENT.
           EVALUATE TRUE
              WHEN KG-BEFORE-IMAGE-HELD AND CURRENT-RECORD-FOUND
                   AND WS-CS-IMAGE = WS-KG-BEFORE-IMAGE
                 MOVE 'R'               TO WS-CS-ACTION
              WHEN NOT KG-BEFORE-IMAGE-HELD
                   AND NOT CURRENT-RECORD-FOUND
                 MOVE 'R'               TO WS-CS-ACTION
              WHEN KG-AFTER-IMAGE-HELD AND CURRENT-RECORD-FOUND
                   AND WS-CS-IMAGE = WS-KG-AFTER-IMAGE
                 IF KG-BEFORE-IMAGE-HELD
                    MOVE 'U'            TO WS-CS-ACTION
                 ELSE
                    MOVE 'D'            TO WS-CS-ACTION
                 END-IF
              WHEN NOT KG-AFTER-IMAGE-HELD
                   AND NOT CURRENT-RECORD-FOUND
                 MOVE 'W'               TO WS-CS-ACTION
              WHEN OTHER
                 MOVE 'C'               TO WS-CS-ACTION
                 IF CURRENT-RECORD-FOUND
                    MOVE 'LEFT ALONE - CHANGED SINCE THE LOAD'
                                        TO WS-DL-ACTION
                 ELSE
                    MOVE 'LEFT ALONE - DELETED SINCE THE LOAD'
                                        TO WS-DL-ACTION
                 END-IF
           END-EVALUATE
           .
      *
      * ** Counts the outcome and lists every record changed by the
      * ** backout - an already-reversed record is counted only
       385-COUNT-OUTCOME.
           EVALUATE TRUE
              WHEN ACTION-ALREADY-REVERSED
                 ADD 1                  TO WS-ALREADY-COUNT
              WHEN ACTION-CONFLICT
                 PERFORM 390-REPORT-CONFLICT
              WHEN OTHER
                 ADD 1                  TO WS-REVERSED-COUNT
                 EVALUATE TRUE
                    WHEN ACTION-RESTORE-IMAGE
                       MOVE 'RESTORED TO BEFORE-IMAGE'
                                        TO WS-DL-ACTION
                    WHEN ACTION-RE-ADD-IMAGE
                       MOVE 'RE-ADDED - DROPPED BY THE LOAD'
                                        TO WS-DL-ACTION
                    WHEN OTHER
                       MOVE 'DELETED - ADDED BY THE LOAD'
                                        TO WS-DL-ACTION
                 END-EVALUATE
                 PERFORM 395-WRITE-DETAIL
           END-EVALUATE
           .
      *
       390-REPORT-CONFLICT.
           ADD 1                        TO WS-CONFLICT-COUNT
           MOVE 4                       TO WS-RC-CANDIDATE
           PERFORM 925-RAISE-RETURN-CODE
           PERFORM 395-WRITE-DETAIL
           .
      *
       395-WRITE-DETAIL.
           MOVE WS-KG-FILE-ID           TO WS-DL-FILE-ID
           MOVE WS-KG-RECORD-KEY        TO WS-DL-RECORD-KEY
           WRITE BKOUT-LINE FROM WS-DETAIL-LINE
           IF NOT WS-BKOUTRP-STATUS-OK
              DISPLAY ' Error writing file BKOUTRP, Status: '
                         WS-BKOUTRP-STATUS
           END-IF
           .
      *
       400-BACK-OUT-PARTMAST.
           IF NOT PARTMAST-OPEN
              MOVE 'NOT REVERSED - PARTMAST NOT OPEN'
                                        TO WS-DL-ACTION
              PERFORM 390-REPORT-CONFLICT
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-KG-RECORD-KEY        TO PM-PART-NUMBER
           READ PARTMAST
             INVALID KEY
                 MOVE 'N'               TO WS-CS-FOUND
                 MOVE SPACES            TO WS-CS-IMAGE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-CS-FOUND
                 MOVE PARTMAST-REC      TO WS-CS-IMAGE
           END-READ
           PERFORM 380-JUDGE-CURRENT
           EVALUATE TRUE
              WHEN ACTION-RESTORE-IMAGE
                 MOVE WS-KG-BEFORE-IMAGE TO PARTMAST-REC
                 REWRITE PARTMAST-REC
                   INVALID KEY
                       PERFORM 410-PARTMAST-UPDATE-FAILED
                 END-REWRITE
              WHEN ACTION-RE-ADD-IMAGE
                 MOVE WS-KG-BEFORE-IMAGE TO PARTMAST-REC
                 WRITE PARTMAST-REC
                   INVALID KEY
                       PERFORM 410-PARTMAST-UPDATE-FAILED
                 END-WRITE
              WHEN ACTION-DELETE-RECORD
                 DELETE PARTMAST RECORD
                   INVALID KEY
                       PERFORM 410-PARTMAST-UPDATE-FAILED
                 END-DELETE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 385-COUNT-OUTCOME
           .
      *
       410-PARTMAST-UPDATE-FAILED.
           DISPLAY ' Error updating PARTMAST, Status: '
              WS-PARTMAST-STATUS ' Key: ' WS-KG-RECORD-KEY
           MOVE 'C'                     TO WS-CS-ACTION
           MOVE 'NOT REVERSED - PARTMAST UPDATE FAILED'
                                        TO WS-DL-ACTION
           MOVE 12                      TO WS-RC-CANDIDATE
           PERFORM 925-RAISE-RETURN-CODE
           .
      *
       420-BACK-OUT-SUPMAST.
           IF NOT SUPMAST-OPEN
              MOVE 'NOT REVERSED - SUPMAST NOT OPEN'
                                        TO WS-DL-ACTION
              PERFORM 390-REPORT-CONFLICT
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-KG-RECORD-KEY        TO SM-SUPPLIER-CODE
           READ SUPMAST
             INVALID KEY
                 MOVE 'N'               TO WS-CS-FOUND
                 MOVE SPACES            TO WS-CS-IMAGE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-CS-FOUND
                 MOVE SUPMAST-REC       TO WS-CS-IMAGE
           END-READ
           PERFORM 380-JUDGE-CURRENT
           EVALUATE TRUE
              WHEN ACTION-RESTORE-IMAGE
                 MOVE WS-KG-BEFORE-IMAGE TO SUPMAST-REC
                 REWRITE SUPMAST-REC
                   INVALID KEY
                       PERFORM 430-SUPMAST-UPDATE-FAILED
                 END-REWRITE
              WHEN ACTION-RE-ADD-IMAGE
                 MOVE WS-KG-BEFORE-IMAGE TO SUPMAST-REC
                 WRITE SUPMAST-REC
                   INVALID KEY
                       PERFORM 430-SUPMAST-UPDATE-FAILED
                 END-WRITE
              WHEN ACTION-DELETE-RECORD
                 DELETE SUPMAST RECORD
                   INVALID KEY
                       PERFORM 430-SUPMAST-UPDATE-FAILED
                 END-DELETE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 385-COUNT-OUTCOME
           .
      *
       430-SUPMAST-UPDATE-FAILED.
           DISPLAY ' Error updating SUPMAST, Status: '
              WS-SUPMAST-STATUS ' Key: ' WS-KG-RECORD-KEY
           MOVE 'C'                     TO WS-CS-ACTION
           MOVE 'NOT REVERSED - SUPMAST UPDATE FAILED'
                                        TO WS-DL-ACTION
           MOVE 12                      TO WS-RC-CANDIDATE
           PERFORM 925-RAISE-RETURN-CODE
           .
      *
      * ** PRICHIST is sequential - the key group is banked here and
      * ** resolved while the history is carried forward
       450-BANK-PRICE-REVERSAL.
           IF WS-PR-COUNT >= 60000
              DISPLAY ' ** WS-PRICE-REVERSAL-TABLE FULL AT 60000 - '
                 'price history not reversed: ' WS-KG-RECORD-KEY
              MOVE 'NOT REVERSED - REVERSAL TABLE FULL'
                                        TO WS-DL-ACTION
              PERFORM 390-REPORT-CONFLICT
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-PR-COUNT
           MOVE WS-KG-HAS-BEFORE        TO WS-PR-HAS-BEFORE(WS-PR-COUNT)
           MOVE WS-KG-BEFORE-IMAGE
                                    TO WS-PR-BEFORE-IMAGE(WS-PR-COUNT)
           MOVE WS-KG-HAS-AFTER         TO WS-PR-HAS-AFTER(WS-PR-COUNT)
           MOVE WS-KG-AFTER-IMAGE
                                    TO WS-PR-AFTER-IMAGE(WS-PR-COUNT)
           MOVE 'N'                     TO WS-PR-SEEN(WS-PR-COUNT)
           .
      *
      * ** Copies PRICHIST to NEWPRICE applying the banked reversals
      * ** - a key the run dropped and nobody re-added is written
      * ** back behind the carried history
       500-CARRY-PRICE-HISTORY.
           OPEN OUTPUT NEWPRICE
           IF NOT WS-NEWPRICE-STATUS-OK
              DISPLAY ' Error opening file NEWPRICE, Status: '
                         WS-NEWPRICE-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN INPUT PRICHIST
           IF WS-PRICHIST-STATUS-OK
              MOVE 'Y'                  TO WS-PRICHIST-OPEN
           ELSE
              DISPLAY ' No price history on file, Status: '
                         WS-PRICHIST-STATUS
              MOVE 'Y'                  TO WS-PRICHIST-EOF
              IF WS-PR-COUNT > 0
                 MOVE 12                TO WS-RC-CANDIDATE
                 PERFORM 925-RAISE-RETURN-CODE
              END-IF
           END-IF
           PERFORM UNTIL PRICHIST-EOF-FOUND
              READ PRICHIST
                AT END
                    MOVE 'Y'            TO WS-PRICHIST-EOF
                NOT AT END
                    ADD 1               TO WS-PRICHIST-READ
                    PERFORM 520-CARRY-HISTORY-RECORD
              END-READ
           END-PERFORM
           IF PRICHIST-OPEN
              CLOSE PRICHIST
           END-IF
           PERFORM VARYING WS-PR-SUB FROM 1 BY 1
                   UNTIL WS-PR-SUB > WS-PR-COUNT
              IF NOT WS-PR-ON-HISTORY(WS-PR-SUB)
                 PERFORM 560-LOAD-KEY-GROUP
                 MOVE 'N'               TO WS-CS-FOUND
                 MOVE SPACES            TO WS-CS-IMAGE
                 IF NOT PRICHIST-OPEN
                    MOVE 'C'            TO WS-CS-ACTION
                    MOVE 'NOT REVERSED - PRICHIST NOT OPEN'
                                        TO WS-DL-ACTION
                 ELSE
                    PERFORM 380-JUDGE-CURRENT
                 END-IF
                 IF ACTION-RE-ADD-IMAGE
                    MOVE WS-PR-BEFORE-IMAGE(WS-PR-SUB)
                                        TO NEWPRICE-RECORD
                    PERFORM 850-WRITE-NEWPRICE
                 END-IF
                 PERFORM 385-COUNT-OUTCOME
              END-IF
           END-PERFORM
           .
      *
      * ** A history record with no reversal banked is carried as
      * ** it stands; one with a reversal is judged like a master
      * ** record - restored, dropped, or carried and listed
       520-CARRY-HISTORY-RECORD.
           MOVE 'N'                     TO WS-PRICE-MATCHED
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
                      OR PRICE-KEY-MATCHED
              IF WS-PR-AFTER-IMAGE(WS-PR-IDX)(1:33) = PH-HISTORY-KEY
                 OR WS-PR-BEFORE-IMAGE(WS-PR-IDX)(1:33)
                    = PH-HISTORY-KEY
                 IF NOT WS-PR-ON-HISTORY(WS-PR-IDX)
                    SET WS-PR-SUB       TO WS-PR-IDX
                    MOVE 'Y'            TO WS-PRICE-MATCHED
                 END-IF
              END-IF
           END-PERFORM
           IF NOT PRICE-KEY-MATCHED
              MOVE PRICHIST-RECORD      TO NEWPRICE-RECORD
              PERFORM 850-WRITE-NEWPRICE
              EXIT PARAGRAPH
           END-IF
           MOVE 'Y'                     TO WS-PR-SEEN(WS-PR-SUB)
           PERFORM 560-LOAD-KEY-GROUP
           MOVE 'Y'                     TO WS-CS-FOUND
           MOVE PRICHIST-RECORD         TO WS-CS-IMAGE
           PERFORM 380-JUDGE-CURRENT
           EVALUATE TRUE
              WHEN ACTION-RESTORE-IMAGE
                 MOVE WS-PR-BEFORE-IMAGE(WS-PR-SUB)
                                        TO NEWPRICE-RECORD
                 PERFORM 850-WRITE-NEWPRICE
              WHEN ACTION-DELETE-RECORD
                 CONTINUE
              WHEN OTHER
                 MOVE PRICHIST-RECORD   TO NEWPRICE-RECORD
                 PERFORM 850-WRITE-NEWPRICE
           END-EVALUATE
           PERFORM 385-COUNT-OUTCOME
           .
      *
      * ** Puts a banked PRICHIST reversal back in the key group the
      * ** judging and reporting paragraphs work from
       560-LOAD-KEY-GROUP.
           MOVE 'PRICHIST'              TO WS-KG-FILE-ID
           MOVE WS-PR-HAS-BEFORE(WS-PR-SUB) TO WS-KG-HAS-BEFORE
           MOVE WS-PR-HAS-AFTER(WS-PR-SUB)  TO WS-KG-HAS-AFTER
           MOVE WS-PR-BEFORE-IMAGE(WS-PR-SUB)
                                        TO WS-KG-BEFORE-IMAGE
           MOVE WS-PR-AFTER-IMAGE(WS-PR-SUB)
                                        TO WS-KG-AFTER-IMAGE
           IF KG-AFTER-IMAGE-HELD
              MOVE WS-KG-AFTER-IMAGE(1:33) TO WS-KG-RECORD-KEY
           ELSE
              MOVE WS-KG-BEFORE-IMAGE(1:33) TO WS-KG-RECORD-KEY
           END-IF
           .
      *
      * ** Stamped with the reversed run's own date/time rather than
      * ** the clock, so CYCBAL01 can tie the backout to the cycle
       700-WRITE-STEP-CONTROL.
           OPEN EXTEND STEPCTL
           IF NOT WS-STEPCTL-STATUS-OK
              DISPLAY ' Error opening file STEPCTL, Status: '
                         WS-STEPCTL-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           ELSE
              MOVE 'BKOUT01'            TO SC-PROGRAM-ID
              MOVE WS-BR-RUN-DATE       TO SC-RUN-DATE
              MOVE WS-BR-RUN-TIME       TO SC-RUN-TIME
              MOVE WS-KEYS-JOURNALED    TO SC-IN-COUNT
              MOVE WS-REVERSED-COUNT    TO SC-OUT-COUNT
              WRITE STEPCTL-RECORD
              IF NOT WS-STEPCTL-STATUS-OK
                 DISPLAY ' Error writing file STEPCTL, Status: '
                            WS-STEPCTL-STATUS
              END-IF
              CLOSE STEPCTL
           END-IF
           .
      *
       800-WRITE-TOTALS.
           MOVE SPACES                  TO BKOUT-LINE
           WRITE BKOUT-LINE
           MOVE 'RECORDS JOURNALED BY RUN  : ' TO WS-TL-DESC
           MOVE WS-KEYS-JOURNALED       TO WS-TL-COUNT
           WRITE BKOUT-LINE FROM WS-TOTAL-LINE
           MOVE 'UNCHANGED BY THE RUN      : ' TO WS-TL-DESC
           MOVE WS-UNCHANGED-COUNT      TO WS-TL-COUNT
           WRITE BKOUT-LINE FROM WS-TOTAL-LINE
           MOVE 'CHANGES REVERSED          : ' TO WS-TL-DESC
           MOVE WS-REVERSED-COUNT       TO WS-TL-COUNT
           WRITE BKOUT-LINE FROM WS-TOTAL-LINE
           MOVE 'ALREADY REVERSED          : ' TO WS-TL-DESC
           MOVE WS-ALREADY-COUNT        TO WS-TL-COUNT
           WRITE BKOUT-LINE FROM WS-TOTAL-LINE
           MOVE 'LEFT ALONE - SEE ABOVE    : ' TO WS-TL-DESC
           MOVE WS-CONFLICT-COUNT       TO WS-TL-COUNT
           WRITE BKOUT-LINE FROM WS-TOTAL-LINE
           .
      *
       850-WRITE-NEWPRICE.
           WRITE NEWPRICE-RECORD
           IF NOT WS-NEWPRICE-STATUS-OK
              DISPLAY ' Error writing file NEWPRICE, Status: '
                         WS-NEWPRICE-STATUS
           END-IF
           ADD 1                        TO WS-NEWPRICE-WRITTEN
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
           DISPLAY ' BKOUT01 CONTROL TOTALS'
           DISPLAY ' RUN-ID BACKED OUT      : ' WS-BACKOUT-RUN-ID
           DISPLAY ' JOURNAL IMAGES READ    : ' WS-JOURNAL-READ
           DISPLAY ' IMAGES FOR THIS RUN    : ' WS-IMAGES-SELECTED
           DISPLAY ' RECORDS JOURNALED      : ' WS-KEYS-JOURNALED
           DISPLAY ' UNCHANGED BY THE RUN   : ' WS-UNCHANGED-COUNT
           DISPLAY ' CHANGES REVERSED       : ' WS-REVERSED-COUNT
           DISPLAY ' ALREADY REVERSED       : ' WS-ALREADY-COUNT
           DISPLAY ' LEFT ALONE (CONFLICTS) : ' WS-CONFLICT-COUNT
           DISPLAY ' PRICHIST READ          : ' WS-PRICHIST-READ
           DISPLAY ' NEWPRICE WRITTEN       : ' WS-NEWPRICE-WRITTEN
           DISPLAY ' RETURN CODE            : ' RETURN-CODE
           DISPLAY '================================================'
           .
