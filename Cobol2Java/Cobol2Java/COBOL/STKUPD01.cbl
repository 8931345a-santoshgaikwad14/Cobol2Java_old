       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKUPD01.
      *============================
      * ** Stock balance posting - keeps what is on the shelf on the
      * ** STKBAL stock-balance master, one record per PART-NUMBER.
      * ** Clean receipts RCPVAL01 passed to GOODRCPT add to
      * ** on-hand, returns to vendor (RTVFILE) take away, and the
      * ** stockroom's STKTRANS issues ('I') and adjustments ('A',
      * ** signed, with a reason code) post after them.  Issues are
      * ** also kept as thirteen weekly usage buckets on the balance
      * ** record for REORD01's reorder point.  A transaction that
      * ** fails its edits goes to STKSUSP with the reason and is not
      * ** posted.  A part's balance record is created the first time
      * ** anything posts to it.
      * ** GOODRCPT and RTVFILE carry the whole receiving history, as
      * ** POAGE01 and APMTCH01 read them, so each balance keeps a
      * ** high-water mark for each - the latest date posted and how
      * ** many of the part's records for that date were posted.  A
      * ** record at or below the part's mark is already on the
      * ** shelf and is only counted, so any run posts just what
      * ** arrived since the last.  STKTRANS is the stockroom's daily
      * ** delta: its count, latest date and quantity hash identify
      * ** the generation, which is checked against the STKCTL
      * ** control file - one already posted stops with RC 8 unless
      * ** re-driven with PARM='OVERRIDE'.  A run that cannot open
      * ** STKBAL posts nothing and ends RC 12.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT STKBAL      ASSIGN TO STKBAL
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  SB-PART-NUMBER
             FILE STATUS      IS  WS-STKBAL-STATUS
             .
           SELECT PARTMAST    ASSIGN TO PARTMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PM-PART-NUMBER
             FILE STATUS      IS  WS-PARTMAST-STATUS
             .
           SELECT RECEIPTS    ASSIGN TO RECEIPTS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RECEIPTS-STATUS
             .
           SELECT RTVFILE     ASSIGN TO RTVFILE
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RTVFILE-STATUS
             .
           SELECT STKTRANS    ASSIGN TO STKTRANS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-STKTRANS-STATUS
             .
           SELECT STKSUSP     ASSIGN TO STKSUSP
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-STKSUSP-STATUS
             .
           SELECT STKCTL      ASSIGN TO STKCTL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-STKCTL-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Stock-balance master - on-hand by PART-NUMBER with the
      * ** last thirteen weeks' issues, bucket 1 being the week
      * ** SB-USAGE-WEEK (Lilian day number / 7), and the high-water
      * ** marks of the GOODRCPT and RTVFILE records already posted
       FD  STKBAL
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS STKBAL-REC.
       01  STKBAL-REC.
           05  SB-PART-NUMBER           PIC X(23).
           05  SB-ON-HAND               PIC S9(09).
           05  SB-LAST-RECEIPT-DATE     PIC 9(08).
           05  SB-LAST-ISSUE-DATE       PIC 9(08).
           05  SB-LAST-UPDATE-DATE      PIC 9(08).
           05  SB-FIRST-WEEK            PIC 9(07).
           05  SB-USAGE-WEEK            PIC 9(07).
           05  SB-WEEK-USAGE            PIC S9(07)
                                         OCCURS 13 TIMES.
           05  SB-RCPT-MARK-DATE        PIC 9(08).
           05  SB-RCPT-MARK-SEQ         PIC 9(07).
           05  SB-RTV-MARK-DATE         PIC 9(08).
           05  SB-RTV-MARK-SEQ          PIC 9(07).
           05  FILLER                   PIC X(09).
      *
       FD  PARTMAST
           RECORD CONTAINS 473 CHARACTERS
           DATA RECORD IS PARTMAST-REC.
       01  PARTMAST-REC.
           05  PM-PART-NUMBER           PIC X(23).
           05  PM-REST-OF-RECORD        PIC X(450).
      *
      * ** Validated receipts from RCPVAL01 - GOODRCPT, the whole
      * ** receiving history in the order it was keyed
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
      * ** Return-to-vendor records written by RCPVAL01 for material
      * ** rejected at inspection - it leaves the shelf
       FD  RTVFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RTV-RECORD.
       01  RTV-RECORD.
           05  RT-RETURN-DATE           PIC 9(08).
           05  RT-PO-NUMBER             PIC X(06).
           05  RT-PART-NUMBER           PIC X(23).
           05  RT-SUPPLIER-CODE         PIC X(10).
           05  RT-QTY-RETURNED          PIC S9(07).
           05  RT-REASON-CODE           PIC X(02).
           05  RT-RECEIPT-DATE          PIC 9(08).
           05  RT-DEBIT-MEMO-NUMBER     PIC X(18).
           05  FILLER                   PIC X(08).
      *
      * ** Stockroom issues and adjustments - an issue takes a
      * ** positive quantity off the shelf; an adjustment carries a
      * ** signed quantity and the reason the count moved
       FD  STKTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STKTRANS-RECORD.
       01  STKTRANS-RECORD.
           05  ST-TRANS-TYPE            PIC X(01).
               88 ST-ISSUE              VALUE 'I'.
               88 ST-ADJUSTMENT         VALUE 'A'.
           05  ST-PART-NUMBER           PIC X(23).
           05  ST-TRANS-DATE            PIC 9(08).
           05  ST-QUANTITY              PIC S9(07).
           05  ST-REASON-CODE           PIC X(02).
               88 ST-REASON-VALID       VALUES 'CC' 'DM' 'SC'
                                               'FD' 'OB'.
           05  ST-USER-ID               PIC X(08).
           05  ST-REFERENCE             PIC X(10).
           05  FILLER                   PIC X(01).
      *
      * ** Rejected stockroom transactions with the failing edit
       FD  STKSUSP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 108 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STKSUSP-RECORD.
       01  STKSUSP-RECORD.
           05  SS-TRANS-IMAGE           PIC X(60).
           05  SS-ERROR-MESSAGE         PIC X(40).
           05  SS-REJECT-DATE           PIC 9(08).
      *
      * ** One-record control file remembering the last STKTRANS
      * ** generation this program posted
       FD  STKCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STKCTL-RECORD.
       01  STKCTL-RECORD.
           05  SC-PROGRAM-ID            PIC X(08).
           05  SC-TRANS-COUNT           PIC 9(07).
           05  SC-HIGH-TRANS-DATE       PIC 9(08).
           05  SC-QTY-HASH              PIC S9(11).
           05  SC-CONSUMED-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-STKBAL-STATUS          PIC X(02) VALUE '00'.
             88 WS-STKBAL-STATUS-OK     VALUE '00'.
           05 WS-PARTMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-PARTMAST-STATUS-OK   VALUE '00'.
           05 WS-RECEIPTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-RECEIPTS-STATUS-OK   VALUE '00'.
           05 WS-RTVFILE-STATUS         PIC X(02) VALUE '00'.
             88 WS-RTVFILE-STATUS-OK    VALUE '00'.
           05 WS-STKTRANS-STATUS        PIC X(02) VALUE '00'.
             88 WS-STKTRANS-STATUS-OK   VALUE '00'.
           05 WS-STKSUSP-STATUS         PIC X(02) VALUE '00'.
             88 WS-STKSUSP-STATUS-OK    VALUE '00'.
           05 WS-STKCTL-STATUS          PIC X(02) VALUE '00'.
             88 WS-STKCTL-STATUS-OK     VALUE '00'.
      *
       01  FLAGS.
           05 WS-RECEIPTS-EOF           PIC X VALUE SPACES.
              88 RECEIPTS-EOF-FOUND     VALUE 'Y'.
           05 WS-RTVFILE-EOF            PIC X VALUE SPACES.
              88 RTVFILE-EOF-FOUND      VALUE 'Y'.
           05 WS-STKTRANS-EOF           PIC X VALUE SPACES.
              88 STKTRANS-EOF-FOUND     VALUE 'Y'.
           05 WS-BALANCE-STATE          PIC X VALUE 'N'.
              88 BALANCE-ON-FILE        VALUE 'Y'.
           05 WS-TRANS-STATE            PIC X VALUE 'Y'.
              88 TRANS-EDIT-OK          VALUE 'Y'.
           05 WS-POSTING-STOPPED        PIC X VALUE 'N'.
              88 POSTING-STOPPED        VALUE 'Y'.
           05 WS-MARK-STATE             PIC X VALUE 'N'.
              88 RECORD-ALREADY-POSTED  VALUE 'Y'.
      *
      * ** Identity of the STKTRANS generation on file and of the one
      * ** last posted, and the consumption handshake state
       01  WS-STKTRANS-IDENTITY.
           05 WS-SI-TRANS-COUNT         PIC 9(07) VALUE ZERO.
           05 WS-SI-HIGH-TRANS-DATE     PIC 9(08) VALUE ZERO.
           05 WS-SI-QTY-HASH            PIC S9(11) VALUE ZERO.
           05 WS-SI-LAST-COUNT          PIC 9(07) VALUE ZERO.
           05 WS-SI-LAST-HIGH-DATE      PIC 9(08) VALUE ZERO.
           05 WS-SI-LAST-QTY-HASH       PIC S9(11) VALUE ZERO.
           05 WS-SI-BLOCKED             PIC X(01) VALUE 'N'.
              88 TRANS-ALREADY-CONSUMED VALUE 'Y'.
           05 WS-SI-OVERRIDE            PIC X(01) VALUE 'N'.
              88 OVERRIDE-REQUESTED     VALUE 'Y'.
      *
      * ** Each part's place in the history file being posted - the
      * ** date of its latest record read and how many of its records
      * ** carried that date - to compare with the balance's mark
       01  WS-SEQUENCE-TABLE.
           05 WS-SEQ-COUNT              PIC 9(08) COMP VALUE ZERO.
           05 WS-SEQ-ENTRY              OCCURS 100000 TIMES
                                         INDEXED BY WS-SEQ-IDX.
              10 WS-SEQ-PART-NUMBER     PIC X(23).
              10 WS-SEQ-DATE            PIC 9(08).
              10 WS-SEQ-NUMBER          PIC 9(07) COMP.
           05 WS-SEQ-TABLE-FULL         PIC X(01) VALUE 'N'.
              88 SEQ-TABLE-FULL         VALUE 'Y'.
       01  WS-SEQ-SUB                   PIC 9(08) COMP VALUE ZERO.
       01  WS-POST-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-POST-SEQ                  PIC 9(07) VALUE ZERO.
      *
       01  COUNTERS.
           05 WS-RECEIPTS-READ          PIC 9(07) VALUE ZEROS.
           05 WS-RECEIPTS-POSTED        PIC 9(07) VALUE ZEROS.
           05 WS-RECEIPTS-ON-FILE       PIC 9(07) VALUE ZEROS.
           05 WS-RETURNS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-RETURNS-POSTED         PIC 9(07) VALUE ZEROS.
           05 WS-RETURNS-ON-FILE        PIC 9(07) VALUE ZEROS.
           05 WS-NOT-SEQUENCED          PIC 9(07) VALUE ZEROS.
           05 WS-BALANCE-ERRORS         PIC 9(07) VALUE ZEROS.
           05 WS-TRANS-READ             PIC 9(07) VALUE ZEROS.
           05 WS-ISSUES-POSTED          PIC 9(07) VALUE ZEROS.
           05 WS-ADJUSTS-POSTED         PIC 9(07) VALUE ZEROS.
           05 WS-TRANS-REJECTED         PIC 9(07) VALUE ZEROS.
           05 WS-BALANCES-ADDED         PIC 9(07) VALUE ZEROS.
           05 WS-BALANCES-UPDATED       PIC 9(07) VALUE ZEROS.
           05 WS-NEGATIVE-ON-HAND       PIC 9(07) VALUE ZEROS.
           05 WS-USAGE-TOO-OLD          PIC 9(07) VALUE ZEROS.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TODAY-WEEK                PIC 9(07) VALUE ZERO.
       01  WS-TRANS-WEEK                PIC 9(07) VALUE ZERO.
       01  WS-WEEK-SHIFT                PIC S9(07) VALUE ZERO.
       01  WS-WEEK-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-POST-QTY                  PIC S9(09) VALUE ZERO.
       01  WS-POST-PART                 PIC X(23) VALUE SPACES.
       01  WS-ERROR-MESSAGE             PIC X(40) VALUE SPACES.
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
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

       LINKAGE SECTION.
      * ** Run parameter - 'OVERRIDE' re-posts a STKTRANS generation
      * ** this program has already recorded in STKCTL
       01  WS-RUN-PARM.
           05  WS-RUN-PARM-LEN          PIC S9(04) COMP.
           05  WS-RUN-PARM-VALUE        PIC X(08).
      *
       PROCEDURE DIVISION USING WS-RUN-PARM.
           IF WS-RUN-PARM-LEN >= 8
              AND WS-RUN-PARM-VALUE(1:8) = 'OVERRIDE'
              MOVE 'Y'                  TO WS-SI-OVERRIDE
              DISPLAY ' STKUPD01 override - posted STKTRANS generation '
                 'will be reprocessed'
           END-IF
           PERFORM 000-HOUSEKEEPING
           IF NOT POSTING-STOPPED
              PERFORM 100-POST-RECEIPTS
              PERFORM 200-POST-RETURNS
              IF NOT TRANS-ALREADY-CONSUMED
                 PERFORM 300-POST-STOCK-TRANS
                 PERFORM 370-RECORD-CONSUMPTION
              END-IF
           END-IF
           PERFORM 990-CONTROL-TOTALS
      * ** Rejected stockroom transactions finish RC 4 so the
      * ** stockroom corrects and re-keys them
           IF WS-TRANS-REJECTED > 0
              MOVE 4                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
      * ** A balance that could not be written has lost a posting
           IF WS-BALANCE-ERRORS > 0
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
      *
           CLOSE STKBAL
                 PARTMAST
                 STKSUSP
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN I-O STKBAL
           IF WS-STKBAL-STATUS = '35'
              DISPLAY ' STKBAL empty - initialising the stock balances'
              OPEN OUTPUT STKBAL
              CLOSE STKBAL
              OPEN I-O STKBAL
           END-IF
           IF NOT WS-STKBAL-STATUS-OK
              DISPLAY ' Error opening file STKBAL, Status: '
                         WS-STKBAL-STATUS
              DISPLAY ' ** NOTHING POSTED - the stock balances cannot '
                 'be updated'
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              MOVE 'Y'                  TO WS-POSTING-STOPPED
           END-IF
           OPEN INPUT PARTMAST
           IF NOT WS-PARTMAST-STATUS-OK
              DISPLAY ' Error opening file PARTMAST, Status: '
                         WS-PARTMAST-STATUS
           END-IF
           OPEN OUTPUT STKSUSP
           IF NOT WS-STKSUSP-STATUS-OK
              DISPLAY ' Error opening file STKSUSP, Status: '
                         WS-STKSUSP-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
           COMPUTE WS-TODAY-WEEK = TODAY-LILIAN / 7
           IF POSTING-STOPPED
              EXIT PARAGRAPH
           END-IF
           PERFORM 020-IDENTIFY-STOCK-TRANS
           PERFORM 030-READ-LAST-CONSUMED
      * ** The generation just posted again is a double-posted day
      * ** of issues - stop the stockroom posting cold (unless
      * ** overridden); receipts and returns still post, since the
      * ** marks keep them from posting twice
           IF WS-SI-TRANS-COUNT > 0
              AND WS-SI-TRANS-COUNT = WS-SI-LAST-COUNT
              AND WS-SI-HIGH-TRANS-DATE = WS-SI-LAST-HIGH-DATE
              AND WS-SI-QTY-HASH = WS-SI-LAST-QTY-HASH
              AND NOT OVERRIDE-REQUESTED
              MOVE 'Y'                  TO WS-SI-BLOCKED
              MOVE 8                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
              DISPLAY ' ** STKTRANS ALREADY POSTED BY STKUPD01: '
                 WS-SI-TRANS-COUNT ' transactions through '
                 WS-SI-HIGH-TRANS-DATE
              DISPLAY ' ** Stockroom posting stopped - rerun with '
                 'PARM=''OVERRIDE'' to reprocess it'
           END-IF
           .
      *
      * ** STKTRANS carries no envelope, so a pass over it takes its
      * ** count, latest date and signed quantity total as the
      * ** generation's identity
       020-IDENTIFY-STOCK-TRANS.
           OPEN INPUT STKTRANS
           IF NOT WS-STKTRANS-STATUS-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STKTRANS-EOF-FOUND
              READ STKTRANS
                AT END
                    MOVE 'Y'            TO WS-STKTRANS-EOF
                NOT AT END
                    ADD 1               TO WS-SI-TRANS-COUNT
                    IF ST-TRANS-DATE IS NUMERIC
                       AND ST-TRANS-DATE > WS-SI-HIGH-TRANS-DATE
                       MOVE ST-TRANS-DATE
                                        TO WS-SI-HIGH-TRANS-DATE
                    END-IF
                    IF ST-QUANTITY IS NUMERIC
                       ADD ST-QUANTITY  TO WS-SI-QTY-HASH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STKTRANS
           MOVE SPACES                  TO WS-STKTRANS-EOF
           DISPLAY ' STKTRANS generation: ' WS-SI-TRANS-COUNT
              ' transactions through ' WS-SI-HIGH-TRANS-DATE
           .
      *
      * ** Picks up the identity of the generation this program last
      * ** posted - no control file on file means nothing posted
       030-READ-LAST-CONSUMED.
           OPEN INPUT STKCTL
           IF WS-STKCTL-STATUS-OK
              READ STKCTL
                AT END
                    CONTINUE
                NOT AT END
                    MOVE SC-TRANS-COUNT TO WS-SI-LAST-COUNT
                    MOVE SC-HIGH-TRANS-DATE
                                        TO WS-SI-LAST-HIGH-DATE
                    MOVE SC-QTY-HASH    TO WS-SI-LAST-QTY-HASH
              END-READ
              CLOSE STKCTL
           END-IF
           .
      *
      * ** Every clean receipt beyond the part's mark goes on the
      * ** shelf and moves the mark up to it
       100-POST-RECEIPTS.
           OPEN INPUT RECEIPTS
           IF NOT WS-RECEIPTS-STATUS-OK
              DISPLAY ' No receipts on file, Status: '
                         WS-RECEIPTS-STATUS
              MOVE 'Y'                  TO WS-RECEIPTS-EOF
           END-IF
           PERFORM UNTIL RECEIPTS-EOF-FOUND
              READ RECEIPTS
                AT END
                    MOVE 'Y'            TO WS-RECEIPTS-EOF
                NOT AT END
                    ADD 1               TO WS-RECEIPTS-READ
                    MOVE RC-PART-NUMBER TO WS-POST-PART
                    MOVE RC-RECEIPT-DATE
                                        TO WS-POST-DATE
                    PERFORM 510-SEQUENCE-RECORD
                    IF WS-POST-SEQ > 0
                       PERFORM 500-GET-BALANCE
                       PERFORM 520-CHECK-RECEIPT-MARK
                       IF RECORD-ALREADY-POSTED
                          ADD 1         TO WS-RECEIPTS-ON-FILE
                       ELSE
                          ADD RC-QTY-RECEIVED
                                        TO SB-ON-HAND
                          IF RC-RECEIPT-DATE > SB-LAST-RECEIPT-DATE
                             MOVE RC-RECEIPT-DATE
                                        TO SB-LAST-RECEIPT-DATE
                          END-IF
                          MOVE WS-POST-DATE
                                        TO SB-RCPT-MARK-DATE
                          MOVE WS-POST-SEQ
                                        TO SB-RCPT-MARK-SEQ
                          ADD 1         TO WS-RECEIPTS-POSTED
                          PERFORM 600-PUT-BALANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-RECEIPTS-STATUS = '00' OR '10'
              CLOSE RECEIPTS
           END-IF
           .
      *
      * ** Material rejected at inspection goes back to the supplier
      * ** and off the shelf, past the part's returns mark in the
      * ** same way.  No returns on file is a normal day
       200-POST-RETURNS.
           MOVE ZERO                    TO WS-SEQ-COUNT
           MOVE 'N'                     TO WS-SEQ-TABLE-FULL
           OPEN INPUT RTVFILE
           IF NOT WS-RTVFILE-STATUS-OK
              DISPLAY ' No returns to vendor on file, Status: '
                         WS-RTVFILE-STATUS
              MOVE 'Y'                  TO WS-RTVFILE-EOF
           END-IF
           PERFORM UNTIL RTVFILE-EOF-FOUND
              READ RTVFILE
                AT END
                    MOVE 'Y'            TO WS-RTVFILE-EOF
                NOT AT END
                    ADD 1               TO WS-RETURNS-READ
                    MOVE RT-PART-NUMBER TO WS-POST-PART
                    MOVE RT-RETURN-DATE TO WS-POST-DATE
                    PERFORM 510-SEQUENCE-RECORD
                    IF WS-POST-SEQ > 0
                       PERFORM 500-GET-BALANCE
                       PERFORM 530-CHECK-RETURN-MARK
                       IF RECORD-ALREADY-POSTED
                          ADD 1         TO WS-RETURNS-ON-FILE
                       ELSE
                          SUBTRACT RT-QTY-RETURNED
                                        FROM SB-ON-HAND
                          MOVE WS-POST-DATE
                                        TO SB-RTV-MARK-DATE
                          MOVE WS-POST-SEQ
                                        TO SB-RTV-MARK-SEQ
                          ADD 1         TO WS-RETURNS-POSTED
                          PERFORM 600-PUT-BALANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF WS-RTVFILE-STATUS = '00' OR '10'
              CLOSE RTVFILE
           END-IF
           .
      *
      * ** Stockroom issues and adjustments - each is edited, and
      * ** only a clean one posts.  No transactions is a quiet day
       300-POST-STOCK-TRANS.
           OPEN INPUT STKTRANS
           IF NOT WS-STKTRANS-STATUS-OK
              DISPLAY ' No stockroom transactions on file, Status: '
                         WS-STKTRANS-STATUS
              MOVE 'Y'                  TO WS-STKTRANS-EOF
           END-IF
           PERFORM UNTIL STKTRANS-EOF-FOUND
              READ STKTRANS
                AT END
                    MOVE 'Y'            TO WS-STKTRANS-EOF
                NOT AT END
                    ADD 1               TO WS-TRANS-READ
                    PERFORM 310-EDIT-STOCK-TRANS
                    IF TRANS-EDIT-OK
                       PERFORM 350-APPLY-STOCK-TRANS
                    ELSE
                       PERFORM 920-WRITE-SUSPENSE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-STKTRANS-STATUS = '00' OR '10'
              CLOSE STKTRANS
           END-IF
           .
      *
       310-EDIT-STOCK-TRANS.
           MOVE 'Y'                     TO WS-TRANS-STATE
           IF NOT ST-ISSUE AND NOT ST-ADJUSTMENT
              MOVE 'N'                  TO WS-TRANS-STATE
              MOVE ' TRANS-TYPE IS not I or A.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE ST-PART-NUMBER          TO PM-PART-NUMBER
           READ PARTMAST
             INVALID KEY
                 MOVE 'N'               TO WS-TRANS-STATE
                 MOVE ' PART-NUMBER IS not on part master.'
                                        TO WS-ERROR-MESSAGE
                 EXIT PARAGRAPH
           END-READ
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE ST-TRANS-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE 'N'                  TO WS-TRANS-STATE
              MOVE ' TRANS-DATE IS not a valid date.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF LILIAN > TODAY-LILIAN
              MOVE 'N'                  TO WS-TRANS-STATE
              MOVE ' TRANS-DATE IS in the future.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF ST-ISSUE AND ST-QUANTITY NOT > 0
              MOVE 'N'                  TO WS-TRANS-STATE
              MOVE ' ISSUE QUANTITY IS not positive.'
                                        TO WS-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF ST-ADJUSTMENT
              IF ST-QUANTITY = 0
                 MOVE 'N'               TO WS-TRANS-STATE
                 MOVE ' ADJUSTMENT QUANTITY IS zero.'
                                        TO WS-ERROR-MESSAGE
                 EXIT PARAGRAPH
              END-IF
              IF NOT ST-REASON-VALID
                 MOVE 'N'               TO WS-TRANS-STATE
                 MOVE ' ADJUSTMENT REASON-CODE IS not valid.'
                                        TO WS-ERROR-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           .
      *
      * ** An issue comes off the shelf and counts as usage in the
      * ** week it was issued; an adjustment only corrects the count
       350-APPLY-STOCK-TRANS.
           MOVE ST-PART-NUMBER          TO WS-POST-PART
           PERFORM 500-GET-BALANCE
           IF ST-ISSUE
              SUBTRACT ST-QUANTITY      FROM SB-ON-HAND
              IF ST-TRANS-DATE > SB-LAST-ISSUE-DATE
                 MOVE ST-TRANS-DATE     TO SB-LAST-ISSUE-DATE
              END-IF
              COMPUTE WS-TRANS-WEEK = LILIAN / 7
              COMPUTE WS-WEEK-SHIFT = SB-USAGE-WEEK - WS-TRANS-WEEK
              IF WS-WEEK-SHIFT < 13
                 COMPUTE WS-WEEK-SUB = WS-WEEK-SHIFT + 1
                 ADD ST-QUANTITY        TO SB-WEEK-USAGE(WS-WEEK-SUB)
              ELSE
                 ADD 1                  TO WS-USAGE-TOO-OLD
              END-IF
              ADD 1                     TO WS-ISSUES-POSTED
           ELSE
              ADD ST-QUANTITY           TO SB-ON-HAND
              ADD 1                     TO WS-ADJUSTS-POSTED
           END-IF
           PERFORM 600-PUT-BALANCE
           .
      *
      * ** Records the posted generation's identity so the next run
      * ** of this program can refuse the same STKTRANS
       370-RECORD-CONSUMPTION.
           IF WS-SI-TRANS-COUNT = 0
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STKCTL
           IF NOT WS-STKCTL-STATUS-OK
              DISPLAY ' Error opening file STKCTL, Status: '
                         WS-STKCTL-STATUS
              MOVE 8                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           ELSE
              MOVE 'STKUPD01'           TO SC-PROGRAM-ID
              MOVE WS-SI-TRANS-COUNT    TO SC-TRANS-COUNT
              MOVE WS-SI-HIGH-TRANS-DATE
                                        TO SC-HIGH-TRANS-DATE
              MOVE WS-SI-QTY-HASH       TO SC-QTY-HASH
              MOVE WS-TODAY-DATE        TO SC-CONSUMED-DATE
              WRITE STKCTL-RECORD
              CLOSE STKCTL
           END-IF
           .
      *
      * ** Reads the part's balance, or starts a new one at zero.
      * ** The usage buckets are rolled forward to this week first,
      * ** so bucket 1 is always the current week
       500-GET-BALANCE.
           MOVE WS-POST-PART            TO SB-PART-NUMBER
           MOVE 'N'                     TO WS-BALANCE-STATE
           READ STKBAL
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-BALANCE-STATE
           END-READ
           IF NOT BALANCE-ON-FILE
              MOVE SPACES               TO STKBAL-REC
              MOVE WS-POST-PART         TO SB-PART-NUMBER
              MOVE ZERO                 TO SB-ON-HAND
                                           SB-LAST-RECEIPT-DATE
                                           SB-LAST-ISSUE-DATE
                                           SB-RCPT-MARK-DATE
                                           SB-RCPT-MARK-SEQ
                                           SB-RTV-MARK-DATE
                                           SB-RTV-MARK-SEQ
              MOVE WS-TODAY-WEEK        TO SB-FIRST-WEEK
                                           SB-USAGE-WEEK
              PERFORM VARYING WS-WEEK-SUB FROM 1 BY 1
                      UNTIL WS-WEEK-SUB > 13
                 MOVE ZERO              TO SB-WEEK-USAGE(WS-WEEK-SUB)
              END-PERFORM
              EXIT PARAGRAPH
           END-IF
      * ** A balance written before the marks were kept already holds
      * ** everything dated up to its last update
           IF SB-RCPT-MARK-DATE NOT NUMERIC
              OR SB-RCPT-MARK-SEQ NOT NUMERIC
              MOVE SB-LAST-UPDATE-DATE  TO SB-RCPT-MARK-DATE
              MOVE 9999999              TO SB-RCPT-MARK-SEQ
           END-IF
           IF SB-RTV-MARK-DATE NOT NUMERIC
              OR SB-RTV-MARK-SEQ NOT NUMERIC
              MOVE SB-LAST-UPDATE-DATE  TO SB-RTV-MARK-DATE
              MOVE 9999999              TO SB-RTV-MARK-SEQ
           END-IF
           COMPUTE WS-WEEK-SHIFT = WS-TODAY-WEEK - SB-USAGE-WEEK
           IF WS-WEEK-SHIFT > 0
              PERFORM VARYING WS-WEEK-SUB FROM 13 BY -1
                      UNTIL WS-WEEK-SUB < 1
                 IF WS-WEEK-SUB > WS-WEEK-SHIFT
                    MOVE SB-WEEK-USAGE(WS-WEEK-SUB - WS-WEEK-SHIFT)
                                   TO SB-WEEK-USAGE(WS-WEEK-SUB)
                 ELSE
                    MOVE ZERO      TO SB-WEEK-USAGE(WS-WEEK-SUB)
                 END-IF
              END-PERFORM
              MOVE WS-TODAY-WEEK        TO SB-USAGE-WEEK
           END-IF
           .
      *
      * ** Numbers the record within its part and date - the first
      * ** record for a part on a date is 1, the next 2, and so on.
      * ** A part the table cannot hold cannot be numbered, so its
      * ** records are left (sequence zero) for the rerun rather than
      * ** risk posting them twice
       510-SEQUENCE-RECORD.
           MOVE ZERO                    TO WS-SEQ-SUB
                                           WS-POST-SEQ
           PERFORM VARYING WS-SEQ-IDX FROM 1 BY 1
                   UNTIL WS-SEQ-IDX > WS-SEQ-COUNT
              IF WS-SEQ-PART-NUMBER(WS-SEQ-IDX) = WS-POST-PART
                 SET WS-SEQ-SUB         TO WS-SEQ-IDX
              END-IF
           END-PERFORM
           IF WS-SEQ-SUB > 0
              IF WS-SEQ-DATE(WS-SEQ-SUB) = WS-POST-DATE
                 ADD 1                  TO WS-SEQ-NUMBER(WS-SEQ-SUB)
              ELSE
                 MOVE WS-POST-DATE      TO WS-SEQ-DATE(WS-SEQ-SUB)
                 MOVE 1                 TO WS-SEQ-NUMBER(WS-SEQ-SUB)
              END-IF
              MOVE WS-SEQ-NUMBER(WS-SEQ-SUB)
                                        TO WS-POST-SEQ
              EXIT PARAGRAPH
           END-IF
           IF WS-SEQ-COUNT < 100000
              ADD 1                     TO WS-SEQ-COUNT
              MOVE WS-POST-PART         TO
                                  WS-SEQ-PART-NUMBER(WS-SEQ-COUNT)
              MOVE WS-POST-DATE         TO WS-SEQ-DATE(WS-SEQ-COUNT)
              MOVE 1                    TO WS-SEQ-NUMBER(WS-SEQ-COUNT)
              MOVE 1                    TO WS-POST-SEQ
           ELSE
              IF NOT SEQ-TABLE-FULL
                 MOVE 'Y'               TO WS-SEQ-TABLE-FULL
                 DISPLAY ' ** WS-SEQUENCE-TABLE FULL AT 100000 - '
                    'new parts'' history not posted, run failed'
              END-IF
              ADD 1                     TO WS-NOT-SEQUENCED
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           .
      *
      * ** A receipt dated before the part's mark, or on the mark's
      * ** date and no further into it, is already on the balance
       520-CHECK-RECEIPT-MARK.
           MOVE 'N'                     TO WS-MARK-STATE
           IF WS-POST-DATE < SB-RCPT-MARK-DATE
              OR (WS-POST-DATE = SB-RCPT-MARK-DATE
                  AND WS-POST-SEQ NOT > SB-RCPT-MARK-SEQ)
              MOVE 'Y'                  TO WS-MARK-STATE
           END-IF
           .
      *
       530-CHECK-RETURN-MARK.
           MOVE 'N'                     TO WS-MARK-STATE
           IF WS-POST-DATE < SB-RTV-MARK-DATE
              OR (WS-POST-DATE = SB-RTV-MARK-DATE
                  AND WS-POST-SEQ NOT > SB-RTV-MARK-SEQ)
              MOVE 'Y'                  TO WS-MARK-STATE
           END-IF
           .
      *
       600-PUT-BALANCE.
           MOVE WS-TODAY-DATE           TO SB-LAST-UPDATE-DATE
           IF SB-ON-HAND < 0
              ADD 1                     TO WS-NEGATIVE-ON-HAND
              DISPLAY ' ** On-hand below zero for part: '
                 SB-PART-NUMBER ' ' SB-ON-HAND
           END-IF
           IF BALANCE-ON-FILE
              REWRITE STKBAL-REC
                INVALID KEY
                    DISPLAY ' Error rewriting file STKBAL, Status: '
                               WS-STKBAL-STATUS
                    ADD 1               TO WS-BALANCE-ERRORS
                NOT INVALID KEY
                    ADD 1               TO WS-BALANCES-UPDATED
              END-REWRITE
           ELSE
              WRITE STKBAL-REC
                INVALID KEY
                    DISPLAY ' Error writing file STKBAL, Status: '
                               WS-STKBAL-STATUS
                    ADD 1               TO WS-BALANCE-ERRORS
                NOT INVALID KEY
                    ADD 1               TO WS-BALANCES-ADDED
              END-WRITE
           END-IF
           .
      *
       920-WRITE-SUSPENSE.
           ADD 1                        TO WS-TRANS-REJECTED
           MOVE STKTRANS-RECORD         TO SS-TRANS-IMAGE
           MOVE WS-ERROR-MESSAGE        TO SS-ERROR-MESSAGE
           MOVE WS-TODAY-DATE           TO SS-REJECT-DATE
           WRITE STKSUSP-RECORD
           IF NOT WS-STKSUSP-STATUS-OK
              DISPLAY ' Error writing file STKSUSP, Status: '
                         WS-STKSUSP-STATUS
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
           DISPLAY ' STKUPD01 CONTROL TOTALS'
           DISPLAY ' RECEIPTS READ          : ' WS-RECEIPTS-READ
           DISPLAY '   POSTED               : ' WS-RECEIPTS-POSTED
           DISPLAY '   ALREADY ON BALANCE   : ' WS-RECEIPTS-ON-FILE
           DISPLAY ' RETURNS TO VENDOR READ : ' WS-RETURNS-READ
           DISPLAY '   POSTED               : ' WS-RETURNS-POSTED
           DISPLAY '   ALREADY ON BALANCE   : ' WS-RETURNS-ON-FILE
           DISPLAY ' HISTORY NOT SEQUENCED  : ' WS-NOT-SEQUENCED
           DISPLAY ' STOCKROOM TRANS READ   : ' WS-TRANS-READ
           DISPLAY '   ISSUES POSTED        : ' WS-ISSUES-POSTED
           DISPLAY '   ADJUSTMENTS POSTED   : ' WS-ADJUSTS-POSTED
           DISPLAY '   REJECTED             : ' WS-TRANS-REJECTED
           DISPLAY ' BALANCES ADDED         : ' WS-BALANCES-ADDED
           DISPLAY ' BALANCES UPDATED       : ' WS-BALANCES-UPDATED
           DISPLAY ' POSTINGS BELOW ZERO    : ' WS-NEGATIVE-ON-HAND
           DISPLAY ' ISSUES OLDER THAN 13 WK: ' WS-USAGE-TOO-OLD
           DISPLAY ' BALANCE WRITE ERRORS   : ' WS-BALANCE-ERRORS
           IF TRANS-ALREADY-CONSUMED
              DISPLAY ' STOCKROOM TRANS NOT POSTED - generation '
                 'already posted'
           END-IF
           DISPLAY '================================================'
           .
