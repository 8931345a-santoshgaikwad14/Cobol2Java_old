      * ** keyed by PART-NUMBER/SUPPLIER-CODE, applies the corrected
      * ** field values to the suspended record image, re-drives it
      * ** through the FINPARTS/FINSUPPL/FINORDER edits, appends the
      * ** ones that now pass to GOODPARTS - or, when a PO line is
      * ** over its buyer's approval limit, to the POHOLD approval
      * ** queue as FINAL01 does - and writes the still-bad
      * ** (or uncorrected) ones back to suspense on NEWREJS - so a
      * ** one-character typo no longer costs a full re-run of the
      * ** FINAL01 batch.  A held record the hold queue cannot take
      * ** (POHOLD not open, or the write fails) goes back to
      * ** suspense with its corrections applied and the step ends
      * ** RC 12, so no order waits on an approval nobody can see.
      *============================
       ENVIRONMENT DIVISION.
      *============================
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWREJS-STATUS
             .
           SELECT POHOLD      ASSIGN TO POHOLD
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PH-KEY
             FILE STATUS      IS  WS-POHOLD-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Suspense records as written by FINAL01's 900-WRITE-REJECT
           05  NR-EDIT-WARNING-COUNT    PIC 9(02).
           05  NR-EDIT-ERROR-TABLE      PIC X(610).
           05  NR-REJECT-DATE           PIC 9(08).
      *
      * ** PO approval hold queue shared with FINAL01 - a corrected
      * ** record with a line over its buyer's approval limit waits
      * ** here for POREL01 instead of going to GOODPARTS
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
             88 WS-GOODPARTS-STATUS-OK  VALUE '00'.
           05 WS-NEWREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-NEWREJS-STATUS-OK    VALUE '00'.
           05 WS-POHOLD-STATUS          PIC X(02) VALUE '00'.
             88 WS-POHOLD-STATUS-OK     VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 CORRECTS-EOF-FOUND     VALUE 'Y'.
           05 WS-CORRECTED              PIC X VALUE 'N'.
              88 CORRECTION-APPLIED     VALUE 'Y'.
           05 WS-HOLD-STATE             PIC X VALUE 'N'.
              88 RECORD-ON-HOLD         VALUE 'Y'.
           05 WS-POHOLD-OPEN            PIC X VALUE 'N'.
              88 POHOLD-OPEN            VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-REJECTS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-NO-CORRECTION          PIC 9(07) VALUE ZEROS.
           05 WS-BAD-FIELD-NAME         PIC 9(07) VALUE ZEROS.
           05 WS-DUP-HELD               PIC 9(07) VALUE ZEROS.
           05 WS-RESUBMIT-HELD          PIC 9(07) VALUE ZEROS.
           05 WS-HOLD-NOT-QUEUED        PIC 9(07) VALUE ZEROS.
      *
       01  WS-RUN-DATE                  PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME-RAW              PIC 9(08) VALUE ZERO.
       01  WS-RUN-ID                    PIC X(15) VALUE SPACES.
       01  WS-ERR-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
      *
       COPY HOLDDTL.
       01  WS-HOLD-WORK.
           05 WS-HW-PO-NUMBER           PIC X(06).
           05 WS-HW-APPROVER-CODE       PIC X(03).
           05 WS-HW-VALUE               PIC 9(09)V99.
           05 WS-HW-LINES               PIC 9(01).
           05 WS-HW-REASON              PIC X(40).
      *
      * ** The suspended record, with the reject diagnostics and an
      * ** image view the corrections are patched into by position
           CLOSE REJECTS
                 GOODPARTS
                 NEWREJS
                 POHOLD
           GOBACK
           .
      *
              DISPLAY ' Error opening file NEWREJS, Status: '
                         WS-NEWREJS-STATUS
           END-IF
           OPEN I-O POHOLD
           IF WS-POHOLD-STATUS = '35'
              DISPLAY ' POHOLD empty - initialising hold queue'
              OPEN OUTPUT POHOLD
              CLOSE POHOLD
              OPEN I-O POHOLD
           END-IF
           IF WS-POHOLD-STATUS-OK
              MOVE 'Y'                  TO WS-POHOLD-OPEN
           ELSE
              DISPLAY ' Error opening file POHOLD, Status: '
                         WS-POHOLD-STATUS
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE             TO WS-RUN-ID(1:8)
           MOVE '.'                     TO WS-RUN-ID(9:1)
           MOVE WS-RUN-TIME-RAW(1:6)    TO WS-RUN-ID(10:6)
           PERFORM 050-LOAD-CORRECTIONS
           .
      *
                       DISPLAY ' ** WS-CORRECTION-TABLE FULL AT '
                          '10000 - corrections incomplete, run '
                          'failed: ' CO-PART-NUMBER
                       MOVE 12          TO WS-RC-CANDIDATE
                       PERFORM 925-RAISE-RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           END-IF
           MOVE WS-RJ-PART-SUPP-IMAGE   TO PART-SUPP-ADDR-PO
           PERFORM 300-EDIT-RECORD
           IF WS-PASS-EDIT-OK
              PERFORM 105-CHECK-HOLD
           END-IF
           IF RECORD-ON-HOLD
              ADD 1                     TO WS-RESUBMIT-HELD
              DISPLAY ' - Resubmit: HELD FOR APPROVAL ' PART-NUMBER
                 ' / ' SUPPLIER-CODE
              PERFORM 955-WRITE-POHOLD
              EXIT PARAGRAPH
           END-IF
           IF WS-PASS-EDIT-OK
              ADD 1                     TO WS-RESUBMIT-PASSED
              DISPLAY ' - Resubmit: PASSED ' PART-NUMBER
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
      * ** Patches one corrected field value into the record image at
      * ** the field's documented byte position - the value is keyed
      * ** in the image's own display format, so a straight byte move
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
      * ** Appends a record that now clears every edit to GOODPARTS
       950-WRITE-GOODPARTS.
           MOVE PART-SUPP-ADDR-PO   TO GOODPARTS-REC
           END-IF
           .
      *
      * ** Parks a held record on the approval hold queue the way
      * ** FINAL01 does - an open hold keeps its hold date.  A hold
      * ** the queue cannot take goes back to suspense instead
       955-WRITE-POHOLD.
           IF NOT POHOLD-OPEN
              PERFORM 960-RETURN-HOLD-TO-NEWREJ
              EXIT PARAGRAPH
           END-IF
           MOVE WS-HW-PO-NUMBER         TO PH-PO-NUMBER
           MOVE PART-NUMBER             TO PH-PART-NUMBER
           READ POHOLD
             INVALID KEY
                 CONTINUE
           END-READ
           IF WS-POHOLD-STATUS-OK AND PH-HOLD-OPEN
              CONTINUE
           ELSE
              MOVE WS-RUN-DATE          TO PH-HOLD-DATE
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
           MOVE 'RESUB'                 TO PH-SOURCE-ID
           MOVE WS-HW-VALUE             TO PH-HOLD-VALUE
           MOVE WS-HW-LINES             TO PH-LINES-HELD
           MOVE WS-HW-REASON            TO PH-HOLD-REASON
           MOVE 'H'                     TO PH-HOLD-STATUS
           MOVE ZERO                    TO PH-DECISION-DATE
           MOVE SPACES                  TO PH-DECIDED-BY
           MOVE PART-SUPP-ADDR-PO       TO PH-PART-SUPP-IMAGE
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
              PERFORM 960-RETURN-HOLD-TO-NEWREJ
           END-IF
           .
      *
      * ** A hold that never reached the queue is not dropped: the
      * ** corrected image goes back to suspense, marked so the next
      * ** correction cycle re-drives it once POHOLD is available
       960-RETURN-HOLD-TO-NEWREJ.
           SUBTRACT 1                   FROM WS-RESUBMIT-HELD
           ADD 1                        TO WS-HOLD-NOT-QUEUED
           DISPLAY ' ** Hold not queued - returned to suspense: '
              PART-NUMBER ' / ' SUPPLIER-CODE
           MOVE 12                      TO WS-RC-CANDIDATE
           PERFORM 925-RAISE-RETURN-CODE
           MOVE 'POHOLD'                TO WS-RJ-EDIT-FIELD
           MOVE ' APPROVAL HOLD NOT QUEUED - RESUBMIT.'
                                        TO WS-RJ-EDIT-ERROR-MESSAGE
           MOVE WS-EDIT-ERROR-COUNT     TO WS-RJ-EDIT-ERROR-COUNT
           MOVE WS-EDIT-WARNING-COUNT   TO WS-RJ-EDIT-WARNING-COUNT
           MOVE WS-EDIT-ERROR-TABLE     TO WS-RJ-EDIT-ERROR-TABLE
           PERFORM 900-WRITE-NEWREJ
           .
      *
      * ** Summary counts so operations can tell at a glance whether
      * ** the correction cycle is draining the suspense file
       990-CONTROL-TOTALS.
           DISPLAY ' CORRECTIONS READ       : ' WS-CORRECTS-READ
           DISPLAY ' RESUBMITTED - PASSED   : ' WS-RESUBMIT-PASSED
           DISPLAY ' RESUBMITTED - FAILED   : ' WS-RESUBMIT-FAILED
           DISPLAY ' RESUBMITTED - HELD     : ' WS-RESUBMIT-HELD
           DISPLAY ' HELD - NOT QUEUED      : ' WS-HOLD-NOT-QUEUED
           DISPLAY ' NO CORRECTION ON FILE  : ' WS-NO-CORRECTION
           DISPLAY ' UNUSABLE CORRECTIONS   : ' WS-BAD-FIELD-NAME
           DISPLAY ' DUPLICATES HELD        : ' WS-DUP-HELD
