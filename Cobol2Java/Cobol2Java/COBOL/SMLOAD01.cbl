      * ** those are maintained by SMAINT01, so before the full
      * ** refresh re-creates the master the existing values are
      * ** banked by SUPPLIER-CODE and merged back onto the reloaded
      * ** records rather than lost with the old file.  The same
      * ** pass writes every prior record to the BIJRNL before-image
      * ** journal, and the reloaded master is journaled behind the
      * ** load, both tagged with the run-ID from FINAL01's GPH
      * ** header - so BKOUT01 can reverse exactly this load.  If
      * ** the journal cannot be opened the master is not re-created
      * ** at all and the run ends RC 12.
      *============================
       ENVIRONMENT DIVISION.
      *============================
             RECORD KEY       IS  SM-SUPPLIER-CODE
             FILE STATUS      IS  WS-SUPMAST-STATUS
             .
           SELECT BIJRNL      ASSIGN TO BIJRNL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BIJRNL-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
       FD  GOODPARTS
           05  SM-PAYMENT-TERMS         PIC X(03).
           05  SM-TAX-ID                PIC X(09).
           05  SM-CONTACT-PHONE         PIC X(10).
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
             88 WS-GOODPARTS-STATUS-OK  VALUE '00'.
           05 WS-SUPMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPMAST-STATUS-OK    VALUE '00'.
           05 WS-BIJRNL-STATUS          PIC X(02) VALUE '00'.
             88 WS-BIJRNL-STATUS-OK     VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 OLD-MASTER-EOF-FOUND   VALUE 'Y'.
           05 WS-ATTR-MATCHED           PIC X VALUE 'N'.
              88 ATTRIBUTES-BANKED      VALUE 'Y'.
           05 WS-JOURNAL-OPEN           PIC X VALUE 'N'.
              88 JOURNAL-OPEN           VALUE 'Y'.
           05 WS-LOAD-STOPPED           PIC X VALUE 'N'.
              88 LOAD-STOPPED           VALUE 'Y'.
      *
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
      *
       01  COUNTERS.
           05 WS-GOODPARTS-READ         PIC 9(07) VALUE ZEROS.
           05 WS-LOADED-COUNT           PIC 9(07) VALUE ZEROS.
           05 WS-REPLACED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-ATTR-CARRIED-COUNT     PIC 9(07) VALUE ZEROS.
           05 WS-BEFORE-JOURNALED       PIC 9(07) VALUE ZEROS.
           05 WS-AFTER-JOURNALED        PIC 9(07) VALUE ZEROS.
      *
      * ** Generation identity from FINAL01's GPH header record -
      * ** the tag every journal image of this load carries
       01  WS-GE-HEADER-DETAIL.
           05 WS-GH-RECORD-TYPE         PIC X(03).
           05 WS-GH-RUN-ID              PIC X(15).
           05 WS-GH-RUN-DATE            PIC 9(08).
           05 FILLER                    PIC X(447).
       01  WS-GE-RUN-ID                 PIC X(15) VALUE SPACES.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-RUN-TIME-RAW              PIC 9(08) VALUE ZERO.
       01  WS-JOURNAL-TIME              PIC 9(06) VALUE ZERO.
      *
      * ** Maintained-only attributes banked from the prior master
      * ** before OPEN OUTPUT re-creates it - keyed by SUPPLIER-CODE
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM UNTIL EOF-FOUND
              PERFORM 100-LOAD-SUPPLIER
              PERFORM 200-READ-NEXT
           END-PERFORM
           IF NOT LOAD-STOPPED
              CLOSE SUPMAST
              PERFORM 320-JOURNAL-NEW-MASTER
           END-IF
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE GOODPARTS
           GOBACK
           .
      *
      * ** The feed's first record is read ahead for the GPH run-ID
      * ** the journal is tagged with, the prior master's maintained
      * ** attributes are banked (and its images journaled), then
      * ** OPEN OUTPUT re-creates the master so every load is a full
      * ** refresh from the current validated feed
       000-HOUSEKEEPING.
           OPEN INPUT GOODPARTS
           IF NOT WS-GOODPARTS-STATUS-OK
              DISPLAY ' Error opening file GOODPARTS, Status: '
                         WS-GOODPARTS-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 200-READ-NEXT
           IF PART-SUPP-ADDR-PO(1:3) = 'GPH' AND NOT EOF-FOUND
              MOVE PART-SUPP-ADDR-PO    TO WS-GE-HEADER-DETAIL
              MOVE WS-GH-RUN-ID         TO WS-GE-RUN-ID
              DISPLAY ' GOODPARTS generation: ' WS-GE-RUN-ID
           ELSE
              DISPLAY ' ** GOODPARTS HEADER MISSING - journal images '
                 'carry no run-ID and cannot be backed out by run'
              MOVE 4                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           PERFORM 050-BANK-OLD-ATTRIBUTES
      * ** No journal, no re-create - the master is left exactly as
      * ** it was rather than reloaded with no way back
           IF NOT JOURNAL-OPEN
              DISPLAY ' ** SUPMAST NOT RE-CREATED - the load cannot '
                 'be journaled'
              MOVE 'Y'                  TO WS-LOAD-STOPPED
              MOVE 'Y'                  TO WS-EOF
              EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SUPMAST
           IF NOT WS-SUPMAST-STATUS-OK
              DISPLAY ' Error opening file SUPMAST, Status: '
           .
      *
      * ** A first run with no SUPMAST on file starts with nothing to
      * ** carry forward - every maintained attribute is spaces.  A
      * ** load that cannot be journaled cannot be backed out, so the
      * ** prior master is not even read and the run ends RC 12
       050-BANK-OLD-ATTRIBUTES.
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
           OPEN INPUT SUPMAST
           IF NOT WS-SUPMAST-STATUS-OK
              DISPLAY ' No prior SUPMAST on file, Status: '
                AT END
                    MOVE 'Y'            TO WS-OLD-EOF
                NOT AT END
                    MOVE 'B'            TO BJ-IMAGE-TYPE
                    PERFORM 850-WRITE-JOURNAL
                    ADD 1               TO WS-BEFORE-JOURNALED
                    IF WS-ATTR-COUNT < 2000
                       ADD 1            TO WS-ATTR-COUNT
                       MOVE SM-SUPPLIER-CODE
                             'maintained attributes would be lost, '
                             'run failed'
                       END-IF
                       MOVE 12          TO WS-RC-CANDIDATE
                       PERFORM 925-RAISE-RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
              END-IF
           END-PERFORM
           .
      *
      * ** After-images of the reloaded master - each supplier's
      * ** last image written is the one this load left on file
       320-JOURNAL-NEW-MASTER.
           IF NOT JOURNAL-OPEN
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES                  TO WS-OLD-EOF
           OPEN INPUT SUPMAST
           IF NOT WS-SUPMAST-STATUS-OK
              DISPLAY ' Error opening file SUPMAST, Status: '
                         WS-SUPMAST-STATUS
              MOVE 'Y'                  TO WS-OLD-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           PERFORM UNTIL OLD-MASTER-EOF-FOUND
              READ SUPMAST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-OLD-EOF
                NOT AT END
                    MOVE 'A'            TO BJ-IMAGE-TYPE
                    PERFORM 850-WRITE-JOURNAL
                    ADD 1               TO WS-AFTER-JOURNALED
              END-READ
           END-PERFORM
           IF WS-SUPMAST-STATUS = '00' OR '10'
              CLOSE SUPMAST
           END-IF
           CLOSE BIJRNL
           .
      *
       200-READ-NEXT.
           READ GOODPARTS INTO PART-SUPP-ADDR-PO
                 ADD +1         TO WS-GOODPARTS-READ
           END-READ
           .
      *
      * ** One journal image of the SUPMAST record in the buffer,
      * ** tagged with the generation's run-ID
       850-WRITE-JOURNAL.
           MOVE WS-GE-RUN-ID            TO BJ-RUN-ID
           MOVE 'SMLOAD01'              TO BJ-PROGRAM-ID
           MOVE 'SUPMAST'               TO BJ-FILE-ID
           MOVE SM-SUPPLIER-CODE        TO BJ-RECORD-KEY
           MOVE WS-TODAY-DATE           TO BJ-JOURNAL-DATE
           MOVE WS-JOURNAL-TIME         TO BJ-JOURNAL-TIME
           MOVE SUPMAST-REC             TO BJ-IMAGE
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
           DISPLAY ' SUPPLIERS LOADED       : ' WS-LOADED-COUNT
           DISPLAY ' SUPPLIERS REPLACED     : ' WS-REPLACED-COUNT
           DISPLAY ' ATTRIBUTES CARRIED     : ' WS-ATTR-CARRIED-COUNT
           DISPLAY ' BEFORE-IMAGES JOURNALED: ' WS-BEFORE-JOURNALED
           DISPLAY ' AFTER-IMAGES JOURNALED : ' WS-AFTER-JOURNALED
           DISPLAY '================================================'
           .
