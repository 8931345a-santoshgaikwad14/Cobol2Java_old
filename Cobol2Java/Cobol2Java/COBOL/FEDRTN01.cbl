       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDRTN01.
      *============================
      * ** Per-source feed error return - sends each vendor back
      * ** what the latest FINAL01 run did with its feed.  The run
      * ** is the one that wrote the newest envelope (BALANCED/
      * ** UNBALANCED) line on AUDITLOG; that run's AUDITLOG lines
      * ** give every source's envelope reconciliation result and
      * ** the source that sent each rejected record, and each
      * ** record on the four suspense files is matched back to its
      * ** source by PART-NUMBER/SUPPLIER-CODE.  FEEDRTN carries one
      * ** return per source, sorted by SOURCE-ID and bracketed by
      * ** an 'H' header holding the SRCMAST registry's contact and
      * ** delivery details (so the transmission step routes it
      * ** unattended) and a 'T' trailer with its counts: an 'E'
      * ** envelope result, then for each suspended record an 'R'
      * ** failing-key record followed by one 'D' record per entry
      * ** in its edit error table.  A source that balanced with no
      * ** rejects still gets its return as an acknowledgment.  A
      * ** source missing from the registry or inactive on it, and
      * ** suspense that cannot be traced to a source, is listed on
      * ** FEDRTNRP and not sent - the run then ends RC 4.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT AUDITLOG    ASSIGN TO AUDITLOG
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-AUDITLOG-STATUS
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
           SELECT SRCMAST     ASSIGN TO SRCMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SRCMAST-STATUS
             .
           SELECT FEEDRTN     ASSIGN TO FEEDRTN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-FEEDRTN-STATUS
             .
           SELECT FEDRTNRP    ASSIGN TO FEDRTNRP
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-FEDRTNRP-STATUS
             .
           SELECT RTN-SORT-WORK ASSIGN TO SRTWK12.
       DATA DIVISION.
       FILE SECTION.
      * ** Edit-decision history in FINAL01's layout
       FD  AUDITLOG
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
               88 AL-ENVELOPE-RESULT     VALUE 'BALANCED'
                                               'UNBALANCED'.
               88 AL-RECORD-REJECTED     VALUE 'PARTS'
                                               'SUPPLIERS'
                                               'ORDER'
                                               'DUPLICATE'.
           05  FILLER                    PIC X(01).
           05  AL-EDIT-ERROR-MESSAGE     PIC X(40).
      *
      * ** The four per-team suspense files FINAL01 routes rejects
      * ** into - one shared layout, held in WS-SUSPENSE-DETAIL
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
      * ** Feed source registry as SRCMNT01 maintains it
       FD  SRCMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SOURCE-RECORD.
       01  SOURCE-RECORD.
           05  SR-SOURCE-ID             PIC X(08).
           05  SR-VENDOR-NAME           PIC X(25).
           05  SR-CONTACT-NAME          PIC X(25).
           05  SR-CONTACT-EMAIL         PIC X(40).
           05  SR-CONTACT-PHONE         PIC X(15).
           05  SR-DELIVERY-METHOD       PIC X(01).
           05  SR-DELIVERY-ADDRESS      PIC X(44).
           05  SR-ACTIVE-FLAG           PIC X(01).
           05  SR-LAST-CHANGE-DATE      PIC 9(08).
           05  FILLER                   PIC X(13).
      *
      * ** Outbound error returns - one H..T group per source
       FD  FEEDRTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FEEDRTN-REC.
       01  FEEDRTN-REC                  PIC X(200).
      *
       FD  FEDRTNRP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                  PIC X(132).
      *
      * ** One envelope marker per source of the run (record number
      * ** zero, so it leads the source's group) plus every suspense
      * ** record, tagged with the source it was traced to
       SD  RTN-SORT-WORK
           RECORD CONTAINS 1181 CHARACTERS
           DATA RECORD IS RTN-SORT-REC.
       01  RTN-SORT-REC.
           05  RT-SOURCE-ID             PIC X(08).
           05  RT-RECORD-NUMBER         PIC 9(07).
           05  RT-RECORD-TYPE           PIC X(01).
               88 RT-ENVELOPE-MARKER    VALUE 'E'.
               88 RT-SUSPENSE-RECORD    VALUE 'S'.
           05  RT-CATEGORY              PIC X(10).
           05  RT-SUSPENSE-DETAIL       PIC X(1155).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-AUDITLOG-STATUS        PIC X(02) VALUE '00'.
             88 WS-AUDITLOG-STATUS-OK   VALUE '00'.
           05 WS-REJPARTS-STATUS        PIC X(02) VALUE '00'.
             88 WS-REJPARTS-STATUS-OK   VALUE '00'.
           05 WS-REJSUPPL-STATUS        PIC X(02) VALUE '00'.
             88 WS-REJSUPPL-STATUS-OK   VALUE '00'.
           05 WS-REJORDER-STATUS        PIC X(02) VALUE '00'.
             88 WS-REJORDER-STATUS-OK   VALUE '00'.
           05 WS-REJDUPS-STATUS         PIC X(02) VALUE '00'.
             88 WS-REJDUPS-STATUS-OK    VALUE '00'.
           05 WS-SRCMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SRCMAST-STATUS-OK    VALUE '00'.
           05 WS-FEEDRTN-STATUS         PIC X(02) VALUE '00'.
             88 WS-FEEDRTN-STATUS-OK    VALUE '00'.
           05 WS-FEDRTNRP-STATUS        PIC X(02) VALUE '00'.
             88 WS-FEDRTNRP-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-SORT-EOF               PIC X VALUE SPACES.
              88 SORT-EOF-FOUND         VALUE 'Y'.
           05 WS-RUN-STATE              PIC X VALUE 'N'.
              88 RUN-FOUND              VALUE 'Y'.
           05 WS-FIRST-GROUP            PIC X VALUE 'Y'.
              88 FIRST-GROUP            VALUE 'Y'.
           05 WS-SEND-STATE             PIC X VALUE 'N'.
              88 RETURN-IS-SENT         VALUE 'Y'.
           05 WS-KEY-STATE              PIC X VALUE 'N'.
              88 KEY-ATTRIBUTED         VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-AUDIT-READ             PIC 9(07) VALUE ZEROS.
           05 WS-RUN-LINES              PIC 9(07) VALUE ZEROS.
           05 WS-REGISTRY-READ          PIC 9(05) VALUE ZEROS.
           05 WS-SUSPENSE-READ          PIC 9(07) VALUE ZEROS.
           05 WS-ATTRIBUTED-COUNT       PIC 9(07) VALUE ZEROS.
           05 WS-UNATTRIBUTED-COUNT     PIC 9(07) VALUE ZEROS.
           05 WS-SOURCES-RETURNED       PIC 9(05) VALUE ZEROS.
           05 WS-SOURCES-NOT-SENT       PIC 9(05) VALUE ZEROS.
           05 WS-RETURN-WRITTEN         PIC 9(07) VALUE ZEROS.
           05 WS-KEYS-DROPPED           PIC 9(07) VALUE ZEROS.
      *
      * ** The run being returned - the newest envelope on AUDITLOG
       01  WS-RETURN-RUN.
           05 WS-RUN-ID                 PIC X(15) VALUE SPACES.
           05 WS-RUN-DATE               PIC 9(08) VALUE ZERO.
           05 WS-RUN-TIME               PIC 9(06) VALUE ZERO.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-SEND-TIME-RAW             PIC 9(08) VALUE ZERO.
       01  WS-SEND-TIME                 PIC 9(06) VALUE ZERO.
      *
      * ** The vendor registry, held in core for the group lookups
       01  WS-REGISTRY-TABLE.
           05 WS-REG-COUNT              PIC 9(04) COMP VALUE ZERO.
           05 WS-REG-ENTRY              OCCURS 500 TIMES
                                         INDEXED BY WS-REG-IDX.
              10 WS-RG-SOURCE-ID        PIC X(08).
              10 WS-RG-VENDOR-NAME      PIC X(25).
              10 WS-RG-CONTACT-NAME     PIC X(25).
              10 WS-RG-CONTACT-EMAIL    PIC X(40).
              10 WS-RG-CONTACT-PHONE    PIC X(15).
              10 WS-RG-DELIVERY-METHOD  PIC X(01).
              10 WS-RG-DELIVERY-ADDRESS PIC X(44).
              10 WS-RG-ACTIVE-FLAG      PIC X(01).
                 88 WS-RG-SOURCE-ACTIVE VALUE 'A'.
              10 WS-RG-LAST-CHANGE-DATE PIC 9(08).
              10 FILLER                 PIC X(13).
       01  WS-REG-SUB                   PIC 9(04) COMP VALUE ZERO.
      *
      * ** Every source of the run and its envelope result
       01  WS-RUN-SOURCE-TABLE.
           05 WS-RS-COUNT               PIC 9(04) COMP VALUE ZERO.
           05 WS-RS-ENTRY               OCCURS 500 TIMES
                                         INDEXED BY WS-RS-IDX.
              10 WS-RS-SOURCE-ID        PIC X(08).
              10 WS-RS-RESULT           PIC X(10).
              10 WS-RS-MESSAGE          PIC X(40).
              10 WS-RS-RECORDS-READ     PIC 9(07).
       01  WS-RS-SUB                    PIC 9(04) COMP VALUE ZERO.
      *
      * ** One entry per record the run rejected, from the first of
      * ** its AUDITLOG lines - claimed by the suspense record it
      * ** matches so a key rejected twice traces to both sources
       01  WS-REJECT-KEY-TABLE.
           05 WS-RK-COUNT               PIC 9(05) COMP VALUE ZERO.
           05 WS-RK-ENTRY               OCCURS 5000 TIMES
                                         INDEXED BY WS-RK-IDX.
              10 WS-RK-RECORD-NUMBER    PIC 9(07).
              10 WS-RK-PART-NUMBER      PIC X(23).
              10 WS-RK-SUPPLIER-CODE    PIC X(10).
              10 WS-RK-SOURCE-ID        PIC X(08).
              10 WS-RK-CLAIMED          PIC X(01).
                 88 WS-RK-IS-CLAIMED    VALUE 'Y'.
       01  WS-RK-SUB                    PIC 9(05) COMP VALUE ZERO.
       01  WS-LAST-REJECT-NUMBER        PIC 9(07) VALUE ZERO.
      *
       01  WS-CURRENT-CATEGORY          PIC X(10) VALUE SPACES.
       01  WS-CURRENT-SOURCE            PIC X(08) VALUE SPACES.
       01  WS-SEND-STATUS               PIC X(16) VALUE SPACES.
       01  WS-ERR-SUB                   PIC 9(02) COMP VALUE ZERO.
       01  WS-ERR-LIMIT                 PIC 9(02) COMP VALUE ZERO.
      *
      * ** The current source's return counts
       01  WS-GROUP-TOTALS.
           05 WS-GROUP-REJECTS          PIC 9(07) VALUE ZEROS.
           05 WS-GROUP-DETAILS          PIC 9(07) VALUE ZEROS.
           05 WS-GROUP-RECORDS          PIC 9(07) VALUE ZEROS.
       01  WS-GRAND-TOTALS.
           05 WS-GRAND-REJECTS          PIC 9(07) VALUE ZEROS.
           05 WS-GRAND-DETAILS          PIC 9(07) VALUE ZEROS.
      *
      * ** The suspense record layout shared by the four files
       01  WS-SUSPENSE-DETAIL.
           05 WS-SD-PART-SUPP-IMAGE     PIC X(473).
           05 WS-SD-EDIT-FIELD          PIC X(20).
           05 WS-SD-EDIT-ERROR-MESSAGE  PIC X(40).
           05 WS-SD-EDIT-ERROR-COUNT    PIC 9(02).
           05 WS-SD-EDIT-WARNING-COUNT  PIC 9(02).
           05 WS-SD-EDIT-ERROR-TABLE.
              10 WS-SD-ERR-ENTRY        OCCURS 10 TIMES.
                 15 WS-SD-ERR-SEVERITY  PIC X(01).
                 15 WS-SD-ERR-FIELD     PIC X(20).
                 15 WS-SD-ERR-MESSAGE   PIC X(40).
           05 WS-SD-REJECT-DATE         PIC 9(08).
      *
       COPY PARTSUPP.
      *
      * ** FEEDRTN record layouts - 'H' header, 'E' envelope result,
      * ** 'R' failing key, 'D' edit failure, 'T' trailer
       01  WS-RETURN-HEADER.
           05 WS-EH-RECORD-TYPE         PIC X(01) VALUE 'H'.
           05 WS-EH-SOURCE-ID           PIC X(08).
           05 WS-EH-RUN-ID              PIC X(15).
           05 WS-EH-RUN-DATE            PIC 9(08).
           05 WS-EH-SEND-DATE           PIC 9(08).
           05 WS-EH-SEND-TIME           PIC 9(06).
           05 WS-EH-VENDOR-NAME         PIC X(25).
           05 WS-EH-CONTACT-NAME        PIC X(25).
           05 WS-EH-CONTACT-EMAIL       PIC X(40).
           05 WS-EH-CONTACT-PHONE       PIC X(15).
           05 WS-EH-DELIVERY-METHOD     PIC X(01).
           05 WS-EH-DELIVERY-ADDRESS    PIC X(44).
           05 FILLER                    PIC X(04) VALUE SPACES.
       01  WS-RETURN-ENVELOPE.
           05 WS-EE-RECORD-TYPE         PIC X(01) VALUE 'E'.
           05 WS-EE-SOURCE-ID           PIC X(08).
           05 WS-EE-RESULT              PIC X(10).
           05 WS-EE-MESSAGE             PIC X(40).
           05 WS-EE-RECORDS-READ        PIC 9(07).
           05 FILLER                    PIC X(134) VALUE SPACES.
       01  WS-RETURN-REJECT.
           05 WS-ER-RECORD-TYPE         PIC X(01) VALUE 'R'.
           05 WS-ER-SOURCE-ID           PIC X(08).
           05 WS-ER-RECORD-NUMBER       PIC 9(07).
           05 WS-ER-PART-NUMBER         PIC X(23).
           05 WS-ER-SUPPLIER-CODE       PIC X(10).
           05 WS-ER-CATEGORY            PIC X(10).
           05 WS-ER-REJECT-DATE         PIC 9(08).
           05 WS-ER-ERROR-COUNT         PIC 9(02).
           05 WS-ER-WARNING-COUNT       PIC 9(02).
           05 WS-ER-FIRST-FIELD         PIC X(20).
           05 WS-ER-FIRST-MESSAGE       PIC X(40).
           05 FILLER                    PIC X(69) VALUE SPACES.
       01  WS-RETURN-DETAIL.
           05 WS-ED-RECORD-TYPE         PIC X(01) VALUE 'D'.
           05 WS-ED-SOURCE-ID           PIC X(08).
           05 WS-ED-RECORD-NUMBER       PIC 9(07).
           05 WS-ED-PART-NUMBER         PIC X(23).
           05 WS-ED-SUPPLIER-CODE       PIC X(10).
           05 WS-ED-ENTRY-NUMBER        PIC 9(02).
           05 WS-ED-SEVERITY            PIC X(01).
           05 WS-ED-FIELD               PIC X(20).
           05 WS-ED-MESSAGE             PIC X(40).
           05 FILLER                    PIC X(88) VALUE SPACES.
       01  WS-RETURN-TRAILER.
           05 WS-ET-RECORD-TYPE         PIC X(01) VALUE 'T'.
           05 WS-ET-SOURCE-ID           PIC X(08).
           05 WS-ET-REJECT-COUNT        PIC 9(07).
           05 WS-ET-DETAIL-COUNT        PIC 9(07).
           05 WS-ET-RECORD-COUNT        PIC 9(07).
           05 FILLER                    PIC X(170) VALUE SPACES.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(24) VALUE
                   'FEED ERROR RETURN - RUN '.
               10  WS-HL-RUN-ID          PIC X(15).
               10  FILLER                PIC X(10) VALUE
                   '  SENT ON '.
               10  WS-HL-SEND-DATE       PIC 9(08).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(10) VALUE 'SOURCE'.
               10  FILLER                PIC X(22) VALUE 'VENDOR'.
               10  FILLER                PIC X(03) VALUE 'M'.
               10  FILLER                PIC X(12) VALUE 'ENVELOPE'.
               10  FILLER                PIC X(09) VALUE '   READ'.
               10  FILLER                PIC X(09) VALUE 'REJECTS'.
               10  FILLER                PIC X(09) VALUE ' ERRORS'.
               10  FILLER                PIC X(18) VALUE 'STATUS'.
               10  FILLER                PIC X(15) VALUE
                   'ENVELOPE RESULT'.
           05  WS-DETAIL-LINE.
               10  WS-DL-SOURCE-ID       PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-VENDOR-NAME     PIC X(20).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-METHOD          PIC X(01).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-RESULT          PIC X(10).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-READ            PIC ZZZZZZ9.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-REJECTS         PIC ZZZZZZ9.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-DETAILS         PIC ZZZZZZ9.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-STATUS          PIC X(16).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-MESSAGE         PIC X(40).
           05  WS-TOTAL-LINE.
               10  FILLER                PIC X(56) VALUE
                   'TOTAL RETURNED'.
               10  WS-TL-REJECTS         PIC ZZZZZZ9.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-TL-DETAILS         PIC ZZZZZZ9.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 050-FIND-RETURN-RUN
           IF RUN-FOUND
              PERFORM 070-LOAD-REGISTRY
              PERFORM 100-LOAD-RUN-AUDIT
              SORT RTN-SORT-WORK
                  ON ASCENDING KEY RT-SOURCE-ID
                  ON ASCENDING KEY RT-RECORD-NUMBER
                  ON ASCENDING KEY RT-RECORD-TYPE
                  INPUT PROCEDURE  200-LOAD-SORT
                  OUTPUT PROCEDURE 300-WRITE-RETURNS
              MOVE SPACES               TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-GRAND-REJECTS     TO WS-TL-REJECTS
              MOVE WS-GRAND-DETAILS     TO WS-TL-DETAILS
              WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE FEEDRTN
                 FEDRTNRP
      * ** A return that could not go out, or suspense no source can
      * ** be found for, finishes RC 4 so someone follows it up
           IF RETURN-CODE < 4
              AND (NOT RUN-FOUND
                   OR WS-SOURCES-NOT-SENT > 0
                   OR WS-UNATTRIBUTED-COUNT > 0)
              MOVE 4                    TO RETURN-CODE
           END-IF
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SEND-TIME-RAW FROM TIME
           MOVE WS-SEND-TIME-RAW(1:6)   TO WS-SEND-TIME
           OPEN OUTPUT FEEDRTN
           IF NOT WS-FEEDRTN-STATUS-OK
              DISPLAY ' Error opening file FEEDRTN, Status: '
                         WS-FEEDRTN-STATUS
           END-IF
           OPEN OUTPUT FEDRTNRP
           IF NOT WS-FEDRTNRP-STATUS-OK
              DISPLAY ' Error opening file FEDRTNRP, Status: '
                         WS-FEDRTNRP-STATUS
           END-IF
           .
      *
      * ** Only FINAL01 writes envelope lines, one per source it
      * ** closes, so the last one on the log names the newest run
       050-FIND-RETURN-RUN.
           MOVE SPACES                  TO WS-EOF
           OPEN INPUT AUDITLOG
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error opening file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           PERFORM UNTIL EOF-FOUND
              READ AUDITLOG
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    ADD 1               TO WS-AUDIT-READ
                    IF AL-ENVELOPE-RESULT
                       MOVE 'Y'         TO WS-RUN-STATE
                       MOVE AL-RUN-ID   TO WS-RUN-ID
                       MOVE AL-RUN-DATE TO WS-RUN-DATE
                       MOVE AL-RUN-TIME TO WS-RUN-TIME
                    END-IF
              END-READ
           END-PERFORM
           IF WS-AUDITLOG-STATUS = '00' OR '10'
              CLOSE AUDITLOG
           END-IF
           MOVE WS-RUN-ID               TO WS-HL-RUN-ID
           MOVE WS-TODAY-DATE           TO WS-HL-SEND-DATE
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT RUN-FOUND
              DISPLAY ' ** NO FINAL01 ENVELOPE ON AUDITLOG - '
                 'nothing to return'
              MOVE ' ** NO FINAL01 ENVELOPE ON AUDITLOG'
                                        TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           DISPLAY ' Returning run ' WS-RUN-ID
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           .
      *
       070-LOAD-REGISTRY.
           MOVE SPACES                  TO WS-EOF
           OPEN INPUT SRCMAST
           IF NOT WS-SRCMAST-STATUS-OK
              DISPLAY ' Error opening file SRCMAST, Status: '
                         WS-SRCMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           PERFORM UNTIL EOF-FOUND
              READ SRCMAST
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    ADD 1               TO WS-REGISTRY-READ
                    IF WS-REG-COUNT < 500
                       ADD 1            TO WS-REG-COUNT
                       MOVE SOURCE-RECORD
                          TO WS-REG-ENTRY(WS-REG-COUNT)
                    ELSE
                       DISPLAY ' ** WS-REGISTRY-TABLE is full - '
                          'source dropped: ' SR-SOURCE-ID
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SRCMAST-STATUS = '00' OR '10'
              CLOSE SRCMAST
           END-IF
           .
      *
      * ** Banks the run's envelope results and rejected records.
      * ** A rejected record writes one line per error, all under
      * ** the same record number - only the first is kept
       100-LOAD-RUN-AUDIT.
           MOVE SPACES                  TO WS-EOF
           OPEN INPUT AUDITLOG
           IF NOT WS-AUDITLOG-STATUS-OK
              DISPLAY ' Error opening file AUDITLOG, Status: '
                         WS-AUDITLOG-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           PERFORM UNTIL EOF-FOUND
              READ AUDITLOG
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    IF AL-RUN-DATE = WS-RUN-DATE
                       AND AL-RUN-TIME = WS-RUN-TIME
                       ADD 1            TO WS-RUN-LINES
                       PERFORM 120-BANK-AUDIT-LINE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-AUDITLOG-STATUS = '00' OR '10'
              CLOSE AUDITLOG
           END-IF
           .
      *
       120-BANK-AUDIT-LINE.
           EVALUATE TRUE
              WHEN AL-ENVELOPE-RESULT
                 MOVE AL-SOURCE-ID      TO WS-CURRENT-SOURCE
                 PERFORM 150-FIND-RUN-SOURCE
                 IF WS-RS-SUB > 0
                    MOVE AL-EDIT-OUTCOME
                                        TO WS-RS-RESULT(WS-RS-SUB)
                    MOVE AL-EDIT-ERROR-MESSAGE
                                        TO WS-RS-MESSAGE(WS-RS-SUB)
                    MOVE AL-RECORD-NUMBER
                                   TO WS-RS-RECORDS-READ(WS-RS-SUB)
                 END-IF
              WHEN AL-RECORD-REJECTED
                 AND AL-RECORD-NUMBER NOT = WS-LAST-REJECT-NUMBER
                 MOVE AL-RECORD-NUMBER  TO WS-LAST-REJECT-NUMBER
                 MOVE AL-SOURCE-ID      TO WS-CURRENT-SOURCE
                 PERFORM 150-FIND-RUN-SOURCE
                 IF WS-RK-COUNT < 5000
                    ADD 1               TO WS-RK-COUNT
                    MOVE AL-RECORD-NUMBER
                       TO WS-RK-RECORD-NUMBER(WS-RK-COUNT)
                    MOVE AL-PART-NUMBER
                       TO WS-RK-PART-NUMBER(WS-RK-COUNT)
                    MOVE AL-SUPPLIER-CODE
                       TO WS-RK-SUPPLIER-CODE(WS-RK-COUNT)
                    MOVE AL-SOURCE-ID
                       TO WS-RK-SOURCE-ID(WS-RK-COUNT)
                    MOVE 'N'
                       TO WS-RK-CLAIMED(WS-RK-COUNT)
                 ELSE
                    ADD 1               TO WS-KEYS-DROPPED
                    DISPLAY ' ** WS-REJECT-KEY-TABLE is full - '
                       'record cannot be traced: ' AL-RECORD-NUMBER
                 END-IF
           END-EVALUATE
           .
      *
      * ** Finds WS-CURRENT-SOURCE among the run's sources, adding
      * ** it when new - a source with rejects but no envelope line
      * ** still gets its return.  WS-RS-SUB is zero when full
       150-FIND-RUN-SOURCE.
           MOVE ZERO                    TO WS-RS-SUB
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
              IF WS-RS-SOURCE-ID(WS-RS-IDX) = WS-CURRENT-SOURCE
                 SET WS-RS-SUB          TO WS-RS-IDX
              END-IF
           END-PERFORM
           IF WS-RS-SUB = 0
              IF WS-RS-COUNT < 500
                 ADD 1                  TO WS-RS-COUNT
                 MOVE WS-RS-COUNT       TO WS-RS-SUB
                 MOVE WS-CURRENT-SOURCE
                    TO WS-RS-SOURCE-ID(WS-RS-SUB)
                 MOVE 'UNKNOWN'         TO WS-RS-RESULT(WS-RS-SUB)
                 MOVE 'NO ENVELOPE RESULT RECORDED FOR SOURCE'
                    TO WS-RS-MESSAGE(WS-RS-SUB)
                 MOVE ZERO              TO WS-RS-RECORDS-READ(WS-RS-SUB)
              ELSE
                 DISPLAY ' ** WS-RUN-SOURCE-TABLE is full - source '
                    'dropped: ' WS-CURRENT-SOURCE
              END-IF
           END-IF
           .
      *
      * ** Releases an envelope marker for every source of the run,
      * ** then every suspense record traced to its source
       200-LOAD-SORT.
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-COUNT
              MOVE SPACES               TO RTN-SORT-REC
              MOVE WS-RS-SOURCE-ID(WS-RS-SUB)
                                        TO RT-SOURCE-ID
              MOVE ZERO                 TO RT-RECORD-NUMBER
              MOVE 'E'                  TO RT-RECORD-TYPE
              RELEASE RTN-SORT-REC
           END-PERFORM
      *
           MOVE 'PARTS'                 TO WS-CURRENT-CATEGORY
           MOVE SPACES                  TO WS-EOF
           OPEN INPUT REJPARTS
           IF NOT WS-REJPARTS-STATUS-OK
              DISPLAY ' Error opening file REJPARTS, Status: '
                         WS-REJPARTS-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           PERFORM UNTIL EOF-FOUND
              READ REJPARTS INTO WS-SUSPENSE-DETAIL
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    PERFORM 250-RELEASE-SUSPENSE
              END-READ
           END-PERFORM
           IF WS-REJPARTS-STATUS = '00' OR '10'
              CLOSE REJPARTS
           END-IF
      *
           MOVE 'SUPPLIERS'             TO WS-CURRENT-CATEGORY
           MOVE SPACES                  TO WS-EOF
           OPEN INPUT REJSUPPL
           IF NOT WS-REJSUPPL-STATUS-OK
              DISPLAY ' Error opening file REJSUPPL, Status: '
                         WS-REJSUPPL-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           PERFORM UNTIL EOF-FOUND
              READ REJSUPPL INTO WS-SUSPENSE-DETAIL
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    PERFORM 250-RELEASE-SUSPENSE
              END-READ
           END-PERFORM
           IF WS-REJSUPPL-STATUS = '00' OR '10'
              CLOSE REJSUPPL
           END-IF
      *
           MOVE 'ORDER'                 TO WS-CURRENT-CATEGORY
           MOVE SPACES                  TO WS-EOF
           OPEN INPUT REJORDER
           IF NOT WS-REJORDER-STATUS-OK
              DISPLAY ' Error opening file REJORDER, Status: '
                         WS-REJORDER-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           PERFORM UNTIL EOF-FOUND
              READ REJORDER INTO WS-SUSPENSE-DETAIL
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    PERFORM 250-RELEASE-SUSPENSE
              END-READ
           END-PERFORM
           IF WS-REJORDER-STATUS = '00' OR '10'
              CLOSE REJORDER
           END-IF
      *
           MOVE 'DUPLICATE'             TO WS-CURRENT-CATEGORY
           MOVE SPACES                  TO WS-EOF
           OPEN INPUT REJDUPS
           IF NOT WS-REJDUPS-STATUS-OK
              DISPLAY ' Error opening file REJDUPS, Status: '
                         WS-REJDUPS-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           PERFORM UNTIL EOF-FOUND
              READ REJDUPS INTO WS-SUSPENSE-DETAIL
                AT END
                    MOVE 'Y'            TO WS-EOF
                NOT AT END
                    PERFORM 250-RELEASE-SUSPENSE
              END-READ
           END-PERFORM
           IF WS-REJDUPS-STATUS = '00' OR '10'
              CLOSE REJDUPS
           END-IF
           .
      *
      * ** Traces a suspense record to the first unclaimed rejected
      * ** record of the run with the same PART-NUMBER/SUPPLIER-CODE.
      * ** One with no match sorts under a blank source and is
      * ** reported, not sent
       250-RELEASE-SUSPENSE.
           ADD 1                        TO WS-SUSPENSE-READ
           MOVE WS-SD-PART-SUPP-IMAGE   TO PART-SUPP-ADDR-PO
           MOVE 'N'                     TO WS-KEY-STATE
           MOVE SPACES                  TO RTN-SORT-REC
           MOVE ZERO                    TO RT-RECORD-NUMBER
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
                   UNTIL WS-RK-IDX > WS-RK-COUNT
                      OR KEY-ATTRIBUTED
              IF NOT WS-RK-IS-CLAIMED(WS-RK-IDX)
                 AND WS-RK-PART-NUMBER(WS-RK-IDX) = PART-NUMBER
                 AND WS-RK-SUPPLIER-CODE(WS-RK-IDX) = SUPPLIER-CODE
                 MOVE 'Y'               TO WS-KEY-STATE
                 MOVE 'Y'               TO WS-RK-CLAIMED(WS-RK-IDX)
                 MOVE WS-RK-SOURCE-ID(WS-RK-IDX)
                                        TO RT-SOURCE-ID
                 MOVE WS-RK-RECORD-NUMBER(WS-RK-IDX)
                                        TO RT-RECORD-NUMBER
              END-IF
           END-PERFORM
           IF KEY-ATTRIBUTED
              ADD 1                     TO WS-ATTRIBUTED-COUNT
           ELSE
              ADD 1                     TO WS-UNATTRIBUTED-COUNT
              DISPLAY ' ** Suspense record not traced to a source: '
                 PART-NUMBER ' ' SUPPLIER-CODE
           END-IF
           MOVE 'S'                     TO RT-RECORD-TYPE
           MOVE WS-CURRENT-CATEGORY     TO RT-CATEGORY
           MOVE WS-SUSPENSE-DETAIL      TO RT-SUSPENSE-DETAIL
           RELEASE RTN-SORT-REC
           .
      *
      * ** Control break on SOURCE-ID - each source's return is
      * ** opened by its envelope and closed by its trailer
       300-WRITE-RETURNS.
           PERFORM 350-RETURN-NEXT
           PERFORM UNTIL SORT-EOF-FOUND
              IF FIRST-GROUP
                 OR RT-SOURCE-ID NOT = WS-CURRENT-SOURCE
                 IF NOT FIRST-GROUP
                    PERFORM 380-CLOSE-SOURCE
                 END-IF
                 MOVE 'N'               TO WS-FIRST-GROUP
                 PERFORM 360-OPEN-SOURCE
              END-IF
              IF RT-SUSPENSE-RECORD
                 PERFORM 370-RETURN-SUSPENSE
              END-IF
              PERFORM 350-RETURN-NEXT
           END-PERFORM
           IF NOT FIRST-GROUP
              PERFORM 380-CLOSE-SOURCE
           END-IF
           .
      *
       350-RETURN-NEXT.
           RETURN RTN-SORT-WORK
             AT END
                 MOVE 'Y'       TO WS-SORT-EOF
           END-RETURN
           .
      *
      * ** A return goes out only to an active registered source -
      * ** a feed that never said who sent it cannot be returned
       360-OPEN-SOURCE.
           MOVE RT-SOURCE-ID            TO WS-CURRENT-SOURCE
           MOVE ZEROS                   TO WS-GROUP-TOTALS
           MOVE 'N'                     TO WS-SEND-STATE
           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE WS-CURRENT-SOURCE       TO WS-DL-SOURCE-ID
      *
           MOVE ZERO                    TO WS-RS-SUB
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
              IF WS-RS-SOURCE-ID(WS-RS-IDX) = WS-CURRENT-SOURCE
                 SET WS-RS-SUB          TO WS-RS-IDX
              END-IF
           END-PERFORM
           IF WS-RS-SUB > 0
              MOVE WS-RS-RESULT(WS-RS-SUB)
                                        TO WS-EE-RESULT
              MOVE WS-RS-MESSAGE(WS-RS-SUB)
                                        TO WS-EE-MESSAGE
              MOVE WS-RS-RECORDS-READ(WS-RS-SUB)
                                        TO WS-EE-RECORDS-READ
           ELSE
              MOVE 'UNKNOWN'            TO WS-EE-RESULT
              MOVE 'NO ENVELOPE RESULT RECORDED FOR SOURCE'
                                        TO WS-EE-MESSAGE
              MOVE ZERO                 TO WS-EE-RECORDS-READ
           END-IF
           MOVE WS-EE-RESULT            TO WS-DL-RESULT
           MOVE WS-EE-MESSAGE           TO WS-DL-MESSAGE
           MOVE WS-EE-RECORDS-READ      TO WS-DL-READ
      *
           MOVE ZERO                    TO WS-REG-SUB
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
              IF WS-RG-SOURCE-ID(WS-REG-IDX) = WS-CURRENT-SOURCE
                 SET WS-REG-SUB         TO WS-REG-IDX
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-CURRENT-SOURCE = SPACES
                 MOVE 'NOT IDENTIFIED'  TO WS-SEND-STATUS
                 MOVE '** NO SOURCE **' TO WS-DL-VENDOR-NAME
              WHEN WS-REG-SUB = 0
                 MOVE 'NOT ON REGISTRY' TO WS-SEND-STATUS
              WHEN NOT WS-RG-SOURCE-ACTIVE(WS-REG-SUB)
                 MOVE 'SOURCE INACTIVE' TO WS-SEND-STATUS
              WHEN OTHER
                 MOVE 'RETURN WRITTEN'  TO WS-SEND-STATUS
                 MOVE 'Y'               TO WS-SEND-STATE
           END-EVALUATE
           IF WS-REG-SUB > 0
              MOVE WS-RG-VENDOR-NAME(WS-REG-SUB)
                                        TO WS-DL-VENDOR-NAME
              MOVE WS-RG-DELIVERY-METHOD(WS-REG-SUB)
                                        TO WS-DL-METHOD
           END-IF
           IF NOT RETURN-IS-SENT
              EXIT PARAGRAPH
           END-IF
      *
           MOVE WS-CURRENT-SOURCE       TO WS-EH-SOURCE-ID
           MOVE WS-RUN-ID               TO WS-EH-RUN-ID
           MOVE WS-RUN-DATE             TO WS-EH-RUN-DATE
           MOVE WS-TODAY-DATE           TO WS-EH-SEND-DATE
           MOVE WS-SEND-TIME            TO WS-EH-SEND-TIME
           MOVE WS-RG-VENDOR-NAME(WS-REG-SUB)
                                        TO WS-EH-VENDOR-NAME
           MOVE WS-RG-CONTACT-NAME(WS-REG-SUB)
                                        TO WS-EH-CONTACT-NAME
           MOVE WS-RG-CONTACT-EMAIL(WS-REG-SUB)
                                        TO WS-EH-CONTACT-EMAIL
           MOVE WS-RG-CONTACT-PHONE(WS-REG-SUB)
                                        TO WS-EH-CONTACT-PHONE
           MOVE WS-RG-DELIVERY-METHOD(WS-REG-SUB)
                                        TO WS-EH-DELIVERY-METHOD
           MOVE WS-RG-DELIVERY-ADDRESS(WS-REG-SUB)
                                        TO WS-EH-DELIVERY-ADDRESS
           MOVE WS-RETURN-HEADER        TO FEEDRTN-REC
           PERFORM 800-WRITE-FEEDRTN
           MOVE WS-CURRENT-SOURCE       TO WS-EE-SOURCE-ID
           MOVE WS-RETURN-ENVELOPE      TO FEEDRTN-REC
           PERFORM 800-WRITE-FEEDRTN
           .
      *
      * ** One failing-key record, then every entry of the record's
      * ** edit error table - a record with an empty table still
      * ** returns its first error as its one detail
       370-RETURN-SUSPENSE.
           ADD 1                        TO WS-GROUP-REJECTS
           IF NOT RETURN-IS-SENT
              EXIT PARAGRAPH
           END-IF
           MOVE RT-SUSPENSE-DETAIL      TO WS-SUSPENSE-DETAIL
           MOVE WS-SD-PART-SUPP-IMAGE   TO PART-SUPP-ADDR-PO
           MOVE WS-CURRENT-SOURCE       TO WS-ER-SOURCE-ID
           MOVE RT-RECORD-NUMBER        TO WS-ER-RECORD-NUMBER
           MOVE PART-NUMBER             TO WS-ER-PART-NUMBER
           MOVE SUPPLIER-CODE           TO WS-ER-SUPPLIER-CODE
           MOVE RT-CATEGORY             TO WS-ER-CATEGORY
           MOVE WS-SD-REJECT-DATE       TO WS-ER-REJECT-DATE
           MOVE WS-SD-EDIT-ERROR-COUNT  TO WS-ER-ERROR-COUNT
           MOVE WS-SD-EDIT-WARNING-COUNT
                                        TO WS-ER-WARNING-COUNT
           MOVE WS-SD-EDIT-FIELD        TO WS-ER-FIRST-FIELD
           MOVE WS-SD-EDIT-ERROR-MESSAGE
                                        TO WS-ER-FIRST-MESSAGE
           MOVE WS-RETURN-REJECT        TO FEEDRTN-REC
           PERFORM 800-WRITE-FEEDRTN
      *
           MOVE WS-CURRENT-SOURCE       TO WS-ED-SOURCE-ID
           MOVE RT-RECORD-NUMBER        TO WS-ED-RECORD-NUMBER
           MOVE PART-NUMBER             TO WS-ED-PART-NUMBER
           MOVE SUPPLIER-CODE           TO WS-ED-SUPPLIER-CODE
           MOVE ZERO                    TO WS-ERR-LIMIT
           IF WS-SD-EDIT-ERROR-COUNT IS NUMERIC
              MOVE WS-SD-EDIT-ERROR-COUNT
                                        TO WS-ERR-LIMIT
              IF WS-ERR-LIMIT > 10
                 MOVE 10                TO WS-ERR-LIMIT
              END-IF
           END-IF
           IF WS-ERR-LIMIT = 0
              MOVE 1                    TO WS-ED-ENTRY-NUMBER
              MOVE 'E'                  TO WS-ED-SEVERITY
              MOVE WS-SD-EDIT-FIELD     TO WS-ED-FIELD
              MOVE WS-SD-EDIT-ERROR-MESSAGE
                                        TO WS-ED-MESSAGE
              MOVE WS-RETURN-DETAIL     TO FEEDRTN-REC
              PERFORM 800-WRITE-FEEDRTN
              ADD 1                     TO WS-GROUP-DETAILS
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ERR-SUB FROM 1 BY 1
                   UNTIL WS-ERR-SUB > WS-ERR-LIMIT
              MOVE WS-ERR-SUB           TO WS-ED-ENTRY-NUMBER
              MOVE WS-SD-ERR-SEVERITY(WS-ERR-SUB)
                                        TO WS-ED-SEVERITY
              MOVE WS-SD-ERR-FIELD(WS-ERR-SUB)
                                        TO WS-ED-FIELD
              MOVE WS-SD-ERR-MESSAGE(WS-ERR-SUB)
                                        TO WS-ED-MESSAGE
              MOVE WS-RETURN-DETAIL     TO FEEDRTN-REC
              PERFORM 800-WRITE-FEEDRTN
              ADD 1                     TO WS-GROUP-DETAILS
           END-PERFORM
           .
      *
       380-CLOSE-SOURCE.
           IF RETURN-IS-SENT
              ADD 1                     TO WS-SOURCES-RETURNED
              MOVE WS-CURRENT-SOURCE    TO WS-ET-SOURCE-ID
              MOVE WS-GROUP-REJECTS     TO WS-ET-REJECT-COUNT
              MOVE WS-GROUP-DETAILS     TO WS-ET-DETAIL-COUNT
              ADD 1 WS-GROUP-RECORDS
                 GIVING WS-ET-RECORD-COUNT
              MOVE WS-RETURN-TRAILER    TO FEEDRTN-REC
              PERFORM 800-WRITE-FEEDRTN
              ADD WS-GROUP-REJECTS      TO WS-GRAND-REJECTS
              ADD WS-GROUP-DETAILS      TO WS-GRAND-DETAILS
           ELSE
              ADD 1                     TO WS-SOURCES-NOT-SENT
              DISPLAY ' ** Error return not sent to source '
                 WS-CURRENT-SOURCE ': ' WS-SEND-STATUS
           END-IF
           MOVE WS-GROUP-REJECTS        TO WS-DL-REJECTS
           MOVE WS-GROUP-DETAILS        TO WS-DL-DETAILS
           MOVE WS-SEND-STATUS          TO WS-DL-STATUS
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           .
      *
       800-WRITE-FEEDRTN.
           WRITE FEEDRTN-REC
           IF NOT WS-FEEDRTN-STATUS-OK
              DISPLAY ' Error writing file FEEDRTN, Status: '
                         WS-FEEDRTN-STATUS
           END-IF
           ADD 1                        TO WS-GROUP-RECORDS
           ADD 1                        TO WS-RETURN-WRITTEN
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' FEDRTN01 CONTROL TOTALS'
           DISPLAY ' RUN RETURNED           : ' WS-RUN-ID
           DISPLAY ' AUDITLOG LINES READ    : ' WS-AUDIT-READ
           DISPLAY ' LINES FOR THE RUN      : ' WS-RUN-LINES
           DISPLAY ' REGISTRY SOURCES READ  : ' WS-REGISTRY-READ
           DISPLAY ' SUSPENSE RECORDS READ  : ' WS-SUSPENSE-READ
           DISPLAY ' TRACED TO A SOURCE     : ' WS-ATTRIBUTED-COUNT
           DISPLAY ' NOT TRACED             : ' WS-UNATTRIBUTED-COUNT
           DISPLAY ' REJECTS OVER TABLE SIZE: ' WS-KEYS-DROPPED
           DISPLAY ' SOURCES RETURNED       : ' WS-SOURCES-RETURNED
           DISPLAY ' SOURCES NOT SENT       : ' WS-SOURCES-NOT-SENT
           DISPLAY ' FEEDRTN RECORDS WRITTEN: ' WS-RETURN-WRITTEN
           DISPLAY '================================================'
           .
