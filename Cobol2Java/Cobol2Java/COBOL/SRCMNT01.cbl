       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCMNT01.
      *============================
      * ** Feed source registry maintenance - applies ADD/CHANGE/
      * ** DELETE transactions from SRCTRANS to the SRCMAST registry
      * ** of vendors that send PARTSUPP feeds (one record per HDR
      * ** SOURCE-ID, carrying the vendor's name, the contact who
      * ** owns the feed and how error returns reach them) and
      * ** writes the updated registry to NEWSRC for FEDRTN01's
      * ** per-source error return.  An ADD for a source already
      * ** registered and a CHANGE/DELETE for one that is not are
      * ** rejected to SRCREJS with diagnostics, as are a blank
      * ** vendor name, a delivery method other than F (file
      * ** transfer), E (EDI mailbox) or M (e-mail), a blank
      * ** delivery address, an e-mail address with no '@' and an
      * ** active flag other than A or I.  An inactive source stays
      * ** registered but FEDRTN01 sends it nothing.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT SRCMAST     ASSIGN TO SRCMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SRCMAST-STATUS
             .
           SELECT SRCTRANS    ASSIGN TO SRCTRANS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SRCTRANS-STATUS
             .
           SELECT NEWSRC      ASSIGN TO NEWSRC
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWSRC-STATUS
             .
           SELECT SRCREJS     ASSIGN TO SRCREJS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SRCREJS-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Feed source registry - one record per SOURCE-ID a vendor
      * ** stamps on its feed HDR record
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
       FD  SRCTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 181 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRCTRANS-RECORD.
       01  SRCTRANS-RECORD.
           05  ST-ACTION                PIC X(01).
               88 ST-ADD                VALUE 'A'.
               88 ST-CHANGE             VALUE 'C'.
               88 ST-DELETE             VALUE 'D'.
           05  ST-SOURCE-DETAIL.
               10  ST-SOURCE-ID         PIC X(08).
               10  ST-VENDOR-NAME       PIC X(25).
               10  ST-CONTACT-NAME      PIC X(25).
               10  ST-CONTACT-EMAIL     PIC X(40).
               10  ST-CONTACT-PHONE     PIC X(15).
               10  ST-DELIVERY-METHOD   PIC X(01).
                   88 ST-DELIVER-FILE   VALUE 'F'.
                   88 ST-DELIVER-EDI    VALUE 'E'.
                   88 ST-DELIVER-EMAIL  VALUE 'M'.
               10  ST-DELIVERY-ADDRESS  PIC X(44).
               10  ST-ACTIVE-FLAG       PIC X(01).
                   88 ST-SOURCE-ACTIVE  VALUE 'A'.
                   88 ST-SOURCE-INACTIVE
                                        VALUE 'I'.
               10  FILLER               PIC X(21).
      *
       FD  NEWSRC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 180 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWSRC-RECORD.
       01  NEWSRC-RECORD                PIC X(180).
      *
       FD  SRCREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 221 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SRCREJ-RECORD.
       01  SRCREJ-RECORD.
           05  SJ-ACTION                PIC X(01).
           05  SJ-SOURCE-DETAIL         PIC X(180).
           05  SJ-ERROR-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-SRCMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SRCMAST-STATUS-OK    VALUE '00'.
           05 WS-SRCTRANS-STATUS        PIC X(02) VALUE '00'.
             88 WS-SRCTRANS-STATUS-OK   VALUE '00'.
           05 WS-NEWSRC-STATUS          PIC X(02) VALUE '00'.
             88 WS-NEWSRC-STATUS-OK     VALUE '00'.
           05 WS-SRCREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-SRCREJS-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-TRANS-EOF              PIC X VALUE SPACES.
              88 TRANS-EOF-FOUND        VALUE 'Y'.
           05 WS-SOURCE-STATE           PIC X VALUE 'N'.
              88 SOURCE-ON-MASTER       VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-MASTER-READ            PIC 9(05) VALUE ZEROS.
           05 WS-TRANS-READ             PIC 9(05) VALUE ZEROS.
           05 WS-ADDED-COUNT            PIC 9(05) VALUE ZEROS.
           05 WS-CHANGED-COUNT          PIC 9(05) VALUE ZEROS.
           05 WS-DELETED-COUNT          PIC 9(05) VALUE ZEROS.
           05 WS-REJECTED-COUNT         PIC 9(05) VALUE ZEROS.
           05 WS-WRITTEN-COUNT          PIC 9(05) VALUE ZEROS.
      *
      * ** The whole registry is held in core - deleted entries are
      * ** blanked and skipped on the way out
       01  WS-SOURCE-TABLE.
           05 WS-SOURCE-COUNT           PIC 9(04) COMP VALUE ZERO.
           05 WS-SOURCE-ENTRY           OCCURS 500 TIMES
                                         INDEXED BY WS-SOURCE-IDX.
              10 WS-SR-SOURCE-ID        PIC X(08).
              10 WS-SR-VENDOR-NAME      PIC X(25).
              10 WS-SR-CONTACT-NAME     PIC X(25).
              10 WS-SR-CONTACT-EMAIL    PIC X(40).
              10 WS-SR-CONTACT-PHONE    PIC X(15).
              10 WS-SR-DELIVERY-METHOD  PIC X(01).
              10 WS-SR-DELIVERY-ADDRESS PIC X(44).
              10 WS-SR-ACTIVE-FLAG      PIC X(01).
              10 WS-SR-LAST-CHANGE-DATE PIC 9(08).
              10 FILLER                 PIC X(13).
       01  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-OUT-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  WS-AT-SIGN-COUNT             PIC 9(02) COMP VALUE ZERO.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 300-READ-TRANS
           PERFORM UNTIL TRANS-EOF-FOUND
              PERFORM 400-APPLY-TRANSACTION
              PERFORM 300-READ-TRANS
           END-PERFORM
           PERFORM 800-WRITE-NEW-MASTER
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE SRCTRANS
                 NEWSRC
                 SRCREJS
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      * ** The first run has no registry yet - every source then
      * ** arrives as an ADD
           OPEN INPUT SRCMAST
           IF NOT WS-SRCMAST-STATUS-OK
              DISPLAY ' No source registry on file, Status: '
                         WS-SRCMAST-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           OPEN INPUT SRCTRANS
           IF NOT WS-SRCTRANS-STATUS-OK
              DISPLAY ' Error opening file SRCTRANS, Status: '
                         WS-SRCTRANS-STATUS
              MOVE 'Y'                  TO WS-TRANS-EOF
           END-IF
           OPEN OUTPUT NEWSRC
           IF NOT WS-NEWSRC-STATUS-OK
              DISPLAY ' Error opening file NEWSRC, Status: '
                         WS-NEWSRC-STATUS
           END-IF
           OPEN OUTPUT SRCREJS
           IF NOT WS-SRCREJS-STATUS-OK
              DISPLAY ' Error opening file SRCREJS, Status: '
                         WS-SRCREJS-STATUS
           END-IF
           PERFORM 100-LOAD-MASTER
           .
      *
       100-LOAD-MASTER.
           PERFORM UNTIL MASTER-EOF-FOUND
              READ SRCMAST
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    ADD 1               TO WS-MASTER-READ
                    IF WS-SOURCE-COUNT < 500
                       ADD 1            TO WS-SOURCE-COUNT
                       MOVE SOURCE-RECORD
                          TO WS-SOURCE-ENTRY(WS-SOURCE-COUNT)
                    ELSE
                       DISPLAY ' ** WS-SOURCE-TABLE is full - master '
                          'record dropped: ' SR-SOURCE-ID
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SRCMAST-STATUS = '00' OR '10'
              CLOSE SRCMAST
           END-IF
           .
      *
       300-READ-TRANS.
           READ SRCTRANS
             AT END
                 MOVE 'Y'       TO WS-TRANS-EOF
             NOT AT END
                 ADD +1         TO WS-TRANS-READ
           END-READ
           .
      *
       400-APPLY-TRANSACTION.
           PERFORM 450-FIND-SOURCE
           EVALUATE TRUE
              WHEN ST-ADD
                 PERFORM 500-APPLY-ADD
              WHEN ST-CHANGE
                 PERFORM 600-APPLY-CHANGE
              WHEN ST-DELETE
                 PERFORM 700-APPLY-DELETE
              WHEN OTHER
                 MOVE ' ACTION CODE MUST BE A, C OR D.'
                                        TO SJ-ERROR-MESSAGE
                 PERFORM 900-WRITE-SRCREJ
           END-EVALUATE
           .
      *
       450-FIND-SOURCE.
           MOVE 'N'                     TO WS-SOURCE-STATE
           MOVE ZERO                    TO WS-FOUND-SUB
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > WS-SOURCE-COUNT
              IF WS-SR-SOURCE-ID(WS-SOURCE-IDX) = ST-SOURCE-ID
                 MOVE 'Y'               TO WS-SOURCE-STATE
                 SET WS-FOUND-SUB       TO WS-SOURCE-IDX
              END-IF
           END-PERFORM
           .
      *
       500-APPLY-ADD.
           IF ST-SOURCE-ID = SPACES
              MOVE ' SOURCE-ID IS REQUIRED.'
                                        TO SJ-ERROR-MESSAGE
              PERFORM 900-WRITE-SRCREJ
              EXIT PARAGRAPH
           END-IF
           IF SOURCE-ON-MASTER
              MOVE ' SOURCE ALREADY ON SOURCE REGISTRY.'
                                        TO SJ-ERROR-MESSAGE
              PERFORM 900-WRITE-SRCREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 650-EDIT-SOURCE
           IF SJ-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-SRCREJ
              EXIT PARAGRAPH
           END-IF
           IF WS-SOURCE-COUNT < 500
              ADD 1                     TO WS-SOURCE-COUNT
              MOVE SPACES
                 TO WS-SOURCE-ENTRY(WS-SOURCE-COUNT)
              MOVE WS-SOURCE-COUNT      TO WS-FOUND-SUB
              PERFORM 680-MOVE-SOURCE-DETAIL
              ADD 1                     TO WS-ADDED-COUNT
              DISPLAY ' - Source added: ' ST-SOURCE-ID ' '
                 ST-VENDOR-NAME
           ELSE
              MOVE ' SOURCE REGISTRY IS FULL.'
                                        TO SJ-ERROR-MESSAGE
              PERFORM 900-WRITE-SRCREJ
           END-IF
           .
      *
       600-APPLY-CHANGE.
           IF NOT SOURCE-ON-MASTER
              MOVE ' SOURCE NOT ON SOURCE REGISTRY.'
                                        TO SJ-ERROR-MESSAGE
              PERFORM 900-WRITE-SRCREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 650-EDIT-SOURCE
           IF SJ-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-SRCREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 680-MOVE-SOURCE-DETAIL
           ADD 1                        TO WS-CHANGED-COUNT
           DISPLAY ' - Source changed: ' ST-SOURCE-ID ' '
              ST-VENDOR-NAME
           .
      *
      * ** Edits an ADD or CHANGE image - the return can only go out
      * ** unattended when the registry says where to send it.
      * ** Leaves SJ-ERROR-MESSAGE spaces when clean
       650-EDIT-SOURCE.
           MOVE SPACES                  TO SJ-ERROR-MESSAGE
           IF ST-VENDOR-NAME = SPACES
              MOVE ' VENDOR-NAME IS REQUIRED.'
                                        TO SJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF NOT ST-DELIVER-FILE
              AND NOT ST-DELIVER-EDI
              AND NOT ST-DELIVER-EMAIL
              MOVE ' DELIVERY-METHOD MUST BE F, E OR M.'
                                        TO SJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF ST-DELIVERY-ADDRESS = SPACES
              MOVE ' DELIVERY-ADDRESS IS REQUIRED.'
                                        TO SJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
      * ** An e-mail return goes to the delivery address itself
           IF ST-DELIVER-EMAIL
              MOVE ZERO                 TO WS-AT-SIGN-COUNT
              INSPECT ST-DELIVERY-ADDRESS
                 TALLYING WS-AT-SIGN-COUNT FOR ALL '@'
              IF WS-AT-SIGN-COUNT NOT = 1
                 MOVE ' DELIVERY-ADDRESS IS NOT AN E-MAIL.'
                                        TO SJ-ERROR-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF ST-CONTACT-EMAIL NOT = SPACES
              MOVE ZERO                 TO WS-AT-SIGN-COUNT
              INSPECT ST-CONTACT-EMAIL
                 TALLYING WS-AT-SIGN-COUNT FOR ALL '@'
              IF WS-AT-SIGN-COUNT NOT = 1
                 MOVE ' CONTACT-EMAIL IS NOT AN E-MAIL ADDRESS.'
                                        TO SJ-ERROR-MESSAGE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF NOT ST-SOURCE-ACTIVE
              AND NOT ST-SOURCE-INACTIVE
              MOVE ' ACTIVE-FLAG MUST BE A OR I.'
                                        TO SJ-ERROR-MESSAGE
           END-IF
           .
      *
       680-MOVE-SOURCE-DETAIL.
           MOVE ST-SOURCE-ID
              TO WS-SR-SOURCE-ID(WS-FOUND-SUB)
           MOVE ST-VENDOR-NAME
              TO WS-SR-VENDOR-NAME(WS-FOUND-SUB)
           MOVE ST-CONTACT-NAME
              TO WS-SR-CONTACT-NAME(WS-FOUND-SUB)
           MOVE ST-CONTACT-EMAIL
              TO WS-SR-CONTACT-EMAIL(WS-FOUND-SUB)
           MOVE ST-CONTACT-PHONE
              TO WS-SR-CONTACT-PHONE(WS-FOUND-SUB)
           MOVE ST-DELIVERY-METHOD
              TO WS-SR-DELIVERY-METHOD(WS-FOUND-SUB)
           MOVE ST-DELIVERY-ADDRESS
              TO WS-SR-DELIVERY-ADDRESS(WS-FOUND-SUB)
           MOVE ST-ACTIVE-FLAG
              TO WS-SR-ACTIVE-FLAG(WS-FOUND-SUB)
           MOVE WS-TODAY-DATE
              TO WS-SR-LAST-CHANGE-DATE(WS-FOUND-SUB)
           .
      *
      * ** Blanks the entry - 800-WRITE-NEW-MASTER skips blank keys
       700-APPLY-DELETE.
           IF NOT SOURCE-ON-MASTER
              MOVE ' SOURCE NOT ON SOURCE REGISTRY.'
                                        TO SJ-ERROR-MESSAGE
              PERFORM 900-WRITE-SRCREJ
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-SOURCE-ENTRY(WS-FOUND-SUB)
           ADD 1                        TO WS-DELETED-COUNT
           DISPLAY ' - Source deleted: ' ST-SOURCE-ID
           .
      *
       800-WRITE-NEW-MASTER.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-SOURCE-COUNT
              IF WS-SR-SOURCE-ID(WS-OUT-SUB) NOT = SPACES
                 MOVE WS-SOURCE-ENTRY(WS-OUT-SUB)
                                        TO NEWSRC-RECORD
                 WRITE NEWSRC-RECORD
                 IF NOT WS-NEWSRC-STATUS-OK
                    DISPLAY ' Error writing file NEWSRC, Status: '
                               WS-NEWSRC-STATUS
                 END-IF
                 ADD 1                  TO WS-WRITTEN-COUNT
              END-IF
           END-PERFORM
           .
      *
       900-WRITE-SRCREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           DISPLAY ' - Source transaction REJECTED: ' ST-ACTION
              ' ' ST-SOURCE-ID ', Error: ' SJ-ERROR-MESSAGE
           MOVE ST-ACTION               TO SJ-ACTION
           MOVE ST-SOURCE-DETAIL        TO SJ-SOURCE-DETAIL
           WRITE SRCREJ-RECORD
           IF NOT WS-SRCREJS-STATUS-OK
              DISPLAY ' Error writing file SRCREJS, Status: '
                         WS-SRCREJS-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' SRCMNT01 CONTROL TOTALS'
           DISPLAY ' REGISTRY RECORDS READ  : ' WS-MASTER-READ
           DISPLAY ' TRANSACTIONS READ      : ' WS-TRANS-READ
           DISPLAY ' SOURCES ADDED          : ' WS-ADDED-COUNT
           DISPLAY ' SOURCES CHANGED        : ' WS-CHANGED-COUNT
           DISPLAY ' SOURCES DELETED        : ' WS-DELETED-COUNT
           DISPLAY ' TRANSACTIONS REJECTED  : ' WS-REJECTED-COUNT
           DISPLAY ' NEW REGISTRY WRITTEN   : ' WS-WRITTEN-COUNT
           DISPLAY '================================================'
           .
