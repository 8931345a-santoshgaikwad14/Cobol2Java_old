      * ** subroutines the batch calls before the REWRITE, so an
      * ** online correction obeys exactly the batch rules.  A
      * ** change that fails an edit redisplays with the first
      * ** error and nothing is applied.  A change that passes but
      * ** touches a sensitive field (SUPPLIER-CODE, SUPPLIER-TYPE,
      * ** SUPPLIER-RATING, SUPPLIER-STATUS or GOVT-COMML-CODE) is
      * ** not applied either: it is parked on the PSPEND pending-
      * ** change file with the before and after images and the
      * ** user who keyed it, logged to AUDITLOG, and waits for a
      * ** second user to approve or decline it on the PSMAPR
      * ** screen (transaction PSAP, PSAPR01).  A part with a change
      * ** pending takes no further updates until it is decided.
      *============================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05  CA-LAST-KEY              PIC X(23).
      *
       01  WS-RESP                      PIC S9(8) COMP.
      *
      * ** Sensitive field values as read, the record image before
      * ** and after the keyed changes, and whether anything besides
      * ** the sensitive fields changed too
       01  WS-SENSITIVE-BEFORE.
           05  SV-SUPPLIER-CODE         PIC X(10).
           05  SV-SUPPLIER-TYPE         PIC X(01).
           05  SV-SUPPLIER-RATING       PIC X(01).
           05  SV-SUPPLIER-STATUS       PIC X(01).
           05  SV-GOVT-COMML-CODE       PIC X(01).
       01  WS-BEFORE-IMAGE              PIC X(473).
       01  WS-AFTER-IMAGE               PIC X(473).
       01  WS-CHANGE-STATE              PIC X(01) VALUE 'N'.
           88  SENSITIVE-CHANGE         VALUE 'Y'.
       01  WS-OTHER-STATE               PIC X(01) VALUE 'N'.
           88  OTHER-FIELDS-CHANGED     VALUE 'Y'.
      *
      * ** Pending-change record (file PSPEND, keyed on PART-NUMBER)
      * ** - one open change per part, deleted by PSAPR01 once it is
      * ** approved or declined
       01  WS-PSPEND-REC.
           05  PP-PART-NUMBER           PIC X(23).
           05  PP-KEYED-BY              PIC X(08).
           05  PP-KEYED-DATE            PIC X(08).
           05  PP-KEYED-TIME            PIC X(06).
           05  PP-KEYED-TERMINAL        PIC X(04).
           05  PP-OTHER-CHANGED         PIC X(01).
           05  PP-BEFORE-IMAGE          PIC X(473).
           05  PP-AFTER-IMAGE           PIC X(473).
           05  FILLER                   PIC X(04).
      *
      * ** AUDITLOG line, laid out as the batch writes it - online it
      * ** goes through the AUDL extrapartition queue onto AUDITLOG
       01  WS-AUDIT-RECORD.
           05  AL-RUN-ID                 PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-RUN-DATE               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-RUN-TIME               PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-SOURCE-ID              PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-RECORD-NUMBER          PIC 9(07).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-PART-NUMBER            PIC X(23).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-SUPPLIER-CODE          PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-EDIT-OUTCOME           PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  AL-EDIT-ERROR-MESSAGE     PIC X(40).
      *
       01  WS-ABSTIME                   PIC S9(15) COMP-3.
       01  WS-NOW-DATE                  PIC X(08).
       01  WS-NOW-TIME                  PIC X(06).
       01  WS-USERID                    PIC X(08).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA.
              EXIT PARAGRAPH
           END-IF
           PERFORM 250-FILL-SCREEN
           PERFORM 320-CHECK-PENDING
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'CHANGE PENDING APPROVAL - NO UPDATES'
                                        TO UPDMSGO
              MOVE 'K'                  TO CA-PHASE
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           MOVE 'KEY CHANGES AND PRESS ENTER'
                                        TO UPDMSGO
           MOVE 'C'                     TO CA-PHASE
      *
      * ** Phase two - re-read the record for update, overlay the
      * ** keyed changes, run the full batch edit chain, and only
      * ** REWRITE when every edit passes and no sensitive field
      * ** changed - a sensitive change is parked for approval
       300-APPLY-CHANGES.
           PERFORM 320-CHECK-PENDING
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'CHANGE PENDING APPROVAL - NO UPDATES'
                                        TO UPDMSGO
              MOVE 'K'                  TO CA-PHASE
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READ
                FILE('PARTMAST')
                INTO(PART-SUPP-ADDR-PO)
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           MOVE PART-SUPP-ADDR-PO       TO WS-BEFORE-IMAGE
           MOVE SUPPLIER-CODE           TO SV-SUPPLIER-CODE
           MOVE SUPPLIER-TYPE           TO SV-SUPPLIER-TYPE
           MOVE SUPPLIER-RATING         TO SV-SUPPLIER-RATING
           MOVE SUPPLIER-STATUS         TO SV-SUPPLIER-STATUS
           MOVE GOVT-COMML-CODE         TO SV-GOVT-COMML-CODE
           PERFORM 350-OVERLAY-CHANGES
           PERFORM 400-EDIT-RECORD
           IF NOT WS-PASS-EDIT-OK
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           PERFORM 360-CHECK-SENSITIVE
           IF SENSITIVE-CHANGE
              EXEC CICS UNLOCK
                   FILE('PARTMAST')
              END-EXEC
              PERFORM 370-PEND-CHANGE
              EXIT PARAGRAPH
           END-IF
           EXEC CICS REWRITE
                FILE('PARTMAST')
                FROM(PART-SUPP-ADDR-PO)
           PERFORM 510-SEND-DATAONLY
           .
      *
      * ** A part with a change awaiting approval is locked against
      * ** further updates - WS-RESP NORMAL means one is pending
       320-CHECK-PENDING.
           EXEC CICS READ
                FILE('PSPEND')
                INTO(WS-PSPEND-REC)
                RIDFLD(CA-LAST-KEY)
                RESP(WS-RESP)
           END-EXEC
           .
      *
      * ** Only fields the operator actually keyed (length > 0)
      * ** overlay the record - untouched fields keep their values
       350-OVERLAY-CHANGES.
           END-IF
           .
      *
      * ** Compares the sensitive fields with their values as read,
      * ** and the rest of the record with the image as read
       360-CHECK-SENSITIVE.
           MOVE 'N'                     TO WS-CHANGE-STATE
           MOVE 'N'                     TO WS-OTHER-STATE
           IF SUPPLIER-CODE   NOT = SV-SUPPLIER-CODE
              OR SUPPLIER-TYPE   NOT = SV-SUPPLIER-TYPE
              OR SUPPLIER-RATING NOT = SV-SUPPLIER-RATING
              OR SUPPLIER-STATUS NOT = SV-SUPPLIER-STATUS
              OR GOVT-COMML-CODE NOT = SV-GOVT-COMML-CODE
              MOVE 'Y'                  TO WS-CHANGE-STATE
           END-IF
           MOVE PART-SUPP-ADDR-PO       TO WS-AFTER-IMAGE
           MOVE SV-SUPPLIER-CODE        TO SUPPLIER-CODE
           MOVE SV-SUPPLIER-TYPE        TO SUPPLIER-TYPE
           MOVE SV-SUPPLIER-RATING      TO SUPPLIER-RATING
           MOVE SV-SUPPLIER-STATUS      TO SUPPLIER-STATUS
           MOVE SV-GOVT-COMML-CODE      TO GOVT-COMML-CODE
           IF PART-SUPP-ADDR-PO NOT = WS-BEFORE-IMAGE
              MOVE 'Y'                  TO WS-OTHER-STATE
           END-IF
           MOVE WS-AFTER-IMAGE          TO PART-SUPP-ADDR-PO
           .
      *
      * ** Parks the whole edited change - sensitive and ordinary
      * ** fields together - for a second user to decide, and shows
      * ** the master as it still stands
       370-PEND-CHANGE.
           EXEC CICS ASSIGN
                USERID(WS-USERID)
           END-EXEC
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC
           MOVE SPACES                  TO WS-PSPEND-REC
           MOVE CA-LAST-KEY             TO PP-PART-NUMBER
           MOVE WS-USERID               TO PP-KEYED-BY
           MOVE WS-NOW-DATE             TO PP-KEYED-DATE
           MOVE WS-NOW-TIME             TO PP-KEYED-TIME
           MOVE EIBTRMID                TO PP-KEYED-TERMINAL
           MOVE WS-OTHER-STATE          TO PP-OTHER-CHANGED
           MOVE WS-BEFORE-IMAGE         TO PP-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE          TO PP-AFTER-IMAGE
           EXEC CICS WRITE
                FILE('PSPEND')
                FROM(WS-PSPEND-REC)
                RIDFLD(PP-PART-NUMBER)
                RESP(WS-RESP)
           END-EXEC
           MOVE WS-BEFORE-IMAGE         TO PART-SUPP-ADDR-PO
           PERFORM 250-FILL-SCREEN
           MOVE 'K'                     TO CA-PHASE
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 PERFORM 380-WRITE-AUDIT
                 MOVE 'SENSITIVE CHANGE PENDING APPROVAL'
                                        TO UPDMSGO
              WHEN WS-RESP = DFHRESP(DUPREC)
                 MOVE 'CHANGE PENDING APPROVAL - NO UPDATES'
                                        TO UPDMSGO
              WHEN OTHER
                 MOVE 'PENDING CHANGE WRITE FAILED'
                                        TO UPDMSGO
           END-EVALUATE
           PERFORM 510-SEND-DATAONLY
           .
      *
      * ** One AUDITLOG line per parked change, stamped with the
      * ** keying user - the run ID is the date and time keyed
       380-WRITE-AUDIT.
           MOVE PP-KEYED-DATE           TO AL-RUN-ID(1:8)
           MOVE '.'                     TO AL-RUN-ID(9:1)
           MOVE PP-KEYED-TIME           TO AL-RUN-ID(10:6)
           MOVE PP-KEYED-DATE           TO AL-RUN-DATE
           MOVE PP-KEYED-TIME           TO AL-RUN-TIME
           MOVE 'PSUP'                  TO AL-SOURCE-ID
           MOVE ZERO                    TO AL-RECORD-NUMBER
           MOVE PP-PART-NUMBER          TO AL-PART-NUMBER
           MOVE SV-SUPPLIER-CODE        TO AL-SUPPLIER-CODE
           MOVE 'PENDING'               TO AL-EDIT-OUTCOME
           MOVE SPACES                  TO AL-EDIT-ERROR-MESSAGE
           STRING 'SENSITIVE CHANGE KEYED BY ' PP-KEYED-BY
                  DELIMITED BY SIZE   INTO AL-EDIT-ERROR-MESSAGE
           END-STRING
           EXEC CICS WRITEQ TD
                QUEUE('AUDL')
                FROM(WS-AUDIT-RECORD)
                RESP(WS-RESP)
           END-EXEC
           .
      *
      * ** The same subroutines and handshake FINAL01 uses - the
      * ** whole chain runs so the table carries every failure, and
      * ** the single pair reports the first
