       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSAPR01.
      *============================
      * ** Online approval of sensitive part-supplier changes
      * ** (transaction PSAP) - shows a change PSUPD01 parked on the
      * ** PSPEND pending-change file on the PSMAPR screen: who keyed
      * ** it and when, and the before and after values of the
      * ** sensitive fields.  A part number reads that part's change;
      * ** a blank key or PF8 steps to the next change pending.  The
      * ** approver keys A or D.  Only a different user from the one
      * ** who keyed the change may decide it.  An approval re-reads
      * ** PARTMAST for update, refuses if the record has moved on
      * ** since the change was keyed, re-runs the FINPARTS/FINSUPPL/
      * ** FINORDER edits on the after image and only then REWRITEs;
      * ** a decline leaves PARTMAST untouched.  Either way the
      * ** pending change is deleted and one AUDITLOG line records the
      * ** outcome with both users.
      *============================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHAID.
       COPY PSMAPSD.
       COPY PARTSUPP.
       COPY EDITRESLT.
      *
       01  WS-SUBROUTINE-NAMES.
           05 WS-FINPARTS               PIC X(12) VALUE 'FINPARTS'.
           05 WS-FINSUPPL               PIC X(12) VALUE 'FINSUPPL'.
           05 WS-FINORDER               PIC X(12) VALUE 'FINORDER'.
      *
      * ** CA-PHASE 'K' = waiting for a key, 'D' = pending change
      * ** shown, waiting for a decision
       01  WS-COMMAREA.
           05  CA-PHASE                 PIC X(01).
           05  CA-LAST-KEY              PIC X(23).
      *
       01  WS-RESP                      PIC S9(8) COMP.
       01  WS-BROWSE-KEY                PIC X(23).
      *
      * ** Pending-change record (file PSPEND, keyed on PART-NUMBER)
      * ** - written by PSUPD01, deleted here once decided
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
           05  LK-PHASE                 PIC X(01).
           05  LK-LAST-KEY              PIC X(23).
      *
       PROCEDURE DIVISION.
           IF EIBCALEN = 0
              MOVE 'K'                  TO CA-PHASE
              MOVE SPACES               TO CA-LAST-KEY
              MOVE LOW-VALUES           TO PSMAPRO
              MOVE 'ENTER A PART NUMBER OR PF8 FOR NEXT'
                                        TO APRMSGO
              PERFORM 500-SEND-FRESH-MAP
           ELSE
              MOVE LK-PHASE             TO CA-PHASE
              MOVE LK-LAST-KEY          TO CA-LAST-KEY
              PERFORM 100-PROCESS-SCREEN
           END-IF
           EXEC CICS RETURN
                TRANSID('PSAP')
                COMMAREA(WS-COMMAREA)
           END-EXEC
           .
      *
       100-PROCESS-SCREEN.
      * ** RESP on the RECEIVE implies NOHANDLE, so the attention
      * ** keys are tested directly - PF3 and CLEAR end the session,
      * ** PF8 steps on without needing anything keyed
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
              PERFORM 900-END-SESSION
           END-IF
           IF EIBAID = DFHPF8
              PERFORM 250-BROWSE-NEXT
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES              TO PSMAPRI
           EXEC CICS RECEIVE
                MAP('PSMAPR')
                MAPSET('PSMAPS')
                INTO(PSMAPRI)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES           TO PSMAPRO
              MOVE 'ENTER A PART NUMBER OR PF8 FOR NEXT'
                                        TO APRMSGO
              MOVE 'K'                  TO CA-PHASE
              PERFORM 500-SEND-FRESH-MAP
              EXIT PARAGRAPH
           END-IF
      * ** A decision is only taken against the change on display -
      * ** a new part number keyed instead just shows that change
           EVALUATE TRUE
              WHEN CA-PHASE = 'D' AND AACTNL > 0
                   AND (APRKEYL = 0 OR APRKEYI = CA-LAST-KEY)
                 PERFORM 300-DECIDE-CHANGE
              WHEN OTHER
                 PERFORM 200-SHOW-PENDING
           END-EVALUATE
           .
      *
      * ** Phase one - read the pending change for the part keyed,
      * ** or the next one on file when no part is keyed
       200-SHOW-PENDING.
           IF APRKEYL = 0 OR APRKEYI = SPACES OR
              APRKEYI = LOW-VALUES
              PERFORM 250-BROWSE-NEXT
              EXIT PARAGRAPH
           END-IF
           MOVE APRKEYI                 TO CA-LAST-KEY
           EXEC CICS READ
                FILE('PSPEND')
                INTO(WS-PSPEND-REC)
                RIDFLD(CA-LAST-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES           TO PSMAPRO
              MOVE CA-LAST-KEY          TO APRKEYO
              MOVE 'NO CHANGE PENDING FOR THIS PART'
                                        TO APRMSGO
              MOVE 'K'                  TO CA-PHASE
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           PERFORM 260-FILL-SCREEN
           MOVE 'KEY A=APPROVE OR D=DECLINE, PRESS ENTER'
                                        TO APRMSGO
           MOVE 'D'                     TO CA-PHASE
           PERFORM 510-SEND-DATAONLY
           .
      *
      * ** The next pending change after the one last shown - from
      * ** the top of the file when nothing has been shown yet
       250-BROWSE-NEXT.
           MOVE CA-LAST-KEY             TO WS-BROWSE-KEY
           EXEC CICS STARTBR
                FILE('PSPEND')
                RIDFLD(WS-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('PSPEND')
                   INTO(WS-PSPEND-REC)
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND WS-BROWSE-KEY = CA-LAST-KEY
                 EXEC CICS READNEXT
                      FILE('PSPEND')
                      INTO(WS-PSPEND-REC)
                      RIDFLD(WS-BROWSE-KEY)
                      RESP(WS-RESP)
                 END-EXEC
              END-IF
              EXEC CICS ENDBR
                   FILE('PSPEND')
              END-EXEC
           END-IF
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES           TO PSMAPRO
              MOVE SPACES               TO CA-LAST-KEY
              MOVE 'NO MORE CHANGES PENDING APPROVAL'
                                        TO APRMSGO
              MOVE 'K'                  TO CA-PHASE
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           MOVE PP-PART-NUMBER          TO CA-LAST-KEY
           PERFORM 260-FILL-SCREEN
           MOVE 'KEY A=APPROVE OR D=DECLINE, PRESS ENTER'
                                        TO APRMSGO
           MOVE 'D'                     TO CA-PHASE
           PERFORM 510-SEND-DATAONLY
           .
      *
      * ** Sensitive fields side by side - before as the master stood
      * ** when the change was keyed, after as the change leaves it
       260-FILL-SCREEN.
           MOVE LOW-VALUES              TO PSMAPRO
           MOVE PP-PART-NUMBER          TO APRKEYO
           MOVE PP-KEYED-BY             TO AKEYBYO
           MOVE PP-KEYED-DATE           TO AKDATEO
           MOVE PP-KEYED-TIME           TO AKTIMEO
           MOVE PP-KEYED-TERMINAL       TO ATERMO
           MOVE PP-OTHER-CHANGED        TO AOTHERO
           MOVE PP-BEFORE-IMAGE         TO PART-SUPP-ADDR-PO
           MOVE SUPPLIER-CODE           TO ABSCODO
           MOVE SUPPLIER-TYPE           TO ABSTYPO
           MOVE SUPPLIER-RATING         TO ABSRATO
           MOVE SUPPLIER-STATUS         TO ABSSTAO
           MOVE GOVT-COMML-CODE         TO ABGCODO
           MOVE PP-AFTER-IMAGE          TO PART-SUPP-ADDR-PO
           MOVE SUPPLIER-CODE           TO AASCODO
           MOVE SUPPLIER-TYPE           TO AASTYPO
           MOVE SUPPLIER-RATING         TO AASRATO
           MOVE SUPPLIER-STATUS         TO AASSTAO
           MOVE GOVT-COMML-CODE         TO AAGCODO
           .
      *
      * ** Phase two - lock the pending change, make sure the
      * ** decision is a second user's, then approve or decline it
       300-DECIDE-CHANGE.
           IF AACTNI NOT = 'A' AND AACTNI NOT = 'D'
              MOVE 'ACTION MUST BE A OR D'
                                        TO APRMSGO
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           EXEC CICS READ
                FILE('PSPEND')
                INTO(WS-PSPEND-REC)
                RIDFLD(CA-LAST-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES           TO PSMAPRO
              MOVE CA-LAST-KEY          TO APRKEYO
              MOVE 'CHANGE NO LONGER PENDING'
                                        TO APRMSGO
              MOVE 'K'                  TO CA-PHASE
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           EXEC CICS ASSIGN
                USERID(WS-USERID)
           END-EXEC
           IF WS-USERID = PP-KEYED-BY
              EXEC CICS UNLOCK
                   FILE('PSPEND')
              END-EXEC
              PERFORM 260-FILL-SCREEN
              MOVE 'CHANGE MUST BE DECIDED BY ANOTHER USER'
                                        TO APRMSGO
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
           END-EXEC
           IF AACTNI = 'A'
              PERFORM 350-APPROVE-CHANGE
           ELSE
              PERFORM 400-DECLINE-CHANGE
           END-IF
           .
      *
      * ** The change was edited against the master as it stood when
      * ** keyed - if the master has changed since, approving it
      * ** would overwrite that later update, so it must be declined
      * ** and keyed again
       350-APPROVE-CHANGE.
           EXEC CICS READ
                FILE('PARTMAST')
                INTO(PART-SUPP-ADDR-PO)
                RIDFLD(CA-LAST-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK
                   FILE('PSPEND')
              END-EXEC
              PERFORM 260-FILL-SCREEN
              MOVE 'PART NO LONGER ON MASTER - DECLINE IT'
                                        TO APRMSGO
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           IF PART-SUPP-ADDR-PO NOT = PP-BEFORE-IMAGE
              EXEC CICS UNLOCK
                   FILE('PARTMAST')
              END-EXEC
              EXEC CICS UNLOCK
                   FILE('PSPEND')
              END-EXEC
              PERFORM 260-FILL-SCREEN
              MOVE 'PART CHANGED SINCE KEYED - DECLINE IT'
                                        TO APRMSGO
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           MOVE PP-AFTER-IMAGE          TO PART-SUPP-ADDR-PO
           PERFORM 450-EDIT-RECORD
           IF NOT WS-PASS-EDIT-OK
              EXEC CICS UNLOCK
                   FILE('PARTMAST')
              END-EXEC
              EXEC CICS UNLOCK
                   FILE('PSPEND')
              END-EXEC
              PERFORM 260-FILL-SCREEN
              MOVE WS-EDIT-ERROR-MESSAGE
                                        TO APRMSGO
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           EXEC CICS REWRITE
                FILE('PARTMAST')
                FROM(PART-SUPP-ADDR-PO)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK
                   FILE('PSPEND')
              END-EXEC
              PERFORM 260-FILL-SCREEN
              MOVE 'PART MASTER REWRITE FAILED'
                                        TO APRMSGO
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           EXEC CICS DELETE
                FILE('PSPEND')
                RESP(WS-RESP)
           END-EXEC
           MOVE 'APPROVED'              TO AL-EDIT-OUTCOME
           PERFORM 480-WRITE-AUDIT
           PERFORM 260-FILL-SCREEN
           MOVE 'CHANGE APPROVED AND APPLIED'
                                        TO APRMSGO
           MOVE 'K'                     TO CA-PHASE
           PERFORM 510-SEND-DATAONLY
           .
      *
      * ** A decline only discards the pending change - PARTMAST
      * ** was never touched
       400-DECLINE-CHANGE.
           EXEC CICS DELETE
                FILE('PSPEND')
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM 260-FILL-SCREEN
              MOVE 'PENDING CHANGE DELETE FAILED'
                                        TO APRMSGO
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           MOVE 'DECLINED'              TO AL-EDIT-OUTCOME
           PERFORM 480-WRITE-AUDIT
           PERFORM 260-FILL-SCREEN
           MOVE 'CHANGE DECLINED - MASTER UNCHANGED'
                                        TO APRMSGO
           MOVE 'K'                     TO CA-PHASE
           PERFORM 510-SEND-DATAONLY
           .
      *
      * ** The same subroutines and handshake FINAL01 and PSUPD01
      * ** use - the master must still pass the batch rules as it
      * ** stands at approval
       450-EDIT-RECORD.
           MOVE 'Y'                TO WS-EDIT-STATUS
           MOVE SPACES             TO WS-EDIT-FIELD
           MOVE SPACES             TO WS-EDIT-ERROR-MESSAGE
           MOVE ZERO               TO WS-EDIT-ERROR-COUNT
           MOVE ZERO               TO WS-EDIT-WARNING-COUNT
           MOVE SPACES             TO WS-EDIT-ERROR-TABLE
           MOVE SPACES             TO WS-EDIT-FIRST-ERROR
           MOVE 'O'                TO WS-EDIT-ENVIRONMENT
           CALL WS-FINPARTS USING PART-SUPP-ADDR-PO, WS-EDIT-RESULTS
           CALL WS-FINSUPPL USING PART-SUPP-ADDR-PO, WS-EDIT-RESULTS
           CALL WS-FINORDER USING PART-SUPP-ADDR-PO, WS-EDIT-RESULTS
           .
      *
      * ** One AUDITLOG line per decision, naming the user who keyed
      * ** the change and the user who decided it - the run ID is
      * ** the date and time of the decision
       480-WRITE-AUDIT.
           MOVE WS-NOW-DATE             TO AL-RUN-ID(1:8)
           MOVE '.'                     TO AL-RUN-ID(9:1)
           MOVE WS-NOW-TIME             TO AL-RUN-ID(10:6)
           MOVE WS-NOW-DATE             TO AL-RUN-DATE
           MOVE WS-NOW-TIME             TO AL-RUN-TIME
           MOVE 'PSAP'                  TO AL-SOURCE-ID
           MOVE ZERO                    TO AL-RECORD-NUMBER
           MOVE PP-PART-NUMBER          TO AL-PART-NUMBER
           MOVE PP-AFTER-IMAGE          TO PART-SUPP-ADDR-PO
           MOVE SUPPLIER-CODE           TO AL-SUPPLIER-CODE
           MOVE SPACES                  TO AL-EDIT-ERROR-MESSAGE
           IF AL-EDIT-OUTCOME = 'APPROVED'
              STRING 'KEYED BY ' PP-KEYED-BY ' APPROVED BY '
                     WS-USERID
                     DELIMITED BY SIZE   INTO AL-EDIT-ERROR-MESSAGE
              END-STRING
           ELSE
              STRING 'KEYED BY ' PP-KEYED-BY ' DECLINED BY '
                     WS-USERID
                     DELIMITED BY SIZE   INTO AL-EDIT-ERROR-MESSAGE
              END-STRING
           END-IF
           EXEC CICS WRITEQ TD
                QUEUE('AUDL')
                FROM(WS-AUDIT-RECORD)
                RESP(WS-RESP)
           END-EXEC
           .
      *
       500-SEND-FRESH-MAP.
           EXEC CICS SEND
                MAP('PSMAPR')
                MAPSET('PSMAPS')
                FROM(PSMAPRO)
                ERASE
           END-EXEC
           .
      *
       510-SEND-DATAONLY.
           EXEC CICS SEND
                MAP('PSMAPR')
                MAPSET('PSMAPS')
                FROM(PSMAPRO)
                DATAONLY
           END-EXEC
           .
      *
       900-END-SESSION.
           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .
