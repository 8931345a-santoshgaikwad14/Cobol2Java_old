      * ** chains resolve to their end (hop-limited against loops)
      * ** and the replacement's detail displays with a superseded-by
      * ** note, so keying a retired number gets an answer instead
      * ** of nothing.  A supplier code not on SUPMAST is chased the
      * ** same way through the SUPXREF merge cross-reference
      * ** SUPMRG01 keeps, and the surviving supplier displays with
      * ** a merged-into note.
      *============================
       ENVIRONMENT DIVISION.
      *============================
             RECORD KEY       IS  SX-OLD-PART
             FILE STATUS      IS  WS-SUPERSED-STATUS
             .
           SELECT SUPXREF     ASSIGN TO SUPXREF
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  MX-OLD-SUPPLIER
             FILE STATUS      IS  WS-SUPXREF-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
       FD  PARTMAST
           05  SX-NEW-PART              PIC X(23).
           05  SX-EFF-DATE              PIC 9(08).
           05  SX-REASON                PIC X(20).
      *
      * ** Supplier merge cross-reference kept by SUPMRG01 - old
      * ** supplier code to the code it was merged into
       FD  SUPXREF
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS SUPXREF-REC.
       01  SUPXREF-REC.
           05  MX-OLD-SUPPLIER          PIC X(10).
           05  MX-NEW-SUPPLIER          PIC X(10).
           05  MX-EFF-DATE              PIC 9(08).
           05  MX-MERGE-DATE            PIC 9(08).
           05  MX-REASON                PIC X(20).
           05  FILLER                   PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
             88 WS-SUPMAST-STATUS-OK    VALUE '00'.
           05 WS-SUPERSED-STATUS        PIC X(02) VALUE '00'.
             88 WS-SUPERSED-STATUS-OK   VALUE '00'.
           05 WS-SUPXREF-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPXREF-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
           05 WS-CHAIN-STATE            PIC X(01) VALUE 'N'.
              88 CHAIN-END-FOUND        VALUE 'E'.
              88 CHAIN-FOLLOWING        VALUE 'F'.
           05 WS-CHAIN-SUPPLIER         PIC X(10) VALUE SPACES.
           05 WS-CHAIN-MERGE-DATE       PIC 9(08) VALUE ZERO.
      *
       COPY PARTSUPP.

              IF NOT KEY-FOUND
                 PERFORM 150-READ-BY-SUPPLIER-KEY
              END-IF
              IF NOT KEY-FOUND
                 PERFORM 170-FOLLOW-SUPPLIER-MERGE
              END-IF
              IF NOT KEY-FOUND
                 DISPLAY ' No PARTMAST or SUPMAST record found for: '
                    WS-SEARCH-KEY
              CLOSE PARTMAST
                    SUPMAST
                    SUPERSED
                    SUPXREF
           END-IF
           GOBACK
           .
              DISPLAY ' Error opening file SUPERSED, Status: '
                         WS-SUPERSED-STATUS
           END-IF
           OPEN INPUT SUPXREF
           IF NOT WS-SUPXREF-STATUS-OK
              DISPLAY ' Error opening file SUPXREF, Status: '
                         WS-SUPXREF-STATUS
           END-IF
           .
      *
      * ** Chases the keyed number through the supersession chain to
                 PERFORM 400-DISPLAY-SUPPLIER
           END-READ
           .
      *
      * ** Chases a supplier code SUPMRG01 folded into another
      * ** through the merge cross-reference to the surviving code,
      * ** then answers with that supplier and a merged-into note
       170-FOLLOW-SUPPLIER-MERGE.
           IF NOT WS-SUPXREF-STATUS-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-KEY(1:10)     TO WS-CHAIN-SUPPLIER
           MOVE ZERO                    TO WS-CHAIN-HOPS
           MOVE 'F'                     TO WS-CHAIN-STATE
           PERFORM UNTIL CHAIN-END-FOUND
              MOVE WS-CHAIN-SUPPLIER    TO MX-OLD-SUPPLIER
              READ SUPXREF
                INVALID KEY
                    MOVE 'E'            TO WS-CHAIN-STATE
                NOT INVALID KEY
                    ADD 1               TO WS-CHAIN-HOPS
                    MOVE MX-NEW-SUPPLIER TO WS-CHAIN-SUPPLIER
                    MOVE MX-MERGE-DATE  TO WS-CHAIN-MERGE-DATE
                    IF WS-CHAIN-HOPS >= WS-CHAIN-LIMIT
                       DISPLAY ' ** Supplier merge chain exceeds '
                          WS-CHAIN-LIMIT ' hops - probable loop at: '
                          WS-CHAIN-SUPPLIER
                       MOVE 'E'         TO WS-CHAIN-STATE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CHAIN-HOPS = 0
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CHAIN-SUPPLIER       TO SM-SUPPLIER-CODE
           READ SUPMAST
             INVALID KEY
                 DISPLAY ' Supplier ' WS-SEARCH-KEY(1:10)
                 DISPLAY '   is merged into ' WS-CHAIN-SUPPLIER
                 DISPLAY '   but the surviving code is not on SUPMAST'
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-FOUND
                 DISPLAY ' Supplier ' WS-SEARCH-KEY(1:10)
                 DISPLAY '   MERGED INTO ' WS-CHAIN-SUPPLIER
                    ' on ' WS-CHAIN-MERGE-DATE
                 PERFORM 400-DISPLAY-SUPPLIER
           END-READ
           .
      *
       300-DISPLAY-DETAIL.
           DISPLAY '================================================'
