      * ** chased through the SUPERSED supersession cross-reference
      * ** (chains resolve to their end, hop-limited against loops)
      * ** and the replacement's detail shows with a superseded-by
      * ** message, so a retired number still gets an answer.  A
      * ** key that is neither is tried as a supplier code against
      * ** the SUPXREF merge cross-reference SUPMRG01 keeps, so a
      * ** caller quoting a merged supplier's old code is told the
      * ** code it now trades under.
      *============================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05 WS-CHAIN-LIMIT            PIC 9(02) VALUE 10.
           05 WS-CHAIN-STATE            PIC X(01) VALUE 'N'.
              88 CHAIN-END-FOUND        VALUE 'E'.
      *
      * ** Supplier merge cross-reference record (file SUPXREF,
      * ** kept by SUPMRG01) - old supplier code to surviving code
       01  WS-SUPXREF-REC.
           05  MX-OLD-SUPPLIER          PIC X(10).
           05  MX-NEW-SUPPLIER          PIC X(10).
           05  MX-EFF-DATE              PIC 9(08).
           05  MX-MERGE-DATE            PIC 9(08).
           05  MX-REASON                PIC X(20).
           05  FILLER                   PIC X(04).
       01  WS-MERGE-CODE                PIC X(10) VALUE SPACES.
       01  WS-MERGED-MSG.
           05 FILLER                    PIC X(05) VALUE 'SUPP '.
           05 WS-MM-OLD-SUPPLIER        PIC X(10).
           05 FILLER                    PIC X(13) VALUE
              ' MERGED INTO '.
           05 WS-MM-NEW-SUPPLIER        PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
       01  WS-SUPERSEDED-MSG.
           05 FILLER                    PIC X(14) VALUE
              'SUPERSEDED BY '.
           END-PERFORM
           IF WS-CHAIN-HOPS = 0
              MOVE LOW-VALUES           TO PSMINQO
              PERFORM 260-FOLLOW-SUPPLIER-MERGE
              PERFORM 510-SEND-DATAONLY
              EXIT PARAGRAPH
           END-IF
           END-IF
           .
      *
      * ** A key no part answers to may be a supplier code folded
      * ** into another - walk the merge chain and name the code
      * ** that survives, or fall back to the not-found message
       260-FOLLOW-SUPPLIER-MERGE.
           MOVE 'PART NOT ON PART MASTER'
                                        TO INQMSGO
           IF CA-LAST-KEY(11:13) NOT = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE CA-LAST-KEY(1:10)       TO WS-MERGE-CODE
           MOVE ZERO                    TO WS-CHAIN-HOPS
           MOVE 'N'                     TO WS-CHAIN-STATE
           PERFORM UNTIL CHAIN-END-FOUND
              EXEC CICS READ
                   FILE('SUPXREF')
                   INTO(WS-SUPXREF-REC)
                   RIDFLD(WS-MERGE-CODE)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 ADD 1                  TO WS-CHAIN-HOPS
                 MOVE MX-NEW-SUPPLIER   TO WS-MERGE-CODE
                 IF WS-CHAIN-HOPS >= WS-CHAIN-LIMIT
                    MOVE 'E'            TO WS-CHAIN-STATE
                 END-IF
              ELSE
                 MOVE 'E'               TO WS-CHAIN-STATE
              END-IF
           END-PERFORM
           IF WS-CHAIN-HOPS > 0
              MOVE CA-LAST-KEY(1:10)    TO WS-MM-OLD-SUPPLIER
              MOVE WS-MERGE-CODE        TO WS-MM-NEW-SUPPLIER
              MOVE WS-MERGED-MSG        TO INQMSGO
           END-IF
           .
      *
      * ** Fills the screen the way LOOKUP01's 300-DISPLAY-DETAIL
      * ** prints the record
       300-BUILD-DETAIL.
