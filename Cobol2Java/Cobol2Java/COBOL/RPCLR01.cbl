       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPCLR01.
      *============================
      * ** Restricted-party clearance - applies compliance's review
      * ** decisions from RPCLRTR to the SUPBLOCK block file that
      * ** RPSCRN01 builds, and writes the updated file to NEWBLOCK.
      * ** A CLEAR lifts the block on one hit (supplier and list
      * ** entry) or, with the list entry left blank, on every hit
      * ** the supplier has - stamped with the date, who cleared it
      * ** and why, so later screenings report the hit without
      * ** blocking it again.  A BLOCK puts a cleared hit back on
      * ** the block.  FINSUPPL and APMTCH01 let a supplier through
      * ** again only once none of its hits is still blocked.  A
      * ** decision for a hit not on file, one already in the state
      * ** asked for, or missing who made it (or why, on a clear) is
      * ** rejected to RPCLREJ with diagnostics.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT SUPBLOCK    ASSIGN TO SUPBLOCK
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SUPBLOCK-STATUS
             .
           SELECT RPCLRTR     ASSIGN TO RPCLRTR
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RPCLRTR-STATUS
             .
           SELECT NEWBLOCK    ASSIGN TO NEWBLOCK
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWBLOCK-STATUS
             .
           SELECT RPCLREJ     ASSIGN TO RPCLREJ
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RPCLREJ-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Restricted-party block file written by RPSCRN01 - one
      * ** record per supplier and list entry it matched
       FD  SUPBLOCK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPBLOCK-RECORD.
       01  SUPBLOCK-RECORD.
           05  SB-SUPPLIER-CODE         PIC X(10).
           05  SB-LIST-ENTRY-ID         PIC X(10).
           05  SB-LIST-CODE             PIC X(04).
           05  SB-BLOCK-STATUS          PIC X(01).
           05  SB-MATCH-FIELD           PIC X(08).
           05  SB-ADDRESS-TYPE          PIC X(01).
           05  SB-MATCH-SCORE           PIC 9(03).
           05  SB-HIT-DATE              PIC 9(08).
           05  SB-LIST-PARTY-NAME       PIC X(35).
           05  SB-CLEARED-DATE          PIC 9(08).
           05  SB-CLEARED-BY            PIC X(08).
           05  SB-CLEAR-REASON          PIC X(20).
           05  FILLER                   PIC X(04).
      *
      * ** One compliance decision per record
       FD  RPCLRTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPCLRTR-RECORD.
       01  RPCLRTR-RECORD.
           05  CT-ACTION                PIC X(01).
               88 CT-CLEAR              VALUE 'C'.
               88 CT-REBLOCK            VALUE 'B'.
           05  CT-SUPPLIER-CODE         PIC X(10).
           05  CT-LIST-ENTRY-ID         PIC X(10).
           05  CT-DECIDED-BY            PIC X(08).
           05  CT-REASON                PIC X(20).
           05  FILLER                   PIC X(31).
      *
       FD  NEWBLOCK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWBLOCK-RECORD.
       01  NEWBLOCK-RECORD              PIC X(120).
      *
       FD  RPCLREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPCLREJ-RECORD.
       01  RPCLREJ-RECORD.
           05  CJ-DECISION-DETAIL       PIC X(80).
           05  CJ-ERROR-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-SUPBLOCK-STATUS        PIC X(02) VALUE '00'.
             88 WS-SUPBLOCK-STATUS-OK   VALUE '00'.
           05 WS-RPCLRTR-STATUS         PIC X(02) VALUE '00'.
             88 WS-RPCLRTR-STATUS-OK    VALUE '00'.
           05 WS-NEWBLOCK-STATUS        PIC X(02) VALUE '00'.
             88 WS-NEWBLOCK-STATUS-OK   VALUE '00'.
           05 WS-RPCLREJ-STATUS         PIC X(02) VALUE '00'.
             88 WS-RPCLREJ-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-TRANS-EOF              PIC X VALUE SPACES.
              88 TRANS-EOF-FOUND        VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-MASTER-READ            PIC 9(05) VALUE ZEROS.
           05 WS-TRANS-READ             PIC 9(05) VALUE ZEROS.
           05 WS-CLEARED-COUNT          PIC 9(05) VALUE ZEROS.
           05 WS-REBLOCKED-COUNT        PIC 9(05) VALUE ZEROS.
           05 WS-REJECTED-COUNT         PIC 9(05) VALUE ZEROS.
           05 WS-WRITTEN-COUNT          PIC 9(05) VALUE ZEROS.
           05 WS-FOUND-COUNT            PIC 9(05) VALUE ZEROS.
           05 WS-CHANGED-COUNT          PIC 9(05) VALUE ZEROS.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-OUT-SUB                   PIC 9(05) COMP VALUE ZERO.
      *
      * ** The whole block file held in core
       01  WS-BLOCK-TABLE.
           05 WS-BLK-COUNT              PIC 9(05) COMP VALUE ZERO.
           05 WS-BLK-ENTRY              OCCURS 20000 TIMES
                                         INDEXED BY WS-BLK-IDX.
              10 WS-BK-SUPPLIER-CODE    PIC X(10).
              10 WS-BK-LIST-ENTRY-ID    PIC X(10).
              10 WS-BK-LIST-CODE        PIC X(04).
              10 WS-BK-BLOCK-STATUS     PIC X(01).
                 88 WS-BK-BLOCKED       VALUE 'B'.
                 88 WS-BK-CLEARED       VALUE 'C'.
              10 WS-BK-MATCH-FIELD      PIC X(08).
              10 WS-BK-ADDRESS-TYPE     PIC X(01).
              10 WS-BK-MATCH-SCORE      PIC 9(03).
              10 WS-BK-HIT-DATE         PIC 9(08).
              10 WS-BK-LIST-PARTY-NAME  PIC X(35).
              10 WS-BK-CLEARED-DATE     PIC 9(08).
              10 WS-BK-CLEARED-BY       PIC X(08).
              10 WS-BK-CLEAR-REASON     PIC X(20).
              10 FILLER                 PIC X(04).
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 300-READ-TRANS
           PERFORM UNTIL TRANS-EOF-FOUND
              PERFORM 400-APPLY-TRANSACTION
              PERFORM 300-READ-TRANS
           END-PERFORM
           PERFORM 800-WRITE-NEW-BLOCKS
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE RPCLRTR
                 NEWBLOCK
                 RPCLREJ
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT SUPBLOCK
           IF NOT WS-SUPBLOCK-STATUS-OK
              DISPLAY ' Error opening file SUPBLOCK, Status: '
                         WS-SUPBLOCK-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           OPEN INPUT RPCLRTR
           IF NOT WS-RPCLRTR-STATUS-OK
              DISPLAY ' Error opening file RPCLRTR, Status: '
                         WS-RPCLRTR-STATUS
              MOVE 'Y'                  TO WS-TRANS-EOF
           END-IF
           OPEN OUTPUT NEWBLOCK
           IF NOT WS-NEWBLOCK-STATUS-OK
              DISPLAY ' Error opening file NEWBLOCK, Status: '
                         WS-NEWBLOCK-STATUS
           END-IF
           OPEN OUTPUT RPCLREJ
           IF NOT WS-RPCLREJ-STATUS-OK
              DISPLAY ' Error opening file RPCLREJ, Status: '
                         WS-RPCLREJ-STATUS
           END-IF
           PERFORM 100-LOAD-BLOCKS
           .
      *
       100-LOAD-BLOCKS.
           PERFORM UNTIL MASTER-EOF-FOUND
              READ SUPBLOCK
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    ADD 1               TO WS-MASTER-READ
                    IF WS-BLK-COUNT < 20000
                       ADD 1            TO WS-BLK-COUNT
                       MOVE SUPBLOCK-RECORD
                          TO WS-BLK-ENTRY(WS-BLK-COUNT)
                    ELSE
      * ** A dropped block would lift it on the generation swap -
      * ** fail the run loudly and resize the table before rerun
                       DISPLAY ' ** WS-BLOCK-TABLE FULL AT 20000 '
                          '- block file incomplete, run failed: '
                          SB-SUPPLIER-CODE
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-SUPBLOCK-STATUS = '00' OR '10'
              CLOSE SUPBLOCK
           END-IF
           .
      *
       300-READ-TRANS.
           READ RPCLRTR
             AT END
                 MOVE 'Y'       TO WS-TRANS-EOF
             NOT AT END
                 ADD +1         TO WS-TRANS-READ
           END-READ
           .
      *
       400-APPLY-TRANSACTION.
           IF NOT (CT-CLEAR OR CT-REBLOCK)
              MOVE ' ACTION CODE MUST BE C OR B.'
                                        TO CJ-ERROR-MESSAGE
              PERFORM 900-WRITE-RPCLREJ
              EXIT PARAGRAPH
           END-IF
           IF CT-SUPPLIER-CODE = SPACES
              OR CT-DECIDED-BY = SPACES
              MOVE ' SUPPLIER AND DECIDED-BY ARE REQUIRED.'
                                        TO CJ-ERROR-MESSAGE
              PERFORM 900-WRITE-RPCLREJ
              EXIT PARAGRAPH
           END-IF
           IF CT-CLEAR AND CT-REASON = SPACES
              MOVE ' REASON IS REQUIRED TO CLEAR A HIT.'
                                        TO CJ-ERROR-MESSAGE
              PERFORM 900-WRITE-RPCLREJ
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                    TO WS-FOUND-COUNT
                                           WS-CHANGED-COUNT
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
              IF WS-BK-SUPPLIER-CODE(WS-BLK-IDX) = CT-SUPPLIER-CODE
                 AND (CT-LIST-ENTRY-ID = SPACES
                      OR WS-BK-LIST-ENTRY-ID(WS-BLK-IDX)
                         = CT-LIST-ENTRY-ID)
                 ADD 1                  TO WS-FOUND-COUNT
                 PERFORM 500-APPLY-DECISION
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-FOUND-COUNT = 0
                 MOVE ' HIT NOT ON BLOCK FILE.'
                                        TO CJ-ERROR-MESSAGE
                 PERFORM 900-WRITE-RPCLREJ
              WHEN WS-CHANGED-COUNT = 0 AND CT-CLEAR
                 MOVE ' HIT IS ALREADY CLEARED.'
                                        TO CJ-ERROR-MESSAGE
                 PERFORM 900-WRITE-RPCLREJ
              WHEN WS-CHANGED-COUNT = 0
                 MOVE ' HIT IS ALREADY BLOCKED.'
                                        TO CJ-ERROR-MESSAGE
                 PERFORM 900-WRITE-RPCLREJ
           END-EVALUATE
           .
      *
      * ** A cleared hit carries who cleared it and why; putting it
      * ** back on the block records who did that in the same place
       500-APPLY-DECISION.
           EVALUATE TRUE
              WHEN CT-CLEAR AND WS-BK-BLOCKED(WS-BLK-IDX)
                 MOVE 'C'     TO WS-BK-BLOCK-STATUS(WS-BLK-IDX)
                 MOVE WS-TODAY-DATE
                              TO WS-BK-CLEARED-DATE(WS-BLK-IDX)
                 MOVE CT-DECIDED-BY
                              TO WS-BK-CLEARED-BY(WS-BLK-IDX)
                 MOVE CT-REASON
                              TO WS-BK-CLEAR-REASON(WS-BLK-IDX)
                 ADD 1                  TO WS-CLEARED-COUNT
                 ADD 1                  TO WS-CHANGED-COUNT
                 DISPLAY ' - Hit cleared: ' CT-SUPPLIER-CODE
                    ' ' WS-BK-LIST-ENTRY-ID(WS-BLK-IDX)
                    ' by ' CT-DECIDED-BY
              WHEN CT-REBLOCK AND WS-BK-CLEARED(WS-BLK-IDX)
                 MOVE 'B'     TO WS-BK-BLOCK-STATUS(WS-BLK-IDX)
                 MOVE WS-TODAY-DATE
                              TO WS-BK-CLEARED-DATE(WS-BLK-IDX)
                 MOVE CT-DECIDED-BY
                              TO WS-BK-CLEARED-BY(WS-BLK-IDX)
                 MOVE CT-REASON
                              TO WS-BK-CLEAR-REASON(WS-BLK-IDX)
                 ADD 1                  TO WS-REBLOCKED-COUNT
                 ADD 1                  TO WS-CHANGED-COUNT
                 DISPLAY ' - Hit blocked again: ' CT-SUPPLIER-CODE
                    ' ' WS-BK-LIST-ENTRY-ID(WS-BLK-IDX)
                    ' by ' CT-DECIDED-BY
           END-EVALUATE
           .
      *
       800-WRITE-NEW-BLOCKS.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-BLK-COUNT
              MOVE WS-BLK-ENTRY(WS-OUT-SUB)
                                        TO NEWBLOCK-RECORD
              WRITE NEWBLOCK-RECORD
              IF NOT WS-NEWBLOCK-STATUS-OK
                 DISPLAY ' Error writing file NEWBLOCK, Status: '
                            WS-NEWBLOCK-STATUS
              END-IF
              ADD 1                     TO WS-WRITTEN-COUNT
           END-PERFORM
           .
      *
       900-WRITE-RPCLREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           DISPLAY ' - DECISION REJECTED: ' CT-ACTION
              ' ' CT-SUPPLIER-CODE ' ' CT-LIST-ENTRY-ID
              ', Error: ' CJ-ERROR-MESSAGE
           MOVE RPCLRTR-RECORD          TO CJ-DECISION-DETAIL
           WRITE RPCLREJ-RECORD
           IF NOT WS-RPCLREJ-STATUS-OK
              DISPLAY ' Error writing file RPCLREJ, Status: '
                         WS-RPCLREJ-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' RPCLR01 CONTROL TOTALS'
           DISPLAY ' BLOCK RECORDS READ     : ' WS-MASTER-READ
           DISPLAY ' DECISIONS READ         : ' WS-TRANS-READ
           DISPLAY ' HITS CLEARED           : ' WS-CLEARED-COUNT
           DISPLAY ' HITS BLOCKED AGAIN     : ' WS-REBLOCKED-COUNT
           DISPLAY ' DECISIONS REJECTED     : ' WS-REJECTED-COUNT
           DISPLAY ' BLOCK RECORDS WRITTEN  : ' WS-WRITTEN-COUNT
           DISPLAY '================================================'
           .
