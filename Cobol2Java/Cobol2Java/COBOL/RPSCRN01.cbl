       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPSCRN01.
      *============================
      * ** Restricted-party screening - every SUPMAST supplier's
      * ** name and all three SUPP-ADDRESS occurrences are screened
      * ** against the denied/restricted-party list compliance
      * ** receives each month (RPLIST).  Names are compared fuzzily:
      * ** case, punctuation and company suffixes (INC, LTD, CORP,
      * ** ...) are stripped and the character pairs the two names
      * ** share are scored 0-100 against the RPSPARM thresholds,
      * ** so spelling and punctuation variants still hit.  An
      * ** address hits when its street lines score over the
      * ** threshold and the city agrees.  An IMPORTER supplier's
      * ** name and every REMIT-ADDRESS are screened at the lower
      * ** high-risk threshold and printed HIGH priority.
      * ** Each new hit places the supplier on the SUPBLOCK payment
      * ** and ordering block - FINSUPPL fails the supplier's
      * ** records and APMTCH01 approves none of its invoices while
      * ** any hit stays blocked.  The updated block file is written
      * ** to NEWBLOCK; a hit compliance has already cleared through
      * ** RPCLR01 is reported but not blocked again.  The hit
      * ** report RPHITR goes to compliance for review; RC 4 when
      * ** the run placed a new block.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT SUPMAST     ASSIGN TO SUPMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  SM-SUPPLIER-CODE
             FILE STATUS      IS  WS-SUPMAST-STATUS
             .
           SELECT RPLIST      ASSIGN TO RPLIST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RPLIST-STATUS
             .
           SELECT SUPBLOCK    ASSIGN TO SUPBLOCK
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SUPBLOCK-STATUS
             .
           SELECT NEWBLOCK    ASSIGN TO NEWBLOCK
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWBLOCK-STATUS
             .
           SELECT RPHITR      ASSIGN TO RPHITR
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-RPHITR-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Supplier master loaded by SMLOAD01 and maintained by
      * ** SMAINT01
       FD  SUPMAST
           RECORD CONTAINS 280 CHARACTERS
           DATA RECORD IS SUPMAST-REC.
       01  SUPMAST-REC.
           05  SM-SUPPLIER-CODE         PIC X(10).
           05  SM-SUPPLIER-TYPE         PIC X(01).
               88 SM-IMPORTER           VALUE 'I'.
           05  SM-SUPPLIER-NAME         PIC X(15).
           05  SM-SUPPLIER-PERF         PIC 9(03).
           05  SM-SUPPLIER-RATING       PIC X(01).
           05  SM-SUPPLIER-STATUS       PIC X(01).
           05  SM-SUPPLIER-ACT-DATE     PIC 9(08).
           05  SM-ADDRESS OCCURS 3 TIMES INDEXED BY SM-ADDR-IDX.
               10  SM-ADDRESS-TYPE      PIC X(01).
                   88 SM-REMIT-ADDRESS  VALUE '3'.
               10  SM-ADDRESS-1         PIC X(15).
               10  SM-ADDRESS-2         PIC X(15).
               10  SM-ADDRESS-3         PIC X(15).
               10  SM-CITY              PIC X(15).
               10  SM-ADDR-STATE        PIC X(02).
               10  SM-ZIP-CODE          PIC 9(10).
           05  SM-PAYMENT-TERMS         PIC X(03).
           05  SM-TAX-ID                PIC X(09).
           05  SM-CONTACT-PHONE         PIC X(10).
      *
      * ** Compliance's denied/restricted-party list - one record
      * ** per listed party, as received each month
       FD  RPLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPLIST-RECORD.
       01  RPLIST-RECORD.
           05  RP-ENTRY-ID              PIC X(10).
           05  RP-LIST-CODE             PIC X(04).
           05  RP-PARTY-NAME            PIC X(35).
           05  RP-ADDRESS               PIC X(35).
           05  RP-CITY                  PIC X(15).
           05  RP-COUNTRY               PIC X(02).
           05  RP-LIST-DATE             PIC 9(08).
           05  FILLER                   PIC X(11).
      *
      * ** Restricted-party block file - one record per supplier and
      * ** list entry it matched.  B blocks payment and ordering
      * ** until compliance clears it (C) through RPCLR01
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
       FD  NEWBLOCK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWBLOCK-RECORD.
       01  NEWBLOCK-RECORD              PIC X(120).
      *
       FD  RPHITR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPHIT-LINE.
       01  RPHIT-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-SUPMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPMAST-STATUS-OK    VALUE '00'.
           05 WS-RPLIST-STATUS          PIC X(02) VALUE '00'.
             88 WS-RPLIST-STATUS-OK     VALUE '00'.
           05 WS-SUPBLOCK-STATUS        PIC X(02) VALUE '00'.
             88 WS-SUPBLOCK-STATUS-OK   VALUE '00'.
           05 WS-NEWBLOCK-STATUS        PIC X(02) VALUE '00'.
             88 WS-NEWBLOCK-STATUS-OK   VALUE '00'.
           05 WS-RPHITR-STATUS          PIC X(02) VALUE '00'.
             88 WS-RPHITR-STATUS-OK     VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-RPLIST-EOF             PIC X VALUE SPACES.
              88 RPLIST-EOF-FOUND       VALUE 'Y'.
           05 WS-SUPBLOCK-EOF           PIC X VALUE SPACES.
              88 SUPBLOCK-EOF-FOUND     VALUE 'Y'.
           05 WS-BLOCK-STATE            PIC X VALUE 'N'.
              88 BLOCK-ON-FILE          VALUE 'Y'.
           05 WS-SUPPLIER-HIT           PIC X VALUE 'N'.
              88 SUPPLIER-HIT           VALUE 'Y'.
           05 WS-NAME-CUT               PIC X VALUE 'N'.
              88 NAME-MAY-BE-CUT        VALUE 'Y'.
           05 WS-BIGRAM-STATE           PIC X VALUE 'N'.
              88 BIGRAM-FOUND           VALUE 'Y'.
           05 WS-NOISE-STATE            PIC X VALUE 'N'.
              88 NOISE-WORD             VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-LIST-READ              PIC 9(07) VALUE ZEROS.
           05 WS-BLOCKS-READ            PIC 9(07) VALUE ZEROS.
           05 WS-SUPPLIERS-READ         PIC 9(07) VALUE ZEROS.
           05 WS-HIT-COUNT              PIC 9(07) VALUE ZEROS.
           05 WS-NEW-BLOCK-COUNT        PIC 9(07) VALUE ZEROS.
           05 WS-STILL-BLOCKED-COUNT    PIC 9(07) VALUE ZEROS.
           05 WS-CLEARED-HIT-COUNT      PIC 9(07) VALUE ZEROS.
           05 WS-SUPPLIERS-HIT          PIC 9(07) VALUE ZEROS.
           05 WS-BLOCKS-WRITTEN         PIC 9(07) VALUE ZEROS.
      *
       COPY RPSPARM.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-OUT-SUB                   PIC 9(05) COMP VALUE ZERO.
       01  WS-BLOCK-SUB                 PIC 9(05) COMP VALUE ZERO.
       01  WS-ADDR-SUB                  PIC 9(01) VALUE ZERO.
      *
      * ** The compliance list held in core with each party's name,
      * ** address and city already reduced for comparison
       01  WS-LIST-TABLE.
           05 WS-LIST-COUNT             PIC 9(05) COMP VALUE ZERO.
           05 WS-LIST-ENTRY             OCCURS 20000 TIMES
                                         INDEXED BY WS-LIST-IDX.
              10 WS-LT-ENTRY-ID         PIC X(10).
              10 WS-LT-LIST-CODE        PIC X(04).
              10 WS-LT-PARTY-NAME       PIC X(35).
              10 WS-LT-NAME-KEY         PIC X(50).
              10 WS-LT-NAME-LEN         PIC 9(03) COMP.
              10 WS-LT-ADDR-KEY         PIC X(50).
              10 WS-LT-ADDR-LEN         PIC 9(03) COMP.
              10 WS-LT-CITY-KEY         PIC X(50).
              10 WS-LT-CITY-LEN         PIC 9(03) COMP.
      *
      * ** The block file held in core - old records carried forward
      * ** as they stand, new hits appended
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
      * ** The current supplier's name and addresses, reduced once
       01  WS-SUPPLIER-KEYS.
           05 WS-SK-NAME-KEY            PIC X(50).
           05 WS-SK-NAME-LEN            PIC 9(03) COMP.
           05 WS-SK-ADDRESS             OCCURS 3 TIMES.
              10 WS-SK-ADDR-KEY         PIC X(50).
              10 WS-SK-ADDR-LEN         PIC 9(03) COMP.
              10 WS-SK-CITY-KEY         PIC X(50).
              10 WS-SK-CITY-LEN         PIC 9(03) COMP.
      *
      * ** Best hit of the current supplier on one list entry
       01  WS-HIT-WORK.
           05 WS-HIT-SCORE              PIC 9(03) VALUE ZERO.
           05 WS-HIT-FIELD              PIC X(08) VALUE SPACES.
           05 WS-HIT-ADDRESS-TYPE       PIC X(01) VALUE SPACES.
           05 WS-HIT-PRIORITY           PIC X(04) VALUE SPACES.
           05 WS-THRESHOLD              PIC 9(03) VALUE ZERO.
      *
      * ** Reduction of a name or address to its comparison key -
      * ** upper case, punctuation dropped, company suffixes and
      * ** connecting words dropped from names, words run together
       01  WS-NORM-WORK.
           05 WS-NORM-IN                PIC X(50).
           05 WS-NORM-OUT               PIC X(50).
           05 WS-NORM-LEN               PIC 9(03) COMP.
           05 WS-NORM-PTR               PIC 9(03) COMP.
           05 WS-NORM-NAME-SW           PIC X(01).
              88 NORM-IS-NAME           VALUE 'Y'.
           05 WS-NORM-WORD              OCCURS 10 TIMES
                                         PIC X(20).
           05 WS-NORM-WORD-SUB          PIC 9(03) COMP.
       01  WS-NOISE-WORDS.
           05 FILLER                    PIC X(12) VALUE 'INC'.
           05 FILLER                    PIC X(12) VALUE 'LLC'.
           05 FILLER                    PIC X(12) VALUE 'LTD'.
           05 FILLER                    PIC X(12) VALUE 'CO'.
           05 FILLER                    PIC X(12) VALUE 'CORP'.
           05 FILLER                    PIC X(12) VALUE 'CORPORATION'.
           05 FILLER                    PIC X(12) VALUE 'COMPANY'.
           05 FILLER                    PIC X(12) VALUE 'LIMITED'.
           05 FILLER                    PIC X(12) VALUE 'INCORPORATED'.
           05 FILLER                    PIC X(12) VALUE 'GMBH'.
           05 FILLER                    PIC X(12) VALUE 'SA'.
           05 FILLER                    PIC X(12) VALUE 'AG'.
           05 FILLER                    PIC X(12) VALUE 'BV'.
           05 FILLER                    PIC X(12) VALUE 'PLC'.
           05 FILLER                    PIC X(12) VALUE 'SRL'.
           05 FILLER                    PIC X(12) VALUE 'THE'.
           05 FILLER                    PIC X(12) VALUE 'AND'.
           05 FILLER                    PIC X(12) VALUE 'OF'.
       01  WS-NOISE-TABLE REDEFINES WS-NOISE-WORDS.
           05 WS-NOISE-WORD             OCCURS 18 TIMES
                                         INDEXED BY WS-NOISE-IDX
                                         PIC X(12).
      *
      * ** Similarity score of two keys - twice the character pairs
      * ** they share over the pairs in both, as a percentage
       01  WS-COMPARE-WORK.
           05 WS-CMP-A                  PIC X(50).
           05 WS-CMP-A-LEN              PIC 9(03) COMP.
           05 WS-CMP-B                  PIC X(50).
           05 WS-CMP-B-LEN              PIC 9(03) COMP.
           05 WS-CMP-SCORE              PIC 9(03).
           05 WS-CMP-COMMON             PIC 9(03) COMP.
           05 WS-CMP-I                  PIC 9(03) COMP.
           05 WS-CMP-J                  PIC 9(03) COMP.
           05 WS-CMP-USED               OCCURS 50 TIMES
                                         PIC X(01).
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(40) VALUE
                   'RESTRICTED-PARTY SCREENING HITS - RUN: '.
               10  WS-HL-TODAY-DATE      PIC 9(08).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(50) VALUE
                   'PRTY SUPPLIER   SUPPLIER-NAME   T MATCHED  SCORE '.
               10  FILLER                PIC X(50) VALUE
                   'LIST ENTRY-ID  LISTED PARTY                       '.
               10  FILLER                PIC X(32) VALUE
                   ' BLOCK'.
           05  WS-DETAIL-LINE.
               10  WS-DL-PRIORITY        PIC X(04).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUPPLIER-NAME   PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUPPLIER-TYPE   PIC X(01).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-MATCH-FIELD     PIC X(08).
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-SCORE           PIC ZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-LIST-CODE       PIC X(04).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-ENTRY-ID        PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PARTY-NAME      PIC X(35).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-BLOCK-STATUS    PIC X(27).
           05  WS-TOTAL-LINE.
               10  WS-TL-LABEL           PIC X(30).
               10  WS-TL-COUNT           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 200-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              PERFORM 300-SCREEN-SUPPLIER
              PERFORM 200-READ-NEXT
           END-PERFORM
           PERFORM 800-WRITE-NEW-BLOCKS
           PERFORM 950-WRITE-TOTALS
           PERFORM 990-CONTROL-TOTALS
      * ** A new block stops payments and orders - RC 4 so
      * ** compliance reviews the hits the same day
           IF WS-NEW-BLOCK-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
      *
           IF WS-SUPMAST-STATUS = '00' OR '10'
              CLOSE SUPMAST
           END-IF
           CLOSE NEWBLOCK
                 RPHITR
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN INPUT SUPMAST
           IF NOT WS-SUPMAST-STATUS-OK
              DISPLAY ' Error opening file SUPMAST, Status: '
                         WS-SUPMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
           OPEN OUTPUT NEWBLOCK
           IF NOT WS-NEWBLOCK-STATUS-OK
              DISPLAY ' Error opening file NEWBLOCK, Status: '
                         WS-NEWBLOCK-STATUS
           END-IF
           OPEN OUTPUT RPHITR
           IF NOT WS-RPHITR-STATUS-OK
              DISPLAY ' Error opening file RPHITR, Status: '
                         WS-RPHITR-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE           TO WS-HL-TODAY-DATE
           WRITE RPHIT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO RPHIT-LINE
           WRITE RPHIT-LINE
           WRITE RPHIT-LINE FROM WS-COLUMN-LINE
           PERFORM 050-LOAD-LIST
           PERFORM 070-LOAD-BLOCKS
           .
      *
      * ** Without the list there is nothing to screen against -
      * ** the run fails rather than passing every supplier clean
       050-LOAD-LIST.
           OPEN INPUT RPLIST
           IF NOT WS-RPLIST-STATUS-OK
              DISPLAY ' Error opening file RPLIST, Status: '
                         WS-RPLIST-STATUS
              MOVE 'Y'                  TO WS-RPLIST-EOF
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
           PERFORM UNTIL RPLIST-EOF-FOUND
              READ RPLIST
                AT END
                    MOVE 'Y'            TO WS-RPLIST-EOF
                NOT AT END
                    ADD 1               TO WS-LIST-READ
                    PERFORM 060-ADD-LIST-ENTRY
              END-READ
           END-PERFORM
           IF WS-RPLIST-STATUS = '00' OR '10'
              CLOSE RPLIST
           END-IF
           .
      *
       060-ADD-LIST-ENTRY.
           IF WS-LIST-COUNT NOT < 20000
      * ** A dropped party is one nobody is screened against - fail
      * ** the run loudly and resize the table before the rerun
              DISPLAY ' ** WS-LIST-TABLE FULL AT 20000 - '
                 'screening incomplete, run failed: ' RP-ENTRY-ID
              MOVE 12                   TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-LIST-COUNT
           MOVE RP-ENTRY-ID       TO WS-LT-ENTRY-ID(WS-LIST-COUNT)
           MOVE RP-LIST-CODE      TO WS-LT-LIST-CODE(WS-LIST-COUNT)
           MOVE RP-PARTY-NAME     TO WS-LT-PARTY-NAME(WS-LIST-COUNT)
           MOVE 'Y'                     TO WS-NORM-NAME-SW
           MOVE RP-PARTY-NAME           TO WS-NORM-IN
           PERFORM 500-NORMALIZE
           MOVE WS-NORM-OUT       TO WS-LT-NAME-KEY(WS-LIST-COUNT)
           MOVE WS-NORM-LEN       TO WS-LT-NAME-LEN(WS-LIST-COUNT)
           MOVE 'N'                     TO WS-NORM-NAME-SW
           MOVE RP-ADDRESS              TO WS-NORM-IN
           PERFORM 500-NORMALIZE
           MOVE WS-NORM-OUT       TO WS-LT-ADDR-KEY(WS-LIST-COUNT)
           MOVE WS-NORM-LEN       TO WS-LT-ADDR-LEN(WS-LIST-COUNT)
           MOVE RP-CITY                 TO WS-NORM-IN
           PERFORM 500-NORMALIZE
           MOVE WS-NORM-OUT       TO WS-LT-CITY-KEY(WS-LIST-COUNT)
           MOVE WS-NORM-LEN       TO WS-LT-CITY-LEN(WS-LIST-COUNT)
           .
      *
      * ** Carries every earlier hit forward, blocked or cleared -
      * ** no block file yet is the first run
       070-LOAD-BLOCKS.
           OPEN INPUT SUPBLOCK
           IF NOT WS-SUPBLOCK-STATUS-OK
              DISPLAY ' No block file on hand, Status: '
                         WS-SUPBLOCK-STATUS
                         ' - starting a new one'
              MOVE 'Y'                  TO WS-SUPBLOCK-EOF
           END-IF
           PERFORM UNTIL SUPBLOCK-EOF-FOUND
              READ SUPBLOCK
                AT END
                    MOVE 'Y'            TO WS-SUPBLOCK-EOF
                NOT AT END
                    ADD 1               TO WS-BLOCKS-READ
                    IF WS-BLK-COUNT < 20000
                       ADD 1            TO WS-BLK-COUNT
                       MOVE SUPBLOCK-RECORD
                          TO WS-BLK-ENTRY(WS-BLK-COUNT)
                    ELSE
      * ** A dropped block would lift it on the generation swap
                       DISPLAY ' ** WS-BLOCK-TABLE FULL AT 20000 '
                          '- block file incomplete, run failed: '
                          SB-SUPPLIER-CODE
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SUPBLOCK-STATUS = '00' OR '10'
              CLOSE SUPBLOCK
           END-IF
           .
      *
       200-READ-NEXT.
           READ SUPMAST NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-SUPPLIERS-READ
           END-READ
           .
      *
      * ** Reduces the supplier's name and addresses once, then
      * ** tries them against every party on the list
       300-SCREEN-SUPPLIER.
           MOVE 'N'                     TO WS-SUPPLIER-HIT
           MOVE 'Y'                     TO WS-NORM-NAME-SW
           MOVE SM-SUPPLIER-NAME        TO WS-NORM-IN
           PERFORM 500-NORMALIZE
           MOVE WS-NORM-OUT             TO WS-SK-NAME-KEY
           MOVE WS-NORM-LEN             TO WS-SK-NAME-LEN
      * ** A name filling all of SUPPLIER-NAME was probably cut
      * ** short on entry - it is scored against the same length of
      * ** the listed name
           IF SM-SUPPLIER-NAME(15:1) NOT = SPACE
              MOVE 'Y'                  TO WS-NAME-CUT
           ELSE
              MOVE 'N'                  TO WS-NAME-CUT
           END-IF
           MOVE 'N'                     TO WS-NORM-NAME-SW
           PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                   UNTIL WS-ADDR-SUB > 3
              MOVE SPACES               TO WS-NORM-IN
              STRING SM-ADDRESS-1(WS-ADDR-SUB) ' '
                     SM-ADDRESS-2(WS-ADDR-SUB) ' '
                     SM-ADDRESS-3(WS-ADDR-SUB)
                     DELIMITED BY SIZE INTO WS-NORM-IN
              END-STRING
              PERFORM 500-NORMALIZE
              MOVE WS-NORM-OUT    TO WS-SK-ADDR-KEY(WS-ADDR-SUB)
              MOVE WS-NORM-LEN    TO WS-SK-ADDR-LEN(WS-ADDR-SUB)
              MOVE SM-CITY(WS-ADDR-SUB) TO WS-NORM-IN
              PERFORM 500-NORMALIZE
              MOVE WS-NORM-OUT    TO WS-SK-CITY-KEY(WS-ADDR-SUB)
              MOVE WS-NORM-LEN    TO WS-SK-CITY-LEN(WS-ADDR-SUB)
           END-PERFORM
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
              PERFORM 350-SCREEN-ENTRY
           END-PERFORM
           IF SUPPLIER-HIT
              ADD 1                     TO WS-SUPPLIERS-HIT
           END-IF
           .
      *
      * ** The supplier's best score on this party over the name and
      * ** the three addresses - a field counts only when it clears
      * ** its own threshold
       350-SCREEN-ENTRY.
           MOVE ZERO                    TO WS-HIT-SCORE
           MOVE SPACES                  TO WS-HIT-FIELD
                                           WS-HIT-ADDRESS-TYPE
                                           WS-HIT-PRIORITY
           IF WS-LT-NAME-LEN(WS-LIST-IDX) > 0
              AND WS-SK-NAME-LEN > 0
              MOVE WS-SK-NAME-KEY       TO WS-CMP-A
              MOVE WS-SK-NAME-LEN       TO WS-CMP-A-LEN
              MOVE WS-LT-NAME-KEY(WS-LIST-IDX) TO WS-CMP-B
              MOVE WS-LT-NAME-LEN(WS-LIST-IDX) TO WS-CMP-B-LEN
              IF NAME-MAY-BE-CUT AND WS-CMP-B-LEN > WS-CMP-A-LEN
                 MOVE WS-CMP-A-LEN      TO WS-CMP-B-LEN
              END-IF
              PERFORM 550-SCORE-PAIR
              IF SM-IMPORTER
                 MOVE WS-RPS-HIGH-RISK-THRESHOLD TO WS-THRESHOLD
              ELSE
                 MOVE WS-RPS-NAME-THRESHOLD      TO WS-THRESHOLD
              END-IF
              IF WS-CMP-SCORE NOT < WS-THRESHOLD
                 MOVE WS-CMP-SCORE      TO WS-HIT-SCORE
                 MOVE 'NAME'            TO WS-HIT-FIELD
                 IF SM-IMPORTER
                    MOVE 'HIGH'         TO WS-HIT-PRIORITY
                 END-IF
              END-IF
           END-IF
           IF WS-LT-ADDR-LEN(WS-LIST-IDX) > 0
              PERFORM VARYING WS-ADDR-SUB FROM 1 BY 1
                      UNTIL WS-ADDR-SUB > 3
                 PERFORM 400-SCREEN-ADDRESS
              END-PERFORM
           END-IF
           IF WS-HIT-FIELD NOT = SPACES
              MOVE 'Y'                  TO WS-SUPPLIER-HIT
              PERFORM 450-RECORD-HIT
           END-IF
           .
      *
      * ** Street lines scored against the listed address; a city
      * ** given on both sides must agree as well
       400-SCREEN-ADDRESS.
           IF WS-SK-ADDR-LEN(WS-ADDR-SUB) = 0
              EXIT PARAGRAPH
           END-IF
           IF WS-LT-CITY-LEN(WS-LIST-IDX) > 0
              AND WS-SK-CITY-LEN(WS-ADDR-SUB) > 0
              AND WS-LT-CITY-KEY(WS-LIST-IDX)
                  NOT = WS-SK-CITY-KEY(WS-ADDR-SUB)
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SK-ADDR-KEY(WS-ADDR-SUB) TO WS-CMP-A
           MOVE WS-SK-ADDR-LEN(WS-ADDR-SUB) TO WS-CMP-A-LEN
           MOVE WS-LT-ADDR-KEY(WS-LIST-IDX) TO WS-CMP-B
           MOVE WS-LT-ADDR-LEN(WS-LIST-IDX) TO WS-CMP-B-LEN
           PERFORM 550-SCORE-PAIR
           IF SM-REMIT-ADDRESS(WS-ADDR-SUB)
              MOVE WS-RPS-HIGH-RISK-THRESHOLD TO WS-THRESHOLD
           ELSE
              MOVE WS-RPS-ADDR-THRESHOLD      TO WS-THRESHOLD
           END-IF
           IF WS-CMP-SCORE NOT < WS-THRESHOLD
              AND WS-CMP-SCORE > WS-HIT-SCORE
              MOVE WS-CMP-SCORE         TO WS-HIT-SCORE
              MOVE SPACES               TO WS-HIT-FIELD
              STRING 'ADDR-' WS-ADDR-SUB
                     DELIMITED BY SIZE INTO WS-HIT-FIELD
              END-STRING
              MOVE SM-ADDRESS-TYPE(WS-ADDR-SUB)
                                        TO WS-HIT-ADDRESS-TYPE
              IF SM-REMIT-ADDRESS(WS-ADDR-SUB) OR SM-IMPORTER
                 MOVE 'HIGH'            TO WS-HIT-PRIORITY
              END-IF
           END-IF
           .
      *
      * ** A hit already on the block file keeps its state - one
      * ** compliance cleared stays cleared.  A new hit is blocked
       450-RECORD-HIT.
           ADD 1                        TO WS-HIT-COUNT
           MOVE 'N'                     TO WS-BLOCK-STATE
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
                      OR BLOCK-ON-FILE
              IF WS-BK-SUPPLIER-CODE(WS-BLK-IDX) = SM-SUPPLIER-CODE
                 AND WS-BK-LIST-ENTRY-ID(WS-BLK-IDX)
                     = WS-LT-ENTRY-ID(WS-LIST-IDX)
                 MOVE 'Y'               TO WS-BLOCK-STATE
                 SET WS-BLOCK-SUB       TO WS-BLK-IDX
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN BLOCK-ON-FILE AND WS-BK-CLEARED(WS-BLOCK-SUB)
                 ADD 1                  TO WS-CLEARED-HIT-COUNT
                 MOVE SPACES            TO WS-DL-BLOCK-STATUS
                 STRING 'CLEARED ' WS-BK-CLEARED-DATE(WS-BLOCK-SUB)
                        ' ' WS-BK-CLEARED-BY(WS-BLOCK-SUB)
                        DELIMITED BY SIZE INTO WS-DL-BLOCK-STATUS
                 END-STRING
              WHEN BLOCK-ON-FILE
                 ADD 1                  TO WS-STILL-BLOCKED-COUNT
                 MOVE SPACES            TO WS-DL-BLOCK-STATUS
                 STRING 'BLOCKED SINCE '
                        WS-BK-HIT-DATE(WS-BLOCK-SUB)
                        DELIMITED BY SIZE INTO WS-DL-BLOCK-STATUS
                 END-STRING
              WHEN WS-BLK-COUNT NOT < 20000
                 DISPLAY ' ** WS-BLOCK-TABLE FULL AT 20000 '
                    '- hit not blocked, run failed: '
                    SM-SUPPLIER-CODE
                 MOVE 12                TO RETURN-CODE
                 MOVE '*NOT BLOCKED - TABLE FULL*'
                                        TO WS-DL-BLOCK-STATUS
              WHEN OTHER
                 ADD 1                  TO WS-NEW-BLOCK-COUNT
                 ADD 1                  TO WS-BLK-COUNT
                 MOVE SPACES      TO WS-BLK-ENTRY(WS-BLK-COUNT)
                 MOVE SM-SUPPLIER-CODE
                            TO WS-BK-SUPPLIER-CODE(WS-BLK-COUNT)
                 MOVE WS-LT-ENTRY-ID(WS-LIST-IDX)
                            TO WS-BK-LIST-ENTRY-ID(WS-BLK-COUNT)
                 MOVE WS-LT-LIST-CODE(WS-LIST-IDX)
                            TO WS-BK-LIST-CODE(WS-BLK-COUNT)
                 MOVE 'B'   TO WS-BK-BLOCK-STATUS(WS-BLK-COUNT)
                 MOVE WS-HIT-FIELD
                            TO WS-BK-MATCH-FIELD(WS-BLK-COUNT)
                 MOVE WS-HIT-ADDRESS-TYPE
                            TO WS-BK-ADDRESS-TYPE(WS-BLK-COUNT)
                 MOVE WS-HIT-SCORE
                            TO WS-BK-MATCH-SCORE(WS-BLK-COUNT)
                 MOVE WS-TODAY-DATE
                            TO WS-BK-HIT-DATE(WS-BLK-COUNT)
                 MOVE WS-LT-PARTY-NAME(WS-LIST-IDX)
                            TO WS-BK-LIST-PARTY-NAME(WS-BLK-COUNT)
                 MOVE ZERO  TO WS-BK-CLEARED-DATE(WS-BLK-COUNT)
                 MOVE '*NEW - PAYMENT/ORDERS BLOCKED*'
                                        TO WS-DL-BLOCK-STATUS
                 DISPLAY ' - Supplier blocked: ' SM-SUPPLIER-CODE
                    ' on ' WS-LT-LIST-CODE(WS-LIST-IDX) ' '
                    WS-LT-ENTRY-ID(WS-LIST-IDX)
           END-EVALUATE
           MOVE WS-HIT-PRIORITY         TO WS-DL-PRIORITY
           MOVE SM-SUPPLIER-CODE        TO WS-DL-SUPPLIER-CODE
           MOVE SM-SUPPLIER-NAME        TO WS-DL-SUPPLIER-NAME
           MOVE SM-SUPPLIER-TYPE        TO WS-DL-SUPPLIER-TYPE
           MOVE WS-HIT-FIELD            TO WS-DL-MATCH-FIELD
           MOVE WS-HIT-SCORE            TO WS-DL-SCORE
           MOVE WS-LT-LIST-CODE(WS-LIST-IDX)   TO WS-DL-LIST-CODE
           MOVE WS-LT-ENTRY-ID(WS-LIST-IDX)    TO WS-DL-ENTRY-ID
           MOVE WS-LT-PARTY-NAME(WS-LIST-IDX)  TO WS-DL-PARTY-NAME
           WRITE RPHIT-LINE FROM WS-DETAIL-LINE
           IF NOT WS-RPHITR-STATUS-OK
              DISPLAY ' Error writing file RPHITR, Status: '
                         WS-RPHITR-STATUS
           END-IF
           .
      *
      * ** WS-NORM-IN reduced to WS-NORM-OUT / WS-NORM-LEN
       500-NORMALIZE.
           INSPECT WS-NORM-IN CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NORM-IN CONVERTING
              '.,-/&()#''"*;:'
              TO '             '
           MOVE SPACES                  TO WS-NORM-OUT
           PERFORM VARYING WS-NORM-WORD-SUB FROM 1 BY 1
                   UNTIL WS-NORM-WORD-SUB > 10
              MOVE SPACES       TO WS-NORM-WORD(WS-NORM-WORD-SUB)
           END-PERFORM
           UNSTRING WS-NORM-IN DELIMITED BY ALL SPACE
              INTO WS-NORM-WORD(1) WS-NORM-WORD(2) WS-NORM-WORD(3)
                   WS-NORM-WORD(4) WS-NORM-WORD(5) WS-NORM-WORD(6)
                   WS-NORM-WORD(7) WS-NORM-WORD(8) WS-NORM-WORD(9)
                   WS-NORM-WORD(10)
           END-UNSTRING
           MOVE 1                       TO WS-NORM-PTR
           PERFORM VARYING WS-NORM-WORD-SUB FROM 1 BY 1
                   UNTIL WS-NORM-WORD-SUB > 10
              IF WS-NORM-WORD(WS-NORM-WORD-SUB) NOT = SPACES
                 MOVE 'N'               TO WS-NOISE-STATE
                 IF NORM-IS-NAME
                    PERFORM VARYING WS-NOISE-IDX FROM 1 BY 1
                            UNTIL WS-NOISE-IDX > 18
                       IF WS-NOISE-WORD(WS-NOISE-IDX)
                             = WS-NORM-WORD(WS-NORM-WORD-SUB)
                          MOVE 'Y'      TO WS-NOISE-STATE
                       END-IF
                    END-PERFORM
                 END-IF
                 IF NOT NOISE-WORD
                    STRING WS-NORM-WORD(WS-NORM-WORD-SUB)
                           DELIMITED BY SPACE
                      INTO WS-NORM-OUT WITH POINTER WS-NORM-PTR
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE WS-NORM-LEN = WS-NORM-PTR - 1
           .
      *
      * ** Character-pair similarity of WS-CMP-A and WS-CMP-B, each
      * ** pair of B usable once; keys too short to pair score 100
      * ** only when identical
       550-SCORE-PAIR.
           MOVE ZERO                    TO WS-CMP-SCORE
           IF WS-CMP-A-LEN < 2 OR WS-CMP-B-LEN < 2
              IF WS-CMP-A-LEN = WS-CMP-B-LEN
                 AND WS-CMP-A-LEN > 0
                 AND WS-CMP-A(1:WS-CMP-A-LEN)
                     = WS-CMP-B(1:WS-CMP-B-LEN)
                 MOVE 100               TO WS-CMP-SCORE
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO                    TO WS-CMP-COMMON
           PERFORM VARYING WS-CMP-J FROM 1 BY 1
                   UNTIL WS-CMP-J > 50
              MOVE 'N'                  TO WS-CMP-USED(WS-CMP-J)
           END-PERFORM
           PERFORM VARYING WS-CMP-I FROM 1 BY 1
                   UNTIL WS-CMP-I > WS-CMP-A-LEN - 1
              MOVE 'N'                  TO WS-BIGRAM-STATE
              PERFORM VARYING WS-CMP-J FROM 1 BY 1
                      UNTIL WS-CMP-J > WS-CMP-B-LEN - 1
                         OR BIGRAM-FOUND
                 IF WS-CMP-USED(WS-CMP-J) = 'N'
                    AND WS-CMP-A(WS-CMP-I:2) = WS-CMP-B(WS-CMP-J:2)
                    MOVE 'Y'            TO WS-CMP-USED(WS-CMP-J)
                    MOVE 'Y'            TO WS-BIGRAM-STATE
                    ADD 1               TO WS-CMP-COMMON
                 END-IF
              END-PERFORM
           END-PERFORM
           COMPUTE WS-CMP-SCORE =
              (WS-CMP-COMMON * 200)
              / (WS-CMP-A-LEN + WS-CMP-B-LEN - 2)
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
              ADD 1                     TO WS-BLOCKS-WRITTEN
           END-PERFORM
           .
      *
       950-WRITE-TOTALS.
           MOVE SPACES                  TO RPHIT-LINE
           WRITE RPHIT-LINE
           MOVE 'SUPPLIERS SCREENED     :' TO WS-TL-LABEL
           MOVE WS-SUPPLIERS-READ       TO WS-TL-COUNT
           WRITE RPHIT-LINE FROM WS-TOTAL-LINE
           MOVE 'PARTIES ON LIST        :' TO WS-TL-LABEL
           MOVE WS-LIST-COUNT           TO WS-TL-COUNT
           WRITE RPHIT-LINE FROM WS-TOTAL-LINE
           MOVE 'SUPPLIERS WITH HITS    :' TO WS-TL-LABEL
           MOVE WS-SUPPLIERS-HIT        TO WS-TL-COUNT
           WRITE RPHIT-LINE FROM WS-TOTAL-LINE
           MOVE 'NEW BLOCKS PLACED      :' TO WS-TL-LABEL
           MOVE WS-NEW-BLOCK-COUNT      TO WS-TL-COUNT
           WRITE RPHIT-LINE FROM WS-TOTAL-LINE
           MOVE 'HITS STILL BLOCKED     :' TO WS-TL-LABEL
           MOVE WS-STILL-BLOCKED-COUNT  TO WS-TL-COUNT
           WRITE RPHIT-LINE FROM WS-TOTAL-LINE
           MOVE 'HITS ALREADY CLEARED   :' TO WS-TL-LABEL
           MOVE WS-CLEARED-HIT-COUNT    TO WS-TL-COUNT
           WRITE RPHIT-LINE FROM WS-TOTAL-LINE
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' RPSCRN01 CONTROL TOTALS'
           DISPLAY ' LIST ENTRIES READ      : ' WS-LIST-READ
           DISPLAY ' BLOCK RECORDS READ     : ' WS-BLOCKS-READ
           DISPLAY ' SUPPLIERS SCREENED     : ' WS-SUPPLIERS-READ
           DISPLAY ' SCREENING HITS         : ' WS-HIT-COUNT
           DISPLAY ' NEW BLOCKS PLACED      : ' WS-NEW-BLOCK-COUNT
           DISPLAY ' HITS STILL BLOCKED     : ' WS-STILL-BLOCKED-COUNT
           DISPLAY ' HITS ALREADY CLEARED   : ' WS-CLEARED-HIT-COUNT
           DISPLAY ' BLOCK RECORDS WRITTEN  : ' WS-BLOCKS-WRITTEN
           DISPLAY '================================================'
           .
