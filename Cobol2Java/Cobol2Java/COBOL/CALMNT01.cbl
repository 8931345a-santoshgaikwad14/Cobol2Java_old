       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMNT01.
      *============================
      * ** Shop calendar maintenance - applies ADD/CHANGE/DELETE
      * ** transactions from CALTRANS to the SHOPCAL shop calendar
      * ** (one record per holiday or plant shutdown period: from
      * ** date, to date, type H or S and a description) and writes
      * ** the updated calendar to NEWCAL in date order.  WRKDAYS
      * ** counts working days from this calendar for every program
      * ** that ages POs, scores delivery or measures lead time.
      * ** A period is keyed by its FROM-DATE.  An ADD for a period
      * ** already on the calendar and a CHANGE/DELETE for one that
      * ** is not are rejected to CALREJS with diagnostics, as are
      * ** an invalid date, a TO-DATE before the FROM-DATE, a period
      * ** longer than CALPARM allows, a type other than H or S, a
      * ** missing description, and a period overlapping another
      * ** already on the calendar.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT SHOPCAL     ASSIGN TO SHOPCAL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SHOPCAL-STATUS
             .
           SELECT CALTRANS    ASSIGN TO CALTRANS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-CALTRANS-STATUS
             .
           SELECT NEWCAL      ASSIGN TO NEWCAL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWCAL-STATUS
             .
           SELECT CALREJS     ASSIGN TO CALREJS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-CALREJS-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Shop calendar - one record per holiday or shutdown
      * ** period, FROM-DATE through TO-DATE inclusive
       FD  SHOPCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHOPCAL-RECORD.
       01  SHOPCAL-RECORD.
           05  CL-FROM-DATE             PIC 9(08).
           05  CL-TO-DATE               PIC 9(08).
           05  CL-CLOSURE-TYPE          PIC X(01).
               88 CL-HOLIDAY            VALUE 'H'.
               88 CL-SHUTDOWN           VALUE 'S'.
           05  CL-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(03).
      *
       FD  CALTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALTRANS-RECORD.
       01  CALTRANS-RECORD.
           05  CT-ACTION                PIC X(01).
               88 CT-ADD                VALUE 'A'.
               88 CT-CHANGE             VALUE 'C'.
               88 CT-DELETE             VALUE 'D'.
           05  CT-CLOSURE-DETAIL.
               10  CT-FROM-DATE         PIC 9(08).
               10  CT-FROM-DATE-X       REDEFINES CT-FROM-DATE
                                        PIC X(08).
               10  CT-TO-DATE           PIC 9(08).
               10  CT-TO-DATE-X         REDEFINES CT-TO-DATE
                                        PIC X(08).
               10  CT-CLOSURE-TYPE      PIC X(01).
                   88 CT-CLOSURE-TYPE-VALID VALUE 'H' 'S'.
               10  CT-DESCRIPTION       PIC X(20).
               10  FILLER               PIC X(03).
      *
       FD  NEWCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWCAL-RECORD.
       01  NEWCAL-RECORD                PIC X(40).
      *
       FD  CALREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALREJ-RECORD.
       01  CALREJ-RECORD.
           05  CJ-ACTION                PIC X(01).
           05  CJ-CLOSURE-DETAIL        PIC X(40).
           05  CJ-ERROR-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-SHOPCAL-STATUS         PIC X(02) VALUE '00'.
             88 WS-SHOPCAL-STATUS-OK    VALUE '00'.
           05 WS-CALTRANS-STATUS        PIC X(02) VALUE '00'.
             88 WS-CALTRANS-STATUS-OK   VALUE '00'.
           05 WS-NEWCAL-STATUS          PIC X(02) VALUE '00'.
             88 WS-NEWCAL-STATUS-OK     VALUE '00'.
           05 WS-CALREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-CALREJS-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-TRANS-EOF              PIC X VALUE SPACES.
              88 TRANS-EOF-FOUND        VALUE 'Y'.
           05 WS-PERIOD-STATE           PIC X VALUE 'N'.
              88 PERIOD-ON-CALENDAR     VALUE 'Y'.
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
       COPY CALPARM.
      *
      * ** The whole calendar is small enough to hold in core -
      * ** deleted entries are blanked and skipped on the way out
       01  WS-PERIOD-TABLE.
           05 WS-PERIOD-COUNT           PIC 9(04) COMP VALUE ZERO.
           05 WS-PERIOD-ENTRY           OCCURS 1000 TIMES
                                         INDEXED BY WS-PERIOD-IDX.
              10 WS-PT-FROM-DATE        PIC 9(08).
              10 WS-PT-TO-DATE          PIC 9(08).
              10 WS-PT-CLOSURE-TYPE     PIC X(01).
              10 WS-PT-DESCRIPTION      PIC X(20).
              10 FILLER                 PIC X(03).
       01  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-NEXT-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  WS-LAST-FROM-DATE            PIC 9(08) VALUE ZERO.
       01  WS-FIRST-YEAR                PIC 9(04) VALUE ZERO.
       01  WS-LAST-YEAR                 PIC 9(04) VALUE ZERO.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  WS-FROM-LILIAN               PIC S9(9) BINARY.
      *
       01  IN-DATE.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
           02  VSTRING-TEXT.
               03  VSTRING-CHAR    PIC X
                           OCCURS 0 TO 256 TIMES
                           DEPENDING ON VSTRING-LENGTH
                               OF IN-DATE.
      *
       01  PICSTR.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
           02  VSTRING-TEXT.
               03  VSTRING-CHAR    PIC X
                           OCCURS 0 TO 256 TIMES
                           DEPENDING ON VSTRING-LENGTH
                              OF PICSTR.
       01  FC.
           02  Condition-Token-Value.
               03  CASE-1-CONDITION-ID.
                   04  SEVERITY         PIC S9(4) BINARY.
                   04  MSG-NO           PIC S9(4) BINARY.
               03  CASE-2-CONDITION-ID
                         REDEFINES CASE-1-CONDITION-ID.
                   04  CLASS-CODE       PIC S9(4) BINARY.
                   04  CAUSE-CODE       PIC S9(4) BINARY.
               03  CASE-SEV-CTL         PIC X.
               03  FACILITY-ID          PIC XXX.
           02  I-S-INFO                 PIC S9(9) BINARY.
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
           CLOSE CALTRANS
                 NEWCAL
                 CALREJS
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN INPUT SHOPCAL
           IF NOT WS-SHOPCAL-STATUS-OK
              DISPLAY ' Error opening file SHOPCAL, Status: '
                         WS-SHOPCAL-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           OPEN INPUT CALTRANS
           IF NOT WS-CALTRANS-STATUS-OK
              DISPLAY ' Error opening file CALTRANS, Status: '
                         WS-CALTRANS-STATUS
              MOVE 'Y'                  TO WS-TRANS-EOF
           END-IF
           OPEN OUTPUT NEWCAL
           IF NOT WS-NEWCAL-STATUS-OK
              DISPLAY ' Error opening file NEWCAL, Status: '
                         WS-NEWCAL-STATUS
           END-IF
           OPEN OUTPUT CALREJS
           IF NOT WS-CALREJS-STATUS-OK
              DISPLAY ' Error opening file CALREJS, Status: '
                         WS-CALREJS-STATUS
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           PERFORM 100-LOAD-MASTER
           .
      *
       100-LOAD-MASTER.
           PERFORM UNTIL MASTER-EOF-FOUND
              READ SHOPCAL
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    ADD 1               TO WS-MASTER-READ
                    IF WS-PERIOD-COUNT < 1000
                       ADD 1            TO WS-PERIOD-COUNT
                       MOVE SHOPCAL-RECORD
                          TO WS-PERIOD-ENTRY(WS-PERIOD-COUNT)
                    ELSE
      * ** A dropped period would reopen the plant on paper - fail
      * ** the run loudly and resize the table before the rerun
                       DISPLAY ' ** WS-PERIOD-TABLE FULL AT 1000 - '
                          'calendar incomplete, run failed: '
                          CL-FROM-DATE
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SHOPCAL-STATUS = '00' OR '10'
              CLOSE SHOPCAL
           END-IF
           .
      *
       300-READ-TRANS.
           READ CALTRANS
             AT END
                 MOVE 'Y'       TO WS-TRANS-EOF
             NOT AT END
                 ADD +1         TO WS-TRANS-READ
           END-READ
           .
      *
       400-APPLY-TRANSACTION.
           PERFORM 450-FIND-PERIOD
           EVALUATE TRUE
              WHEN CT-ADD
                 PERFORM 500-APPLY-ADD
              WHEN CT-CHANGE
                 PERFORM 600-APPLY-CHANGE
              WHEN CT-DELETE
                 PERFORM 700-APPLY-DELETE
              WHEN OTHER
                 MOVE ' ACTION CODE MUST BE A, C OR D.'
                                        TO CJ-ERROR-MESSAGE
                 PERFORM 900-WRITE-CALREJ
           END-EVALUATE
           .
      *
       450-FIND-PERIOD.
           MOVE 'N'                     TO WS-PERIOD-STATE
           MOVE ZERO                    TO WS-FOUND-SUB
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
              IF WS-PT-CLOSURE-TYPE(WS-PERIOD-IDX) NOT = SPACES
                 AND WS-PT-FROM-DATE(WS-PERIOD-IDX) = CT-FROM-DATE-X
                 MOVE 'Y'               TO WS-PERIOD-STATE
                 SET WS-FOUND-SUB       TO WS-PERIOD-IDX
              END-IF
           END-PERFORM
           .
      *
       500-APPLY-ADD.
           IF PERIOD-ON-CALENDAR
              MOVE ' FROM-DATE ALREADY ON SHOP CALENDAR.'
                                        TO CJ-ERROR-MESSAGE
              PERFORM 900-WRITE-CALREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 650-EDIT-PERIOD
           IF CJ-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-CALREJ
              EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-COUNT < 1000
              ADD 1                     TO WS-PERIOD-COUNT
              MOVE CT-CLOSURE-DETAIL
                 TO WS-PERIOD-ENTRY(WS-PERIOD-COUNT)
              ADD 1                     TO WS-ADDED-COUNT
              DISPLAY ' - Closure added: ' CT-FROM-DATE
                 ' ' CT-DESCRIPTION
           ELSE
              MOVE ' SHOP CALENDAR IS FULL.'
                                        TO CJ-ERROR-MESSAGE
              PERFORM 900-WRITE-CALREJ
           END-IF
           .
      *
      * ** The FROM-DATE is the key - moving a period's start is a
      * ** DELETE and an ADD
       600-APPLY-CHANGE.
           IF NOT PERIOD-ON-CALENDAR
              MOVE ' FROM-DATE NOT ON SHOP CALENDAR.'
                                        TO CJ-ERROR-MESSAGE
              PERFORM 900-WRITE-CALREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 650-EDIT-PERIOD
           IF CJ-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-CALREJ
              EXIT PARAGRAPH
           END-IF
           MOVE CT-TO-DATE        TO WS-PT-TO-DATE(WS-FOUND-SUB)
           MOVE CT-CLOSURE-TYPE   TO WS-PT-CLOSURE-TYPE(WS-FOUND-SUB)
           MOVE CT-DESCRIPTION    TO WS-PT-DESCRIPTION(WS-FOUND-SUB)
           ADD 1                        TO WS-CHANGED-COUNT
           DISPLAY ' - Closure changed: ' CT-FROM-DATE
              ' ' CT-DESCRIPTION
           .
      *
      * ** Edits the period of an ADD or CHANGE image.  Both dates
      * ** must be real calendar dates, in order, no longer than
      * ** CALPARM allows, and clear of every other period on the
      * ** calendar - a day closed twice would be counted once
      * ** anyway, so an overlap is always a keying error.  Leaves
      * ** CJ-ERROR-MESSAGE spaces when clean
       650-EDIT-PERIOD.
           MOVE SPACES                  TO CJ-ERROR-MESSAGE
           IF CT-FROM-DATE-X NOT NUMERIC
              MOVE ' FROM-DATE MUST BE NUMERIC.'
                                        TO CJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF CT-TO-DATE-X NOT NUMERIC
              MOVE ' TO-DATE MUST BE NUMERIC.'
                                        TO CJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE CT-FROM-DATE            TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, WS-FROM-LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE ' FROM-DATE IS not a valid date.'
                                        TO CJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE CT-TO-DATE              TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE ' TO-DATE IS not a valid date.'
                                        TO CJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF LILIAN < WS-FROM-LILIAN
              MOVE ' TO-DATE IS earlier than FROM-DATE.'
                                        TO CJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF LILIAN - WS-FROM-LILIAN + 1 > WS-MAX-CLOSURE-DAYS
              MOVE ' CLOSURE PERIOD IS longer than allowed.'
                                        TO CJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF NOT CT-CLOSURE-TYPE-VALID
              MOVE ' CLOSURE-TYPE MUST BE H OR S.'
                                        TO CJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF CT-DESCRIPTION = SPACES
              MOVE ' DESCRIPTION IS REQUIRED.'
                                        TO CJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
              IF WS-PERIOD-IDX NOT = WS-FOUND-SUB
                 AND WS-PT-CLOSURE-TYPE(WS-PERIOD-IDX) NOT = SPACES
                 AND WS-PT-FROM-DATE(WS-PERIOD-IDX)
                     NOT > CT-TO-DATE
                 AND WS-PT-TO-DATE(WS-PERIOD-IDX)
                     NOT < CT-FROM-DATE
                 MOVE ' PERIOD OVERLAPS another on calendar.'
                                        TO CJ-ERROR-MESSAGE
              END-IF
           END-PERFORM
           .
      *
      * ** Blanks the entry - 800-WRITE-NEW-MASTER skips blank types
       700-APPLY-DELETE.
           IF NOT PERIOD-ON-CALENDAR
              MOVE ' FROM-DATE NOT ON SHOP CALENDAR.'
                                        TO CJ-ERROR-MESSAGE
              PERFORM 900-WRITE-CALREJ
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-PERIOD-ENTRY(WS-FOUND-SUB)
           ADD 1                        TO WS-DELETED-COUNT
           DISPLAY ' - Closure deleted: ' CT-FROM-DATE
           .
      *
      * ** Writes the surviving periods in FROM-DATE order, so the
      * ** calendar reads as a calendar however it was keyed
       800-WRITE-NEW-MASTER.
           MOVE ZERO                    TO WS-LAST-FROM-DATE
           PERFORM 810-FIND-NEXT-PERIOD
           PERFORM UNTIL WS-NEXT-SUB = ZERO
              MOVE WS-PERIOD-ENTRY(WS-NEXT-SUB)
                                        TO NEWCAL-RECORD
              WRITE NEWCAL-RECORD
              IF NOT WS-NEWCAL-STATUS-OK
                 DISPLAY ' Error writing file NEWCAL, Status: '
                            WS-NEWCAL-STATUS
              END-IF
              ADD 1                     TO WS-WRITTEN-COUNT
              IF WS-FIRST-YEAR = ZERO
                 MOVE WS-PT-FROM-DATE(WS-NEXT-SUB)(1:4)
                                        TO WS-FIRST-YEAR
              END-IF
              IF WS-PT-TO-DATE(WS-NEXT-SUB)(1:4) > WS-LAST-YEAR
                 MOVE WS-PT-TO-DATE(WS-NEXT-SUB)(1:4)
                                        TO WS-LAST-YEAR
              END-IF
              MOVE WS-PT-FROM-DATE(WS-NEXT-SUB)
                                        TO WS-LAST-FROM-DATE
              PERFORM 810-FIND-NEXT-PERIOD
           END-PERFORM
           .
      *
      * ** Lowest FROM-DATE after the one last written, or zero
      * ** when every period is out
       810-FIND-NEXT-PERIOD.
           MOVE ZERO                    TO WS-NEXT-SUB
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
              IF WS-PT-CLOSURE-TYPE(WS-PERIOD-IDX) NOT = SPACES
                 AND WS-PT-FROM-DATE(WS-PERIOD-IDX)
                     > WS-LAST-FROM-DATE
                 IF WS-NEXT-SUB = ZERO
                    SET WS-NEXT-SUB     TO WS-PERIOD-IDX
                 ELSE
                    IF WS-PT-FROM-DATE(WS-PERIOD-IDX)
                       < WS-PT-FROM-DATE(WS-NEXT-SUB)
                       SET WS-NEXT-SUB  TO WS-PERIOD-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *
       900-WRITE-CALREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           DISPLAY ' - Calendar transaction REJECTED: ' CT-ACTION
              ' ' CT-FROM-DATE-X ', Error: ' CJ-ERROR-MESSAGE
           MOVE CT-ACTION               TO CJ-ACTION
           MOVE CT-CLOSURE-DETAIL       TO CJ-CLOSURE-DETAIL
           WRITE CALREJ-RECORD
           IF NOT WS-CALREJS-STATUS-OK
              DISPLAY ' Error writing file CALREJS, Status: '
                         WS-CALREJS-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' CALMNT01 CONTROL TOTALS'
           DISPLAY ' CALENDAR PERIODS READ  : ' WS-MASTER-READ
           DISPLAY ' TRANSACTIONS READ      : ' WS-TRANS-READ
           DISPLAY ' PERIODS ADDED          : ' WS-ADDED-COUNT
           DISPLAY ' PERIODS CHANGED        : ' WS-CHANGED-COUNT
           DISPLAY ' PERIODS DELETED        : ' WS-DELETED-COUNT
           DISPLAY ' TRANSACTIONS REJECTED  : ' WS-REJECTED-COUNT
           DISPLAY ' NEW CALENDAR WRITTEN   : ' WS-WRITTEN-COUNT
           DISPLAY ' CALENDAR YEARS         : ' WS-FIRST-YEAR
                   ' - ' WS-LAST-YEAR
           DISPLAY '================================================'
           .
