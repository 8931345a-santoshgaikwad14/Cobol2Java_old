       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRMMNT01.
      *============================
      * ** Payment terms master maintenance - applies ADD/CHANGE/
      * ** DELETE transactions from TERMTRAN to the TERMMAST table
      * ** of payment terms codes (the SM-PAYMENT-TERMS values
      * ** carried on SUPMAST) with the early-payment discount
      * ** percent, the days the discount runs and the net days to
      * ** the due date, and writes the updated master to NEWTERMS.
      * ** APCASH01 dates every approved invoice from this table, so
      * ** new terms agreed with a supplier are a data change here.
      * ** An ADD for a code already on the master and a CHANGE/
      * ** DELETE for one that is not are rejected to TRMREJS with
      * ** diagnostics, as are non-numeric percent or days, a
      * ** discount of 100 percent or more, a discount with no
      * ** discount days (or days with no discount), and discount
      * ** days beyond the net days.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT TERMMAST    ASSIGN TO TERMMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-TERMMAST-STATUS
             .
           SELECT TERMTRAN    ASSIGN TO TERMTRAN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-TERMTRAN-STATUS
             .
           SELECT NEWTERMS    ASSIGN TO NEWTERMS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWTERMS-STATUS
             .
           SELECT TRMREJS     ASSIGN TO TRMREJS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-TRMREJS-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Payment terms master - one record per terms code, e.g.
      * ** 2% 10 days net 30 is 0200 / 010 / 030
       FD  TERMMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMMAST-RECORD.
       01  TERMMAST-RECORD.
           05  TM-TERMS-CODE            PIC X(03).
           05  TM-DISCOUNT-PCT          PIC 9(02)V99.
           05  TM-DISCOUNT-DAYS         PIC 9(03).
           05  TM-NET-DAYS              PIC 9(03).
           05  TM-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(07).
      *
       FD  TERMTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 41 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TERMTRAN-RECORD.
       01  TERMTRAN-RECORD.
           05  TT-ACTION                PIC X(01).
               88 TT-ADD                VALUE 'A'.
               88 TT-CHANGE             VALUE 'C'.
               88 TT-DELETE             VALUE 'D'.
           05  TT-TERMS-DETAIL.
               10  TT-TERMS-CODE        PIC X(03).
               10  TT-DISCOUNT-PCT      PIC 9(02)V99.
               10  TT-DISCOUNT-DAYS     PIC 9(03).
               10  TT-NET-DAYS          PIC 9(03).
               10  TT-DESCRIPTION       PIC X(20).
               10  FILLER               PIC X(07).
      *
       FD  NEWTERMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWTERMS-RECORD.
       01  NEWTERMS-RECORD              PIC X(40).
      *
       FD  TRMREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMREJ-RECORD.
       01  TRMREJ-RECORD.
           05  TJ-ACTION                PIC X(01).
           05  TJ-TERMS-DETAIL          PIC X(40).
           05  TJ-ERROR-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-TERMMAST-STATUS        PIC X(02) VALUE '00'.
             88 WS-TERMMAST-STATUS-OK   VALUE '00'.
           05 WS-TERMTRAN-STATUS        PIC X(02) VALUE '00'.
             88 WS-TERMTRAN-STATUS-OK   VALUE '00'.
           05 WS-NEWTERMS-STATUS        PIC X(02) VALUE '00'.
             88 WS-NEWTERMS-STATUS-OK   VALUE '00'.
           05 WS-TRMREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-TRMREJS-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-TRANS-EOF              PIC X VALUE SPACES.
              88 TRANS-EOF-FOUND        VALUE 'Y'.
           05 WS-TERMS-STATE            PIC X VALUE 'N'.
              88 TERMS-ON-MASTER        VALUE 'Y'.
           05 WS-DETAIL-STATE           PIC X VALUE 'Y'.
              88 TERMS-DETAIL-VALID     VALUE 'Y'.
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
      * ** The whole terms master held in core - deleted entries
      * ** are blanked and skipped on the way out
       01  WS-TERMS-TABLE.
           05 WS-TRM-COUNT              PIC 9(04) COMP VALUE ZERO.
           05 WS-TRM-ENTRY              OCCURS 500 TIMES
                                         INDEXED BY WS-TRM-IDX.
              10 WS-TR-TERMS-CODE       PIC X(03).
              10 WS-TR-DISCOUNT-PCT     PIC 9(02)V99.
              10 WS-TR-DISCOUNT-DAYS    PIC 9(03).
              10 WS-TR-NET-DAYS         PIC 9(03).
              10 WS-TR-DESCRIPTION      PIC X(20).
              10 FILLER                 PIC X(07).
       01  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-OUT-SUB                   PIC 9(04) COMP VALUE ZERO.
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
           CLOSE TERMTRAN
                 NEWTERMS
                 TRMREJS
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN INPUT TERMMAST
           IF NOT WS-TERMMAST-STATUS-OK
              DISPLAY ' Error opening file TERMMAST, Status: '
                         WS-TERMMAST-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           OPEN INPUT TERMTRAN
           IF NOT WS-TERMTRAN-STATUS-OK
              DISPLAY ' Error opening file TERMTRAN, Status: '
                         WS-TERMTRAN-STATUS
              MOVE 'Y'                  TO WS-TRANS-EOF
           END-IF
           OPEN OUTPUT NEWTERMS
           IF NOT WS-NEWTERMS-STATUS-OK
              DISPLAY ' Error opening file NEWTERMS, Status: '
                         WS-NEWTERMS-STATUS
           END-IF
           OPEN OUTPUT TRMREJS
           IF NOT WS-TRMREJS-STATUS-OK
              DISPLAY ' Error opening file TRMREJS, Status: '
                         WS-TRMREJS-STATUS
           END-IF
           PERFORM 100-LOAD-MASTER
           .
      *
       100-LOAD-MASTER.
           PERFORM UNTIL MASTER-EOF-FOUND
              READ TERMMAST
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    ADD 1               TO WS-MASTER-READ
                    IF WS-TRM-COUNT < 500
                       ADD 1            TO WS-TRM-COUNT
                       MOVE TERMMAST-RECORD
                          TO WS-TRM-ENTRY(WS-TRM-COUNT)
                    ELSE
      * ** A dropped master record would vanish from NEWTERMS on
      * ** the generation swap - fail the run loudly and resize the
      * ** table before the rerun
                       DISPLAY ' ** WS-TERMS-TABLE FULL AT 500 '
                          '- master incomplete, run failed: '
                          TM-TERMS-CODE
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-TERMMAST-STATUS = '00' OR '10'
              CLOSE TERMMAST
           END-IF
           .
      *
       300-READ-TRANS.
           READ TERMTRAN
             AT END
                 MOVE 'Y'       TO WS-TRANS-EOF
             NOT AT END
                 ADD +1         TO WS-TRANS-READ
           END-READ
           .
      *
       400-APPLY-TRANSACTION.
           PERFORM 450-FIND-TERMS
           EVALUATE TRUE
              WHEN TT-ADD
                 PERFORM 500-APPLY-ADD
              WHEN TT-CHANGE
                 PERFORM 600-APPLY-CHANGE
              WHEN TT-DELETE
                 PERFORM 700-APPLY-DELETE
              WHEN OTHER
                 MOVE ' ACTION CODE MUST BE A, C OR D.'
                                        TO TJ-ERROR-MESSAGE
                 PERFORM 900-WRITE-TRMREJ
           END-EVALUATE
           .
      *
       450-FIND-TERMS.
           MOVE 'N'                     TO WS-TERMS-STATE
           MOVE ZERO                    TO WS-FOUND-SUB
           PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
                   UNTIL WS-TRM-IDX > WS-TRM-COUNT
              IF WS-TR-TERMS-CODE(WS-TRM-IDX) = TT-TERMS-CODE
                 MOVE 'Y'               TO WS-TERMS-STATE
                 SET WS-FOUND-SUB       TO WS-TRM-IDX
              END-IF
           END-PERFORM
           .
      *
      * ** Shared by ADD and CHANGE - leaves the first failure in
      * ** TJ-ERROR-MESSAGE.  A discount needs days to run in, and
      * ** must fall due no later than the invoice itself
       470-EDIT-TERMS-DETAIL.
           MOVE 'Y'                     TO WS-DETAIL-STATE
           IF TT-DISCOUNT-PCT IS NOT NUMERIC
              OR TT-DISCOUNT-DAYS IS NOT NUMERIC
              OR TT-NET-DAYS IS NOT NUMERIC
              MOVE ' PERCENT AND DAYS MUST BE NUMERIC.'
                                        TO TJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
              EXIT PARAGRAPH
           END-IF
           IF TT-DISCOUNT-PCT NOT < 100
              MOVE ' DISCOUNT PERCENT MUST BE UNDER 100.'
                                        TO TJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
              EXIT PARAGRAPH
           END-IF
           IF (TT-DISCOUNT-PCT = 0 AND TT-DISCOUNT-DAYS > 0)
              OR (TT-DISCOUNT-PCT > 0 AND TT-DISCOUNT-DAYS = 0)
              MOVE ' DISCOUNT PERCENT AND DAYS GO TOGETHER.'
                                        TO TJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
              EXIT PARAGRAPH
           END-IF
           IF TT-DISCOUNT-DAYS > TT-NET-DAYS
              MOVE ' DISCOUNT DAYS EXCEED NET DAYS.'
                                        TO TJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
           END-IF
           .
      *
       500-APPLY-ADD.
           IF TERMS-ON-MASTER
              MOVE ' TERMS CODE ALREADY ON TERMS MASTER.'
                                        TO TJ-ERROR-MESSAGE
              PERFORM 900-WRITE-TRMREJ
              EXIT PARAGRAPH
           END-IF
           IF TT-TERMS-CODE = SPACES
              MOVE ' TERMS CODE IS REQUIRED.'
                                        TO TJ-ERROR-MESSAGE
              PERFORM 900-WRITE-TRMREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 470-EDIT-TERMS-DETAIL
           IF NOT TERMS-DETAIL-VALID
              PERFORM 900-WRITE-TRMREJ
              EXIT PARAGRAPH
           END-IF
           IF WS-TRM-COUNT < 500
              ADD 1                     TO WS-TRM-COUNT
              MOVE TT-TERMS-DETAIL
                 TO WS-TRM-ENTRY(WS-TRM-COUNT)
              ADD 1                     TO WS-ADDED-COUNT
              DISPLAY ' - Terms added: ' TT-TERMS-CODE
           ELSE
              MOVE ' TERMS MASTER IS FULL.'
                                        TO TJ-ERROR-MESSAGE
              PERFORM 900-WRITE-TRMREJ
           END-IF
           .
      *
       600-APPLY-CHANGE.
           IF NOT TERMS-ON-MASTER
              MOVE ' TERMS CODE NOT ON TERMS MASTER.'
                                        TO TJ-ERROR-MESSAGE
              PERFORM 900-WRITE-TRMREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 470-EDIT-TERMS-DETAIL
           IF NOT TERMS-DETAIL-VALID
              PERFORM 900-WRITE-TRMREJ
              EXIT PARAGRAPH
           END-IF
           MOVE TT-TERMS-DETAIL   TO WS-TRM-ENTRY(WS-FOUND-SUB)
           ADD 1                        TO WS-CHANGED-COUNT
           DISPLAY ' - Terms changed: ' TT-TERMS-CODE
           .
      *
      * ** Blanks the entry - 800-WRITE-NEW-MASTER skips blank codes
       700-APPLY-DELETE.
           IF NOT TERMS-ON-MASTER
              MOVE ' TERMS CODE NOT ON TERMS MASTER.'
                                        TO TJ-ERROR-MESSAGE
              PERFORM 900-WRITE-TRMREJ
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-TRM-ENTRY(WS-FOUND-SUB)
           ADD 1                        TO WS-DELETED-COUNT
           DISPLAY ' - Terms deleted: ' TT-TERMS-CODE
           .
      *
       800-WRITE-NEW-MASTER.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-TRM-COUNT
              IF WS-TR-TERMS-CODE(WS-OUT-SUB) NOT = SPACES
                 MOVE WS-TRM-ENTRY(WS-OUT-SUB)
                                        TO NEWTERMS-RECORD
                 WRITE NEWTERMS-RECORD
                 IF NOT WS-NEWTERMS-STATUS-OK
                    DISPLAY ' Error writing file NEWTERMS, Status: '
                               WS-NEWTERMS-STATUS
                 END-IF
                 ADD 1                  TO WS-WRITTEN-COUNT
              END-IF
           END-PERFORM
           .
      *
       900-WRITE-TRMREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           DISPLAY ' - Terms transaction REJECTED: ' TT-ACTION
              ' ' TT-TERMS-CODE
              ', Error: ' TJ-ERROR-MESSAGE
           MOVE TT-ACTION               TO TJ-ACTION
           MOVE TT-TERMS-DETAIL         TO TJ-TERMS-DETAIL
           WRITE TRMREJ-RECORD
           IF NOT WS-TRMREJS-STATUS-OK
              DISPLAY ' Error writing file TRMREJS, Status: '
                         WS-TRMREJS-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' TRMMNT01 CONTROL TOTALS'
           DISPLAY ' MASTER RECORDS READ    : ' WS-MASTER-READ
           DISPLAY ' TRANSACTIONS READ      : ' WS-TRANS-READ
           DISPLAY ' TERMS ADDED            : ' WS-ADDED-COUNT
           DISPLAY ' TERMS CHANGED          : ' WS-CHANGED-COUNT
           DISPLAY ' TERMS DELETED          : ' WS-DELETED-COUNT
           DISPLAY ' TRANSACTIONS REJECTED  : ' WS-REJECTED-COUNT
           DISPLAY ' NEW MASTER WRITTEN     : ' WS-WRITTEN-COUNT
           DISPLAY '================================================'
           .
