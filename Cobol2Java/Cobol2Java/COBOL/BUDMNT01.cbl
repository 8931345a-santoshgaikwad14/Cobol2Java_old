       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMNT01.
      *============================
      * ** Department budget maintenance - applies ADD/CHANGE/DELETE
      * ** transactions from BUDTRANS to the BUDMAST purchasing
      * ** budget master (one record per department, fiscal year and
      * ** fiscal period, as BUDPARM defines them) and writes the
      * ** updated master to NEWBUDGT for BUDCOM01's commitment
      * ** report.  An ADD for a budget already on the master and a
      * ** CHANGE/DELETE for one that is not are rejected to BUDREJS
      * ** with diagnostics, as are a department no buyer on the
      * ** BUYERMST buyer master belongs to, a fiscal year outside
      * ** the BUDPARM window, a period other than 01-12 and a
      * ** non-numeric budget amount.  A department that has since
      * ** lost its buyers can still have its budgets deleted.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT BUDMAST     ASSIGN TO BUDMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUDMAST-STATUS
             .
           SELECT BUYERMST    ASSIGN TO BUYERMST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUYERMST-STATUS
             .
           SELECT BUDTRANS    ASSIGN TO BUDTRANS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUDTRANS-STATUS
             .
           SELECT NEWBUDGT    ASSIGN TO NEWBUDGT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWBUDGT-STATUS
             .
           SELECT BUDREJS     ASSIGN TO BUDREJS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUDREJS-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Purchasing budget master - one record per department,
      * ** fiscal year and fiscal period, in US dollars
       FD  BUDMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGET-RECORD.
       01  BUDGET-RECORD.
           05  BG-KEY.
               10  BG-DEPARTMENT        PIC X(10).
               10  BG-FISCAL-YEAR       PIC 9(04).
               10  BG-FISCAL-PERIOD     PIC 9(02).
           05  BG-BUDGET-AMOUNT         PIC 9(11)V99.
           05  BG-DESCRIPTION           PIC X(20).
           05  BG-LAST-CHANGE-DATE      PIC 9(08).
           05  FILLER                   PIC X(03).
      *
      * ** Buyer master - supplies the departments a budget may be
      * ** set for
       FD  BUYERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYER-RECORD.
       01  BUYER-RECORD.
           05  BM-BUYER-CODE            PIC X(03).
           05  BM-BUYER-NAME            PIC X(25).
           05  BM-DEPARTMENT            PIC X(10).
           05  BM-ACTIVE-FLAG           PIC X(01).
               88 BM-BUYER-ACTIVE       VALUE 'A'.
               88 BM-BUYER-INACTIVE     VALUE 'I'.
           05  BM-APPROVAL-LIMIT        PIC 9(09)V99.
           05  BM-APPROVER-FLAG         PIC X(01).
               88 BM-CAN-APPROVE        VALUE 'Y'.
           05  BM-APPROVER-CODE         PIC X(03).
           05  FILLER                   PIC X(06).
      *
       FD  BUDTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 61 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDTRANS-RECORD.
       01  BUDTRANS-RECORD.
           05  BT-ACTION                PIC X(01).
               88 BT-ADD                VALUE 'A'.
               88 BT-CHANGE             VALUE 'C'.
               88 BT-DELETE             VALUE 'D'.
           05  BT-BUDGET-DETAIL.
               10  BT-KEY.
                   15  BT-DEPARTMENT    PIC X(10).
                   15  BT-FISCAL-YEAR   PIC 9(04).
                   15  BT-FISCAL-YEAR-X REDEFINES BT-FISCAL-YEAR
                                        PIC X(04).
                   15  BT-FISCAL-PERIOD PIC 9(02).
                   15  BT-FISCAL-PERIOD-X
                                        REDEFINES BT-FISCAL-PERIOD
                                        PIC X(02).
               10  BT-BUDGET-AMOUNT     PIC 9(11)V99.
               10  BT-BUDGET-AMOUNT-X   REDEFINES BT-BUDGET-AMOUNT
                                        PIC X(13).
               10  BT-DESCRIPTION       PIC X(20).
               10  FILLER               PIC X(11).
      *
       FD  NEWBUDGT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWBUDGT-RECORD.
       01  NEWBUDGT-RECORD              PIC X(60).
      *
       FD  BUDREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDREJ-RECORD.
       01  BUDREJ-RECORD.
           05  BJ-ACTION                PIC X(01).
           05  BJ-BUDGET-DETAIL         PIC X(60).
           05  BJ-ERROR-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-BUDMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-BUDMAST-STATUS-OK    VALUE '00'.
           05 WS-BUYERMST-STATUS        PIC X(02) VALUE '00'.
             88 WS-BUYERMST-STATUS-OK   VALUE '00'.
           05 WS-BUDTRANS-STATUS        PIC X(02) VALUE '00'.
             88 WS-BUDTRANS-STATUS-OK   VALUE '00'.
           05 WS-NEWBUDGT-STATUS        PIC X(02) VALUE '00'.
             88 WS-NEWBUDGT-STATUS-OK   VALUE '00'.
           05 WS-BUDREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-BUDREJS-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-BUYERMST-EOF           PIC X VALUE SPACES.
              88 BUYERMST-EOF-FOUND     VALUE 'Y'.
           05 WS-TRANS-EOF              PIC X VALUE SPACES.
              88 TRANS-EOF-FOUND        VALUE 'Y'.
           05 WS-BUDGET-STATE           PIC X VALUE 'N'.
              88 BUDGET-ON-MASTER       VALUE 'Y'.
           05 WS-DEPT-STATE             PIC X VALUE 'N'.
              88 DEPT-ON-BUYER-MASTER   VALUE 'Y'.
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
       COPY BUDPARM.
      *
      * ** The whole budget master is held in core - deleted entries
      * ** are blanked and skipped on the way out
       01  WS-BUDGET-TABLE.
           05 WS-BUDGET-COUNT           PIC 9(04) COMP VALUE ZERO.
           05 WS-BUDGET-ENTRY           OCCURS 3000 TIMES
                                         INDEXED BY WS-BUDGET-IDX.
              10 WS-BG-KEY.
                 15 WS-BG-DEPARTMENT    PIC X(10).
                 15 WS-BG-FISCAL-YEAR   PIC 9(04).
                 15 WS-BG-FISCAL-PERIOD PIC 9(02).
              10 WS-BG-BUDGET-AMOUNT    PIC 9(11)V99.
              10 WS-BG-DESCRIPTION      PIC X(20).
              10 WS-BG-LAST-CHANGE-DATE PIC 9(08).
              10 FILLER                 PIC X(03).
       01  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-OUT-SUB                   PIC 9(04) COMP VALUE ZERO.
      *
      * ** Every department a buyer on BUYERMST belongs to
       01  WS-DEPT-TABLE.
           05 WS-DEPT-COUNT             PIC 9(04) COMP VALUE ZERO.
           05 WS-DEPT-ENTRY             OCCURS 500 TIMES
                                         INDEXED BY WS-DEPT-IDX.
              10 WS-DT-DEPARTMENT       PIC X(10).
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
           CLOSE BUDTRANS
                 NEWBUDGT
                 BUDREJS
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      * ** The first run has no budget master yet - every budget
      * ** then arrives as an ADD
           OPEN INPUT BUDMAST
           IF NOT WS-BUDMAST-STATUS-OK
              DISPLAY ' No budget master on file, Status: '
                         WS-BUDMAST-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           OPEN INPUT BUDTRANS
           IF NOT WS-BUDTRANS-STATUS-OK
              DISPLAY ' Error opening file BUDTRANS, Status: '
                         WS-BUDTRANS-STATUS
              MOVE 'Y'                  TO WS-TRANS-EOF
           END-IF
           OPEN OUTPUT NEWBUDGT
           IF NOT WS-NEWBUDGT-STATUS-OK
              DISPLAY ' Error opening file NEWBUDGT, Status: '
                         WS-NEWBUDGT-STATUS
           END-IF
           OPEN OUTPUT BUDREJS
           IF NOT WS-BUDREJS-STATUS-OK
              DISPLAY ' Error opening file BUDREJS, Status: '
                         WS-BUDREJS-STATUS
           END-IF
           PERFORM 050-LOAD-DEPARTMENTS
           PERFORM 100-LOAD-MASTER
           .
      *
      * ** Collects the distinct departments on the buyer master -
      * ** a budget for any other department could never be
      * ** committed against
       050-LOAD-DEPARTMENTS.
           OPEN INPUT BUYERMST
           IF NOT WS-BUYERMST-STATUS-OK
              DISPLAY ' Error opening file BUYERMST, Status: '
                         WS-BUYERMST-STATUS
              MOVE 'Y'                  TO WS-BUYERMST-EOF
           END-IF
           PERFORM UNTIL BUYERMST-EOF-FOUND
              READ BUYERMST
                AT END
                    MOVE 'Y'            TO WS-BUYERMST-EOF
                NOT AT END
                    IF BM-DEPARTMENT NOT = SPACES
                       PERFORM 060-ADD-DEPARTMENT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-BUYERMST-STATUS = '00' OR '10'
              CLOSE BUYERMST
           END-IF
           .
      *
       060-ADD-DEPARTMENT.
           MOVE 'N'                     TO WS-DEPT-STATE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
              IF WS-DT-DEPARTMENT(WS-DEPT-IDX) = BM-DEPARTMENT
                 MOVE 'Y'               TO WS-DEPT-STATE
              END-IF
           END-PERFORM
           IF NOT DEPT-ON-BUYER-MASTER
              IF WS-DEPT-COUNT < 500
                 ADD 1                  TO WS-DEPT-COUNT
                 MOVE BM-DEPARTMENT
                    TO WS-DT-DEPARTMENT(WS-DEPT-COUNT)
              ELSE
                 DISPLAY ' ** WS-DEPT-TABLE is full - department '
                    'dropped: ' BM-DEPARTMENT
              END-IF
           END-IF
           .
      *
       100-LOAD-MASTER.
           PERFORM UNTIL MASTER-EOF-FOUND
              READ BUDMAST
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    ADD 1               TO WS-MASTER-READ
                    IF WS-BUDGET-COUNT < 3000
                       ADD 1            TO WS-BUDGET-COUNT
                       MOVE BUDGET-RECORD
                          TO WS-BUDGET-ENTRY(WS-BUDGET-COUNT)
                    ELSE
                       DISPLAY ' ** WS-BUDGET-TABLE is full - master '
                          'record dropped: ' BG-KEY
                    END-IF
              END-READ
           END-PERFORM
           IF WS-BUDMAST-STATUS = '00' OR '10'
              CLOSE BUDMAST
           END-IF
           .
      *
       300-READ-TRANS.
           READ BUDTRANS
             AT END
                 MOVE 'Y'       TO WS-TRANS-EOF
             NOT AT END
                 ADD +1         TO WS-TRANS-READ
           END-READ
           .
      *
       400-APPLY-TRANSACTION.
           PERFORM 450-FIND-BUDGET
           EVALUATE TRUE
              WHEN BT-ADD
                 PERFORM 500-APPLY-ADD
              WHEN BT-CHANGE
                 PERFORM 600-APPLY-CHANGE
              WHEN BT-DELETE
                 PERFORM 700-APPLY-DELETE
              WHEN OTHER
                 MOVE ' ACTION CODE MUST BE A, C OR D.'
                                        TO BJ-ERROR-MESSAGE
                 PERFORM 900-WRITE-BUDREJ
           END-EVALUATE
           .
      *
       450-FIND-BUDGET.
           MOVE 'N'                     TO WS-BUDGET-STATE
           MOVE ZERO                    TO WS-FOUND-SUB
           PERFORM VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
              IF WS-BG-KEY(WS-BUDGET-IDX) = BT-KEY
                 MOVE 'Y'               TO WS-BUDGET-STATE
                 SET WS-FOUND-SUB       TO WS-BUDGET-IDX
              END-IF
           END-PERFORM
           .
      *
       500-APPLY-ADD.
           IF BUDGET-ON-MASTER
              MOVE ' BUDGET ALREADY ON BUDGET MASTER.'
                                        TO BJ-ERROR-MESSAGE
              PERFORM 900-WRITE-BUDREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 650-EDIT-BUDGET
           IF BJ-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-BUDREJ
              EXIT PARAGRAPH
           END-IF
           IF WS-BUDGET-COUNT < 3000
              ADD 1                     TO WS-BUDGET-COUNT
              MOVE SPACES
                 TO WS-BUDGET-ENTRY(WS-BUDGET-COUNT)
              MOVE BT-DEPARTMENT
                 TO WS-BG-DEPARTMENT(WS-BUDGET-COUNT)
              MOVE BT-FISCAL-YEAR
                 TO WS-BG-FISCAL-YEAR(WS-BUDGET-COUNT)
              MOVE BT-FISCAL-PERIOD
                 TO WS-BG-FISCAL-PERIOD(WS-BUDGET-COUNT)
              MOVE BT-BUDGET-AMOUNT
                 TO WS-BG-BUDGET-AMOUNT(WS-BUDGET-COUNT)
              MOVE BT-DESCRIPTION
                 TO WS-BG-DESCRIPTION(WS-BUDGET-COUNT)
              MOVE WS-TODAY-DATE
                 TO WS-BG-LAST-CHANGE-DATE(WS-BUDGET-COUNT)
              ADD 1                     TO WS-ADDED-COUNT
              DISPLAY ' - Budget added: ' BT-DEPARTMENT ' '
                 BT-FISCAL-YEAR '/' BT-FISCAL-PERIOD
           ELSE
              MOVE ' BUDGET MASTER IS FULL.'
                                        TO BJ-ERROR-MESSAGE
              PERFORM 900-WRITE-BUDREJ
           END-IF
           .
      *
       600-APPLY-CHANGE.
           IF NOT BUDGET-ON-MASTER
              MOVE ' BUDGET NOT ON BUDGET MASTER.'
                                        TO BJ-ERROR-MESSAGE
              PERFORM 900-WRITE-BUDREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 650-EDIT-BUDGET
           IF BJ-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-BUDREJ
              EXIT PARAGRAPH
           END-IF
           MOVE BT-BUDGET-AMOUNT
                              TO WS-BG-BUDGET-AMOUNT(WS-FOUND-SUB)
           MOVE BT-DESCRIPTION
                              TO WS-BG-DESCRIPTION(WS-FOUND-SUB)
           MOVE WS-TODAY-DATE
                              TO WS-BG-LAST-CHANGE-DATE(WS-FOUND-SUB)
           ADD 1                        TO WS-CHANGED-COUNT
           DISPLAY ' - Budget changed: ' BT-DEPARTMENT ' '
              BT-FISCAL-YEAR '/' BT-FISCAL-PERIOD
           .
      *
      * ** Edits the key and amount of an ADD or CHANGE image.  A
      * ** zero budget is legal - it says the department is to buy
      * ** nothing that period, so anything it commits is flagged.
      * ** Leaves BJ-ERROR-MESSAGE spaces when clean
       650-EDIT-BUDGET.
           MOVE SPACES                  TO BJ-ERROR-MESSAGE
           IF BT-DEPARTMENT = SPACES
              MOVE ' DEPARTMENT IS REQUIRED.'
                                        TO BJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                     TO WS-DEPT-STATE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
              IF WS-DT-DEPARTMENT(WS-DEPT-IDX) = BT-DEPARTMENT
                 MOVE 'Y'               TO WS-DEPT-STATE
              END-IF
           END-PERFORM
           IF NOT DEPT-ON-BUYER-MASTER
              MOVE ' DEPARTMENT HAS NO BUYER ON BUYERMST.'
                                        TO BJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF BT-FISCAL-YEAR-X NOT NUMERIC
              OR BT-FISCAL-YEAR < WS-FISCAL-YEAR-LOW
              OR BT-FISCAL-YEAR > WS-FISCAL-YEAR-HIGH
              MOVE ' FISCAL-YEAR IS NOT A VALID YEAR.'
                                        TO BJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF BT-FISCAL-PERIOD-X NOT NUMERIC
              OR BT-FISCAL-PERIOD < 1
              OR BT-FISCAL-PERIOD > 12
              MOVE ' FISCAL-PERIOD MUST BE 01 THRU 12.'
                                        TO BJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF BT-BUDGET-AMOUNT-X NOT NUMERIC
              MOVE ' BUDGET-AMOUNT MUST BE NUMERIC.'
                                        TO BJ-ERROR-MESSAGE
           END-IF
           .
      *
      * ** Blanks the entry - 800-WRITE-NEW-MASTER skips blank keys
       700-APPLY-DELETE.
           IF NOT BUDGET-ON-MASTER
              MOVE ' BUDGET NOT ON BUDGET MASTER.'
                                        TO BJ-ERROR-MESSAGE
              PERFORM 900-WRITE-BUDREJ
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-BUDGET-ENTRY(WS-FOUND-SUB)
           ADD 1                        TO WS-DELETED-COUNT
           DISPLAY ' - Budget deleted: ' BT-DEPARTMENT ' '
              BT-FISCAL-YEAR '/' BT-FISCAL-PERIOD
           .
      *
       800-WRITE-NEW-MASTER.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-BUDGET-COUNT
              IF WS-BG-DEPARTMENT(WS-OUT-SUB) NOT = SPACES
                 MOVE WS-BUDGET-ENTRY(WS-OUT-SUB)
                                        TO NEWBUDGT-RECORD
                 WRITE NEWBUDGT-RECORD
                 IF NOT WS-NEWBUDGT-STATUS-OK
                    DISPLAY ' Error writing file NEWBUDGT, Status: '
                               WS-NEWBUDGT-STATUS
                 END-IF
                 ADD 1                  TO WS-WRITTEN-COUNT
              END-IF
           END-PERFORM
           .
      *
       900-WRITE-BUDREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           DISPLAY ' - Budget transaction REJECTED: ' BT-ACTION
              ' ' BT-DEPARTMENT ' ' BT-FISCAL-YEAR-X '/'
              BT-FISCAL-PERIOD-X ', Error: ' BJ-ERROR-MESSAGE
           MOVE BT-ACTION               TO BJ-ACTION
           MOVE BT-BUDGET-DETAIL        TO BJ-BUDGET-DETAIL
           WRITE BUDREJ-RECORD
           IF NOT WS-BUDREJS-STATUS-OK
              DISPLAY ' Error writing file BUDREJS, Status: '
                         WS-BUDREJS-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' BUDMNT01 CONTROL TOTALS'
           DISPLAY ' MASTER RECORDS READ    : ' WS-MASTER-READ
           DISPLAY ' TRANSACTIONS READ      : ' WS-TRANS-READ
           DISPLAY ' BUDGETS ADDED          : ' WS-ADDED-COUNT
           DISPLAY ' BUDGETS CHANGED        : ' WS-CHANGED-COUNT
           DISPLAY ' BUDGETS DELETED        : ' WS-DELETED-COUNT
           DISPLAY ' TRANSACTIONS REJECTED  : ' WS-REJECTED-COUNT
           DISPLAY ' NEW MASTER WRITTEN     : ' WS-WRITTEN-COUNT
           DISPLAY '================================================'
           .
