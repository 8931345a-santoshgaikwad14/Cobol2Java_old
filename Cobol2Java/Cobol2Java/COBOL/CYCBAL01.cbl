      * ** and the newest PMLOAD01/ERPEXT01 step-control records on
      * ** STEPCTL, and prints one reconciliation page per cycle:
      * ** records read must equal passed plus rejected plus
      * ** scope-ok plus held for PO approval, GOODPARTS passed
      * ** must equal what PMLOAD01 read, PMLOAD01's read must
      * ** equal ERPEXT01's, and ERPEXT01 must have sent one P row
      * ** per record read.  Every break is flagged on the page and
      * ** the run ends RC 8, so operations holds the downstream
      * ** jobs instead of hearing about the break from the ERP
      * ** days later.  A cycle BKOUT01 has backed out (its STEPCTL
      * ** entry carries the reversed run's own date/time) is
      * ** marked REVERSED with the count of changes put back, so
      * ** nobody releases a cycle whose master updates no longer
      * ** stand.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       FD  RUNHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNHIST-RECORD.
       01  RUNHIST-RECORD.
           05  RH-SCOPE-OK-COUNT        PIC 9(07).
           05  RH-REJECTED-COUNT        PIC 9(07).
           05  RH-SOURCE-ID             PIC X(08).
           05  RH-HELD-COUNT            PIC 9(07).
      *
      * ** Step control appended by PMLOAD01, ERPEXT01 and BKOUT01
       FD  STEPCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
              88 PMLOAD-STEP-SEEN       VALUE 'Y'.
           05 WS-ERPEXT-SEEN            PIC X VALUE 'N'.
              88 ERPEXT-STEP-SEEN       VALUE 'Y'.
           05 WS-BKOUT-SEEN             PIC X VALUE 'N'.
              88 CYCLE-REVERSED         VALUE 'Y'.
           05 WS-STEP-CURRENT           PIC X VALUE 'N'.
              88 STEP-IN-CYCLE          VALUE 'Y'.
      *
           05 WS-CY-PASSED              PIC 9(07) VALUE ZERO.
           05 WS-CY-REJECTED            PIC 9(07) VALUE ZERO.
           05 WS-CY-SCOPE-OK            PIC 9(07) VALUE ZERO.
           05 WS-CY-HELD                PIC 9(07) VALUE ZERO.
           05 WS-CY-PM-IN               PIC 9(07) VALUE ZERO.
           05 WS-CY-PM-OUT              PIC 9(07) VALUE ZERO.
           05 WS-CY-EX-IN               PIC 9(07) VALUE ZERO.
           05 WS-CY-EX-OUT              PIC 9(07) VALUE ZERO.
           05 WS-CY-BK-IN               PIC 9(07) VALUE ZERO.
           05 WS-CY-BK-OUT              PIC 9(07) VALUE ZERO.
       01  WS-EXPECTED                  PIC 9(07) VALUE ZERO.
       01  WS-LEFT-VALUE                PIC 9(07) VALUE ZERO.
       01  WS-RIGHT-VALUE               PIC 9(07) VALUE ZERO.
                                           WS-CY-PASSED
                                           WS-CY-REJECTED
                                           WS-CY-SCOPE-OK
                                           WS-CY-HELD
           END-IF
           MOVE 'Y'                     TO WS-FINAL01-SEEN
           ADD RH-RECORDS-READ          TO WS-CY-READ
           ADD RH-PASSED-COUNT          TO WS-CY-PASSED
           ADD RH-REJECTED-COUNT        TO WS-CY-REJECTED
           ADD RH-SCOPE-OK-COUNT        TO WS-CY-SCOPE-OK
           ADD RH-HELD-COUNT            TO WS-CY-HELD
           .
      *
      * ** Keeps the newest step-control entry per program, but only
                             MOVE 'Y'   TO WS-ERPEXT-SEEN
                             MOVE SC-IN-COUNT  TO WS-CY-EX-IN
                             MOVE SC-OUT-COUNT TO WS-CY-EX-OUT
      * ** A backout is stamped with the reversed run's date/time -
      * ** only an exact match reverses this cycle
                          WHEN 'BKOUT01'
                             IF SC-RUN-DATE = WS-CY-RUN-DATE
                                AND SC-RUN-TIME = WS-CY-RUN-TIME
                                MOVE 'Y' TO WS-BKOUT-SEEN
                                MOVE SC-IN-COUNT  TO WS-CY-BK-IN
                                MOVE SC-OUT-COUNT TO WS-CY-BK-OUT
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
           MOVE WS-CY-RUN-DATE          TO WS-CL-RUN-DATE
           MOVE WS-CY-RUN-TIME          TO WS-CL-RUN-TIME
           WRITE REPORT-LINE FROM WS-CYCLE-LINE
           IF CYCLE-REVERSED
              MOVE ' ** CYCLE REVERSED BY BKOUT01 - BACKOUT APPLIED'
                                        TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE 'BKOUT01 RECORDS JOURNALED / CHANGES REVERSED'
                                        TO WS-CK-DESC
              MOVE WS-CY-BK-IN          TO WS-CK-LEFT
              MOVE WS-CY-BK-OUT         TO WS-CK-RIGHT
              MOVE 'REVERSED'           TO WS-CK-FLAG
              WRITE REPORT-LINE FROM WS-CHECK-LINE
           END-IF
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
      *
           COMPUTE WS-EXPECTED =
              WS-CY-PASSED + WS-CY-REJECTED + WS-CY-SCOPE-OK
              + WS-CY-HELD
           MOVE 'FINAL01 READ = PASS + REJECT + SCOPE + HELD'
                                        TO WS-CK-DESC
           MOVE WS-CY-READ              TO WS-LEFT-VALUE
           MOVE WS-EXPECTED             TO WS-RIGHT-VALUE
           DISPLAY ' RUNHIST RECORDS READ   : ' WS-RUNHIST-READ
           DISPLAY ' STEPCTL RECORDS READ   : ' WS-STEPCTL-READ
           DISPLAY ' BALANCING BREAKS       : ' WS-BREAK-COUNT
           IF CYCLE-REVERSED
              DISPLAY ' CYCLE STATUS           : REVERSED BY BKOUT01'
           END-IF
           DISPLAY ' RETURN CODE            : ' RETURN-CODE
           DISPLAY '================================================'
           .
