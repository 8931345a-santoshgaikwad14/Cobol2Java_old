       IDENTIFICATION DIVISION.
       PROGRAM-ID. POACK01.
      *============================
      * ** Supplier order acknowledgment processing - closes the
      * ** loop on the order lines POXMIT01 sends.  Each supplier
      * ** returns one SUPACKS record per order line it judged:
      * ** accepted as ordered, rejected (with the supplier's
      * ** reason), or accepted with a promised date of its own.
      * ** Each acknowledgment is matched back to its POMAST line by
      * ** PO-NUMBER/PART-NUMBER and the outcome recorded on the line.
      * ** An acknowledgment for a line not on the master, from a
      * ** supplier other than the one the line is ordered from, or
      * ** for a line with a change still waiting to be sent, is
      * ** listed and not applied.  The master is then browsed and
      * ** every open line whose promised date falls later than the
      * ** DELIVERY-DATE purchasing asked for is printed on POACKRPT
      * ** with the days of slip, together with the lines suppliers
      * ** have rejected and the lines still unacknowledged past the
      * ** ACKPARM window, so expediting starts from the supplier's
      * ** own answer rather than the missed date.  Slip and waiting
      * ** time are both shop working days (SHOPCAL calendar via
      * ** WRKDAYS, as POAGE01 ages).  A line whose answer could not
      * ** be rewritten to POMAST ends the step RC 12.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT SUPACKS     ASSIGN TO SUPACKS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SUPACKS-STATUS
             .
           SELECT POMAST      ASSIGN TO POMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PL-KEY
             FILE STATUS      IS  WS-POMAST-STATUS
             .
           SELECT POACKRPT    ASSIGN TO POACKRPT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-POACKRPT-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Inbound acknowledgments from suppliers - one per order
      * ** line judged, keyed back to the line by PO and part
       FD  SUPACKS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPACK-RECORD.
       01  SUPACK-RECORD.
           05  AK-PO-NUMBER             PIC X(06).
           05  AK-PART-NUMBER           PIC X(23).
           05  AK-SUPPLIER-CODE         PIC X(10).
           05  AK-STATUS                PIC X(01).
               88 AK-ACCEPTED           VALUE 'A'.
               88 AK-REJECTED           VALUE 'R'.
               88 AK-PROMISED           VALUE 'P'.
           05  AK-PROMISED-DATE         PIC 9(08).
           05  AK-ACK-DATE              PIC 9(08).
           05  AK-REASON                PIC X(40).
      *
      * ** Purchase-order line master loaded by POLOAD01 and amended
      * ** by POCHG01 - one record per order line
       FD  POMAST
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS POMAST-REC.
       01  POMAST-REC.
           05  PL-KEY.
               10  PL-PO-NUMBER         PIC X(06).
               10  PL-PART-NUMBER       PIC X(23).
           05  PL-SUPPLIER-CODE         PIC X(10).
           05  PL-BUYER-CODE            PIC X(03).
           05  PL-QUANTITY              PIC S9(07).
           05  PL-UNIT-PRICE            PIC S9(07)V99.
           05  PL-CURRENCY-CODE         PIC X(03).
           05  PL-ORDER-DATE            PIC 9(08).
           05  PL-DELIVERY-DATE         PIC 9(08).
           05  PL-LINE-STATUS           PIC X(01).
               88 PL-LINE-OPEN          VALUE 'O'.
               88 PL-LINE-CANCELLED     VALUE 'X'.
           05  PL-LAST-CHANGE-DATE      PIC 9(08).
           05  PL-LAST-CHANGE-BY        PIC X(08).
           05  PL-RUN-ID                PIC X(15).
      * ** Supplier transmission state set by POLOAD01/POCHG01 and
      * ** cleared by POXMIT01; acknowledgment state set by POACK01
           05  PL-XMIT-STATUS           PIC X(01).
               88 PL-XMIT-PENDING       VALUE 'P'.
               88 PL-XMIT-SENT          VALUE 'S'.
           05  PL-XMIT-ACTION           PIC X(01).
               88 PL-XMIT-NEW           VALUE 'N'.
               88 PL-XMIT-CHANGE        VALUE 'C'.
               88 PL-XMIT-CANCEL        VALUE 'X'.
           05  PL-XMIT-DATE             PIC 9(08).
           05  PL-ACK-STATUS            PIC X(01).
               88 PL-ACK-ACCEPTED       VALUE 'A'.
               88 PL-ACK-REJECTED       VALUE 'R'.
               88 PL-ACK-PROMISED       VALUE 'P'.
           05  PL-PROMISED-DATE         PIC 9(08).
           05  PL-ACK-DATE              PIC 9(08).
           05  FILLER                   PIC X(14).
      *
       FD  POACKRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-SUPACKS-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPACKS-STATUS-OK    VALUE '00'.
           05 WS-POMAST-STATUS          PIC X(02) VALUE '00'.
             88 WS-POMAST-STATUS-OK     VALUE '00'.
           05 WS-POACKRPT-STATUS        PIC X(02) VALUE '00'.
             88 WS-POACKRPT-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-LINE-STATE             PIC X VALUE 'N'.
              88 PO-LINE-FOUND          VALUE 'Y'.
           05 WS-ACK-VALID              PIC X VALUE 'N'.
              88 ACK-IS-VALID           VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-SUPACKS-READ           PIC 9(07) VALUE ZEROS.
           05 WS-ACCEPTED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-PROMISED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-REJECTED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-UNMATCHED-ACKS         PIC 9(07) VALUE ZEROS.
           05 WS-WRONG-SUPPLIER         PIC 9(07) VALUE ZEROS.
           05 WS-AWAITING-RESEND        PIC 9(07) VALUE ZEROS.
           05 WS-INVALID-ACKS           PIC 9(07) VALUE ZEROS.
           05 WS-REWRITE-ERRORS         PIC 9(07) VALUE ZEROS.
           05 WS-MASTER-READ            PIC 9(07) VALUE ZEROS.
           05 WS-LATE-COUNT             PIC 9(05) VALUE ZEROS.
           05 WS-REJECTED-OPEN          PIC 9(05) VALUE ZEROS.
           05 WS-OVERDUE-COUNT          PIC 9(05) VALUE ZEROS.
      *
       COPY ACKPARM.
      *
       COPY WORKDAYS.
      *
       01  WS-SUBROUTINE-NAMES.
           05 WS-WRKDAYS                PIC X(12) VALUE 'WRKDAYS'.
      *
       01  WS-RC-CANDIDATE              PIC 9(02) VALUE ZERO.
      *
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-DAYS-LATE                 PIC S9(9) BINARY.
       01  WS-DAYS-WAITING              PIC S9(9) BINARY.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
       01  PROMISED-LILIAN              PIC S9(9) BINARY.
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
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(34) VALUE
                   'SUPPLIER ACKNOWLEDGMENT EXCEPTIONS'.
               10  FILLER                PIC X(04) VALUE SPACES.
               10  WS-HL-CALENDAR        PIC X(30).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(24) VALUE
                   'PART-NUMBER'.
               10  FILLER                PIC X(11) VALUE
                   'SUPPLIER'.
               10  FILLER                PIC X(07) VALUE 'PO'.
               10  FILLER                PIC X(09) VALUE 'DELIVERY'.
               10  FILLER                PIC X(09) VALUE 'PROMISED'.
               10  FILLER                PIC X(06) VALUE ' DAYS'.
               10  FILLER                PIC X(08) VALUE 'STATUS'.
           05  WS-DETAIL-LINE.
               10  WS-DL-PART-NUMBER     PIC X(23).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PO-NUMBER       PIC X(06).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-DELIVERY-DATE   PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PROMISED-DATE   PIC X(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-DAYS            PIC ZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-CLASS           PIC X(08).
           05  WS-TOTAL-LINE.
               10  FILLER                PIC X(26) VALUE
                   'PROMISED LATER THAN DUE : '.
               10  WS-TL-LATE-COUNT      PIC ZZZZ9.
           05  WS-REJECT-TOTAL-LINE.
               10  FILLER                PIC X(26) VALUE
                   'REJECTED BY SUPPLIER    : '.
               10  WS-TL-REJECT-COUNT    PIC ZZZZ9.
           05  WS-OVERDUE-TOTAL-LINE.
               10  FILLER                PIC X(26) VALUE
                   'NOT ACKNOWLEDGED        : '.
               10  WS-TL-OVERDUE-COUNT   PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 200-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              PERFORM 100-PROCESS-ACK
              PERFORM 200-READ-NEXT
           END-PERFORM
           PERFORM 400-LIST-EXCEPTIONS
           PERFORM 800-WRITE-TOTALS
           PERFORM 990-CONTROL-TOTALS
      * ** Late promises, rejections and silent suppliers finish RC 4
      * ** so expediting sees them; an answer lost on the master
      * ** finishes RC 12
           IF WS-LATE-COUNT > 0
              OR WS-REJECTED-OPEN > 0
              OR WS-OVERDUE-COUNT > 0
              MOVE 4                    TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           IF WS-REWRITE-ERRORS > 0
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
      *
           CLOSE SUPACKS
                 POMAST
                 POACKRPT
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN INPUT SUPACKS
           IF NOT WS-SUPACKS-STATUS-OK
              DISPLAY ' Error opening file SUPACKS, Status: '
                         WS-SUPACKS-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           OPEN I-O POMAST
           IF NOT WS-POMAST-STATUS-OK
              DISPLAY ' Error opening file POMAST, Status: '
                         WS-POMAST-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 'Y'                  TO WS-MASTER-EOF
              MOVE 12                   TO WS-RC-CANDIDATE
              PERFORM 925-RAISE-RETURN-CODE
           END-IF
           OPEN OUTPUT POACKRPT
           IF NOT WS-POACKRPT-STATUS-OK
              DISPLAY ' Error opening file POACKRPT, Status: '
                         WS-POACKRPT-STATUS
           END-IF
           MOVE 'L'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-CALENDAR-TITLE    TO WS-HL-CALENDAR
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'              TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
           .
      *
      * ** An acknowledgment is applied only to the line it answers:
      * ** on the master, from the line's own supplier, and not
      * ** overtaken by a change that has not gone out yet (the
      * ** supplier is then answering the earlier version)
       100-PROCESS-ACK.
           MOVE 'N'                     TO WS-LINE-STATE
           MOVE AK-PO-NUMBER            TO PL-PO-NUMBER
           MOVE AK-PART-NUMBER          TO PL-PART-NUMBER
           READ POMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-LINE-STATE
           END-READ
           IF NOT PO-LINE-FOUND
              ADD 1                     TO WS-UNMATCHED-ACKS
              DISPLAY ' ** Acknowledgment for line not on POMAST: '
                 AK-PO-NUMBER ' ' AK-PART-NUMBER
              EXIT PARAGRAPH
           END-IF
           IF AK-SUPPLIER-CODE NOT = PL-SUPPLIER-CODE
              ADD 1                     TO WS-WRONG-SUPPLIER
              DISPLAY ' ** Acknowledgment from ' AK-SUPPLIER-CODE
                 ' - line is ordered from ' PL-SUPPLIER-CODE ': '
                 AK-PO-NUMBER ' ' AK-PART-NUMBER
              EXIT PARAGRAPH
           END-IF
           IF PL-XMIT-PENDING
              ADD 1                     TO WS-AWAITING-RESEND
              DISPLAY ' ** Acknowledgment ignored - line has a change '
                 'not yet sent: ' AK-PO-NUMBER ' ' AK-PART-NUMBER
              EXIT PARAGRAPH
           END-IF
           PERFORM 150-EDIT-ACK
           IF NOT ACK-IS-VALID
              ADD 1                     TO WS-INVALID-ACKS
              EXIT PARAGRAPH
           END-IF
           PERFORM 300-RECORD-ACK
           .
      *
      * ** A promise must carry a real date; a plain acceptance is a
      * ** promise to deliver on the DELIVERY-DATE that was ordered
       150-EDIT-ACK.
           MOVE 'Y'                     TO WS-ACK-VALID
           EVALUATE TRUE
              WHEN AK-ACCEPTED
              WHEN AK-REJECTED
                 CONTINUE
              WHEN AK-PROMISED
                 IF AK-PROMISED-DATE IS NOT NUMERIC
                    OR AK-PROMISED-DATE = ZERO
                    MOVE 'N'            TO WS-ACK-VALID
                 ELSE
                    MOVE 8              TO VSTRING-LENGTH OF IN-DATE
                    MOVE AK-PROMISED-DATE
                                        TO VSTRING-TEXT OF IN-DATE
                    CALL 'CEEDAYS' USING IN-DATE, PICSTR,
                                         PROMISED-LILIAN, FC
                    IF SEVERITY NOT = 0
                       MOVE 'N'         TO WS-ACK-VALID
                    END-IF
                 END-IF
                 IF NOT ACK-IS-VALID
                    DISPLAY ' ** Promised date is not a valid date: '
                       AK-PROMISED-DATE ' for ' AK-PO-NUMBER ' '
                       AK-PART-NUMBER
                 END-IF
              WHEN OTHER
                 MOVE 'N'               TO WS-ACK-VALID
                 DISPLAY ' ** Acknowledgment status must be A, R or '
                    'P: ' AK-STATUS ' for ' AK-PO-NUMBER ' '
                    AK-PART-NUMBER
           END-EVALUATE
           .
      *
       300-RECORD-ACK.
           MOVE AK-STATUS               TO PL-ACK-STATUS
           EVALUATE TRUE
              WHEN AK-ACCEPTED
                 ADD 1                  TO WS-ACCEPTED-COUNT
                 MOVE PL-DELIVERY-DATE  TO PL-PROMISED-DATE
              WHEN AK-PROMISED
                 ADD 1                  TO WS-PROMISED-COUNT
                 MOVE AK-PROMISED-DATE  TO PL-PROMISED-DATE
              WHEN AK-REJECTED
                 ADD 1                  TO WS-REJECTED-COUNT
                 MOVE ZERO              TO PL-PROMISED-DATE
                 DISPLAY ' - Rejected by supplier: ' AK-PO-NUMBER ' '
                    AK-PART-NUMBER ' ' AK-REASON
           END-EVALUATE
           IF AK-ACK-DATE IS NUMERIC AND AK-ACK-DATE > ZERO
              MOVE AK-ACK-DATE          TO PL-ACK-DATE
           ELSE
              MOVE WS-TODAY-DATE        TO PL-ACK-DATE
           END-IF
           REWRITE POMAST-REC
             INVALID KEY
                 ADD 1                  TO WS-REWRITE-ERRORS
                 DISPLAY ' Error rewriting POMAST, Status: '
                    WS-POMAST-STATUS ' Key: ' PL-KEY
           END-REWRITE
           .
      *
      * ** Browses the master front to back once every answer is on
      * ** file - cancelled lines are no longer anybody's problem
       400-LIST-EXCEPTIONS.
           MOVE LOW-VALUES              TO PL-KEY
           START POMAST KEY NOT < PL-KEY
             INVALID KEY
                 MOVE 'Y'               TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL MASTER-EOF-FOUND
              READ POMAST NEXT RECORD
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    ADD 1               TO WS-MASTER-READ
                    IF PL-LINE-OPEN
                       PERFORM 450-CHECK-ONE-LINE
                    END-IF
              END-READ
           END-PERFORM
           .
      *
       450-CHECK-ONE-LINE.
           EVALUATE TRUE
              WHEN PL-ACK-REJECTED
                 ADD 1                  TO WS-REJECTED-OPEN
                 MOVE SPACES            TO WS-DL-PROMISED-DATE
                 MOVE ZERO              TO WS-DL-DAYS
                 MOVE 'REJECTED'        TO WS-DL-CLASS
                 PERFORM 900-WRITE-DETAIL
              WHEN PL-ACK-PROMISED OR PL-ACK-ACCEPTED
                 IF PL-PROMISED-DATE > PL-DELIVERY-DATE
                    PERFORM 460-REPORT-LATE-PROMISE
                 END-IF
              WHEN PL-XMIT-SENT AND PL-ACK-STATUS = SPACE
                 PERFORM 470-CHECK-UNANSWERED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *
      * ** The slip is counted in shop working days from the date
      * ** purchasing asked for to the date the supplier has promised
       460-REPORT-LATE-PROMISE.
           MOVE ZERO                    TO WS-DAYS-LATE
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE PL-DELIVERY-DATE        TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY = 0
              MOVE PL-PROMISED-DATE     TO VSTRING-TEXT OF IN-DATE
              CALL 'CEEDAYS' USING IN-DATE, PICSTR,
                                   PROMISED-LILIAN, FC
              IF SEVERITY = 0
                 MOVE 'C'               TO WS-WD-FUNCTION
                 MOVE SPACE             TO WS-WD-ENVIRONMENT
                 MOVE LILIAN            TO WS-WD-FROM-LILIAN
                 MOVE PROMISED-LILIAN   TO WS-WD-TO-LILIAN
                 CALL WS-WRKDAYS USING WS-WORKDAY-AREA
                 MOVE WS-WD-WORKING-DAYS
                                        TO WS-DAYS-LATE
              END-IF
           END-IF
           ADD 1                        TO WS-LATE-COUNT
           MOVE PL-PROMISED-DATE        TO WS-DL-PROMISED-DATE
           MOVE WS-DAYS-LATE            TO WS-DL-DAYS
           MOVE 'LATE'                  TO WS-DL-CLASS
           PERFORM 900-WRITE-DETAIL
           .
      *
      * ** A line sent and never answered is chased once the ACKPARM
      * ** window of shop working days has gone by
       470-CHECK-UNANSWERED.
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE PL-XMIT-DATE            TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY NOT = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 'C'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           MOVE LILIAN                  TO WS-WD-FROM-LILIAN
           MOVE TODAY-LILIAN            TO WS-WD-TO-LILIAN
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-WORKING-DAYS      TO WS-DAYS-WAITING
           IF WS-DAYS-WAITING > WS-PO-ACK-WAIT-DAYS
              ADD 1                     TO WS-OVERDUE-COUNT
              MOVE SPACES               TO WS-DL-PROMISED-DATE
              MOVE WS-DAYS-WAITING      TO WS-DL-DAYS
              MOVE 'NO ACK'             TO WS-DL-CLASS
              PERFORM 900-WRITE-DETAIL
           END-IF
           .
      *
       800-WRITE-TOTALS.
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LATE-COUNT           TO WS-TL-LATE-COUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           MOVE WS-REJECTED-OPEN        TO WS-TL-REJECT-COUNT
           WRITE REPORT-LINE FROM WS-REJECT-TOTAL-LINE
           MOVE WS-OVERDUE-COUNT        TO WS-TL-OVERDUE-COUNT
           WRITE REPORT-LINE FROM WS-OVERDUE-TOTAL-LINE
           .
      *
       900-WRITE-DETAIL.
           MOVE PL-PART-NUMBER          TO WS-DL-PART-NUMBER
           MOVE PL-SUPPLIER-CODE        TO WS-DL-SUPPLIER-CODE
           MOVE PL-PO-NUMBER            TO WS-DL-PO-NUMBER
           MOVE PL-DELIVERY-DATE        TO WS-DL-DELIVERY-DATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF NOT WS-POACKRPT-STATUS-OK
              DISPLAY ' Error writing file POACKRPT, Status: '
                         WS-POACKRPT-STATUS
           END-IF
           .
      *
       200-READ-NEXT.
           READ SUPACKS
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-SUPACKS-READ
           END-READ
           .
      *
      * ** Keeps the worst (highest) return code raised so far
       925-RAISE-RETURN-CODE.
           IF WS-RC-CANDIDATE > RETURN-CODE
              MOVE WS-RC-CANDIDATE      TO RETURN-CODE
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' POACK01 CONTROL TOTALS'
           DISPLAY ' ACKNOWLEDGMENTS READ   : ' WS-SUPACKS-READ
           DISPLAY ' LINES ACCEPTED         : ' WS-ACCEPTED-COUNT
           DISPLAY ' LINES PROMISED         : ' WS-PROMISED-COUNT
           DISPLAY ' LINES REJECTED         : ' WS-REJECTED-COUNT
           DISPLAY ' UNMATCHED ACKS         : ' WS-UNMATCHED-ACKS
           DISPLAY ' WRONG SUPPLIER         : ' WS-WRONG-SUPPLIER
           DISPLAY ' AWAITING RESEND        : ' WS-AWAITING-RESEND
           DISPLAY ' INVALID ACKS           : ' WS-INVALID-ACKS
           DISPLAY ' POMAST REWRITE ERRORS  : ' WS-REWRITE-ERRORS
           DISPLAY ' PO LINES BROWSED       : ' WS-MASTER-READ
           DISPLAY ' PROMISED LATE          : ' WS-LATE-COUNT
           DISPLAY ' OPEN LINES REJECTED    : ' WS-REJECTED-OPEN
           DISPLAY ' UNACKNOWLEDGED OVERDUE : ' WS-OVERDUE-COUNT
           DISPLAY ' DAYS COUNTED ON        : ' WS-WD-CALENDAR-TITLE
           DISPLAY '================================================'
           .
