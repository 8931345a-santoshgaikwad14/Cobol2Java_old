       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCEXP01.
      *============================
      * ** Weekly supplier document expiry report - reads the SUPDOCS
      * ** supplier document master DOCMNT01 maintains and lists on
      * ** DOCEXPR every quality certification and certificate of
      * ** insurance that has already expired or expires within the
      * ** DOCPARM windows (30, 60 and 90 days from the run date as
      * ** shipped), in expiry-date order within each window, with
      * ** the supplier's name and government status from SUPMAST.
      * ** A document flagged required for government work on a
      * ** GOVT-ONLY or GOVT-COMM supplier is marked: once it has
      * ** expired FINSUPPL fails that supplier's records, so those
      * ** are the renewals purchasing chases first.  An expired
      * ** required government document finishes the run RC 4.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT SUPDOCS     ASSIGN TO SUPDOCS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SUPDOCS-STATUS
             .
           SELECT SUPMAST     ASSIGN TO SUPMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  SM-SUPPLIER-CODE
             FILE STATUS      IS  WS-SUPMAST-STATUS
             .
           SELECT DOC-SORT-WORK ASSIGN TO SRTWK09.
           SELECT DOCEXPR     ASSIGN TO DOCEXPR
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-DOCEXPR-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Supplier document master maintained by DOCMNT01
       FD  SUPDOCS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPDOCS-RECORD.
       01  SUPDOCS-RECORD.
           05  SD-SUPPLIER-CODE         PIC X(10).
           05  SD-DOC-TYPE              PIC X(04).
           05  SD-DOC-NUMBER            PIC X(20).
           05  SD-ISSUE-DATE            PIC 9(08).
           05  SD-EXPIRY-DATE           PIC 9(08).
           05  SD-GOVT-REQUIRED         PIC X(01).
               88 SD-REQUIRED-FOR-GOVT  VALUE 'Y'.
           05  SD-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(09).
      *
      * ** Supplier master - name and government status only
       FD  SUPMAST
           RECORD CONTAINS 280 CHARACTERS
           DATA RECORD IS SUPMAST-REC.
       01  SUPMAST-REC.
           05  SM-SUPPLIER-CODE         PIC X(10).
           05  SM-SUPPLIER-TYPE         PIC X(01).
           05  SM-SUPPLIER-NAME         PIC X(15).
           05  SM-SUPPLIER-PERF         PIC 9(03).
           05  SM-SUPPLIER-RATING       PIC X(01).
           05  SM-SUPPLIER-STATUS       PIC X(01).
               88 SM-GOVT-COMM          VALUE '1'.
               88 SM-GOVT-ONLY          VALUE '2'.
           05  SM-SUPPLIER-ACT-DATE     PIC 9(08).
           05  SM-ADDRESS OCCURS 3 TIMES INDEXED BY SM-ADDR-IDX.
               10  SM-ADDRESS-TYPE      PIC X(01).
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
      * ** DX-WINDOW 1 = already expired, 2-4 the DOCPARM windows
       SD  DOC-SORT-WORK
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS DOC-SORT-REC.
       01  DOC-SORT-REC.
           05  DX-WINDOW                PIC 9(01).
           05  DX-EXPIRY-DATE           PIC 9(08).
           05  DX-SUPPLIER-CODE         PIC X(10).
           05  DX-DOC-TYPE              PIC X(04).
           05  DX-SUPPLIER-NAME         PIC X(15).
           05  DX-GOVT-STATUS           PIC X(09).
           05  DX-DOC-NUMBER            PIC X(20).
           05  DX-ISSUE-DATE            PIC 9(08).
           05  DX-DAYS-TO-EXPIRY        PIC S9(05).
           05  DX-REQUIRED              PIC X(03).
           05  DX-DESCRIPTION           PIC X(20).
           05  DX-NOTE                  PIC X(15).
           05  FILLER                   PIC X(02).
      *
       FD  DOCEXPR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCEXP-LINE.
       01  DOCEXP-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY DOCPARM.
      *
       01  WS-FILE-STATUS.
           05 WS-SUPDOCS-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPDOCS-STATUS-OK    VALUE '00'.
           05 WS-SUPMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPMAST-STATUS-OK    VALUE '00'.
           05 WS-DOCEXPR-STATUS         PIC X(02) VALUE '00'.
             88 WS-DOCEXPR-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-SORT-EOF               PIC X VALUE SPACES.
              88 SORT-EOF-FOUND         VALUE 'Y'.
           05 WS-FIRST-WINDOW           PIC X VALUE 'Y'.
              88 FIRST-WINDOW           VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-DOCS-READ              PIC 9(07) VALUE ZEROS.
           05 WS-DOCS-LISTED            PIC 9(07) VALUE ZEROS.
           05 WS-GOVT-EXPIRED           PIC 9(07) VALUE ZEROS.
           05 WS-BAD-DATE-COUNT         PIC 9(07) VALUE ZEROS.
      *
       01  WS-CURRENT-WINDOW            PIC 9(01) VALUE ZERO.
       01  WS-WINDOW-SUB                PIC 9(01) VALUE ZERO.
       01  WS-WINDOW-COUNTS.
           05 WS-WN-COUNT               PIC 9(07) COMP
                                         OCCURS 4 TIMES.
      *
       01  WS-DAYS-TO-EXPIRY            PIC S9(9) BINARY.
       01  LILIAN                       PIC S9(9) BINARY.
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
       01  WS-TODAY-DATE                PIC 9(08).
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
           05  WS-DOC-HEADER-LINE.
               10  FILLER                PIC X(34) VALUE
                   'SUPPLIER DOCUMENTS EXPIRING AS OF '.
               10  WS-DH-TODAY-DATE      PIC 9(08).
           05  WS-WINDOW-HEADER-LINE.
               10  WS-WH-LABEL           PIC X(24).
           05  WS-DOC-COLUMN-LINE.
               10  FILLER                PIC X(45) VALUE
                   '  EXPIRES  SUPPLIER   NAME            STATUS '.
               10  FILLER                PIC X(45) VALUE
                   '   TYPE DOCUMENT-NUMBER      ISSUED    DAYS R'.
               10  FILLER                PIC X(28) VALUE
                   'EQ DESCRIPTION          NOTE'.
           05  WS-DOC-DETAIL-LINE.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DD-EXPIRY-DATE     PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-SUPPLIER-NAME   PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-GOVT-STATUS     PIC X(09).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-DOC-TYPE        PIC X(04).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-DOC-NUMBER      PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-ISSUE-DATE      PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-DAYS            PIC -ZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-REQUIRED        PIC X(03).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-DESCRIPTION     PIC X(20).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DD-NOTE            PIC X(15).
           05  WS-WINDOW-TOTAL-LINE.
               10  FILLER                PIC X(14) VALUE
                   '  DOCUMENTS:  '.
               10  WS-WT-COUNT           PIC ZZZZZZ9.
           05  WS-SUMMARY-LINE.
               10  WS-SL-LABEL           PIC X(24).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-SL-COUNT           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           SORT DOC-SORT-WORK
               ON ASCENDING KEY DX-WINDOW
               ON ASCENDING KEY DX-EXPIRY-DATE
               ON ASCENDING KEY DX-SUPPLIER-CODE
               ON ASCENDING KEY DX-DOC-TYPE
               INPUT PROCEDURE  100-LOAD-SORT
               OUTPUT PROCEDURE 300-PRINT-REPORT
           PERFORM 990-CONTROL-TOTALS
      * ** A government supplier whose required document has lapsed
      * ** is already failing in FINSUPPL - RC 4 so it is chased
           IF (WS-GOVT-EXPIRED > 0 OR WS-BAD-DATE-COUNT > 0)
              AND RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
      *
           CLOSE DOCEXPR
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN OUTPUT DOCEXPR
           IF NOT WS-DOCEXPR-STATUS-OK
              DISPLAY ' Error opening file DOCEXPR, Status: '
                         WS-DOCEXPR-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE           TO WS-DH-TODAY-DATE
           WRITE DOCEXP-LINE FROM WS-DOC-HEADER-LINE
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
           PERFORM VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-SUB > 4
              MOVE ZERO             TO WS-WN-COUNT(WS-WINDOW-SUB)
           END-PERFORM
           .
      *
      * ** Releases every document expired or inside the widest
      * ** window - the rest are not yet anyone's problem
       100-LOAD-SORT.
           OPEN INPUT SUPDOCS
           IF NOT WS-SUPDOCS-STATUS-OK
              DISPLAY ' Error opening file SUPDOCS, Status: '
                         WS-SUPDOCS-STATUS
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO RETURN-CODE
           END-IF
           OPEN INPUT SUPMAST
           IF NOT WS-SUPMAST-STATUS-OK
              DISPLAY ' Error opening file SUPMAST, Status: '
                         WS-SUPMAST-STATUS
           END-IF
           PERFORM 150-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              PERFORM 160-CHECK-EXPIRY
              PERFORM 150-READ-NEXT
           END-PERFORM
           IF WS-SUPDOCS-STATUS = '00' OR '10'
              CLOSE SUPDOCS
           END-IF
           CLOSE SUPMAST
           .
      *
       150-READ-NEXT.
           READ SUPDOCS
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-DOCS-READ
           END-READ
           .
      *
       160-CHECK-EXPIRY.
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE SD-EXPIRY-DATE          TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
      * ** DOCMNT01 edits the dates, so this is a damaged master
      * ** record - list it with the expired ones to be looked at
           IF SEVERITY NOT = 0
              ADD 1                     TO WS-BAD-DATE-COUNT
              MOVE ZERO                 TO WS-DAYS-TO-EXPIRY
           ELSE
              COMPUTE WS-DAYS-TO-EXPIRY = LILIAN - TODAY-LILIAN
              IF WS-DAYS-TO-EXPIRY > WS-DOC-WINDOW-3
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE SPACES                  TO DOC-SORT-REC
           MOVE SD-EXPIRY-DATE          TO DX-EXPIRY-DATE
           MOVE SD-SUPPLIER-CODE        TO DX-SUPPLIER-CODE
           MOVE SD-DOC-TYPE             TO DX-DOC-TYPE
           MOVE SD-DOC-NUMBER           TO DX-DOC-NUMBER
           MOVE SD-ISSUE-DATE           TO DX-ISSUE-DATE
           MOVE WS-DAYS-TO-EXPIRY       TO DX-DAYS-TO-EXPIRY
           MOVE SD-DESCRIPTION          TO DX-DESCRIPTION
           IF SD-REQUIRED-FOR-GOVT
              MOVE 'YES'                TO DX-REQUIRED
           ELSE
              MOVE 'NO '                TO DX-REQUIRED
           END-IF
           MOVE SD-SUPPLIER-CODE        TO SM-SUPPLIER-CODE
           READ SUPMAST
             INVALID KEY
                 MOVE '*NOT ON SUPMAST'
                                        TO DX-SUPPLIER-NAME
                 MOVE SPACES            TO SM-SUPPLIER-STATUS
             NOT INVALID KEY
                 MOVE SM-SUPPLIER-NAME  TO DX-SUPPLIER-NAME
           END-READ
           EVALUATE TRUE
              WHEN SM-GOVT-ONLY
                 MOVE 'GOVT-ONLY'       TO DX-GOVT-STATUS
              WHEN SM-GOVT-COMM
                 MOVE 'GOVT-COMM'       TO DX-GOVT-STATUS
              WHEN OTHER
                 MOVE 'COMMERCL'        TO DX-GOVT-STATUS
           END-EVALUATE
           EVALUATE TRUE
              WHEN SEVERITY NOT = 0
                 MOVE 1                 TO DX-WINDOW
                 MOVE '*BAD DATE*'      TO DX-NOTE
              WHEN WS-DAYS-TO-EXPIRY < 0
                 MOVE 1                 TO DX-WINDOW
              WHEN WS-DAYS-TO-EXPIRY NOT > WS-DOC-WINDOW-1
                 MOVE 2                 TO DX-WINDOW
              WHEN WS-DAYS-TO-EXPIRY NOT > WS-DOC-WINDOW-2
                 MOVE 3                 TO DX-WINDOW
              WHEN OTHER
                 MOVE 4                 TO DX-WINDOW
           END-EVALUATE
      * ** The same test FINSUPPL applies - required, government
      * ** supplier, expiry before today
           IF SD-REQUIRED-FOR-GOVT
              AND (SM-GOVT-ONLY OR SM-GOVT-COMM)
              AND DX-NOTE = SPACES
              IF DX-WINDOW = 1
                 MOVE '*GOVT FAILING*'  TO DX-NOTE
                 ADD 1                  TO WS-GOVT-EXPIRED
              ELSE
                 MOVE '*GOVT REQUIRED*' TO DX-NOTE
              END-IF
           END-IF
           RELEASE DOC-SORT-REC
           .
      *
      * ** One section per window, expired first, each with a count
       300-PRINT-REPORT.
           PERFORM 350-RETURN-NEXT
           PERFORM UNTIL SORT-EOF-FOUND
              IF FIRST-WINDOW
                 OR DX-WINDOW NOT = WS-CURRENT-WINDOW
                 IF NOT FIRST-WINDOW
                    PERFORM 380-WRITE-WINDOW-TOTAL
                 END-IF
                 MOVE DX-WINDOW         TO WS-CURRENT-WINDOW
                 MOVE 'N'               TO WS-FIRST-WINDOW
                 PERFORM 360-WRITE-WINDOW-HEADER
              END-IF
              PERFORM 330-WRITE-DOC-LINE
              PERFORM 350-RETURN-NEXT
           END-PERFORM
           IF NOT FIRST-WINDOW
              PERFORM 380-WRITE-WINDOW-TOTAL
           END-IF
           PERFORM 400-WRITE-SUMMARY
           .
      *
       330-WRITE-DOC-LINE.
           MOVE DX-EXPIRY-DATE          TO WS-DD-EXPIRY-DATE
           MOVE DX-SUPPLIER-CODE        TO WS-DD-SUPPLIER-CODE
           MOVE DX-SUPPLIER-NAME        TO WS-DD-SUPPLIER-NAME
           MOVE DX-GOVT-STATUS          TO WS-DD-GOVT-STATUS
           MOVE DX-DOC-TYPE             TO WS-DD-DOC-TYPE
           MOVE DX-DOC-NUMBER           TO WS-DD-DOC-NUMBER
           MOVE DX-ISSUE-DATE           TO WS-DD-ISSUE-DATE
           MOVE DX-DAYS-TO-EXPIRY       TO WS-DD-DAYS
           MOVE DX-REQUIRED             TO WS-DD-REQUIRED
           MOVE DX-DESCRIPTION          TO WS-DD-DESCRIPTION
           MOVE DX-NOTE                 TO WS-DD-NOTE
           WRITE DOCEXP-LINE FROM WS-DOC-DETAIL-LINE
           IF NOT WS-DOCEXPR-STATUS-OK
              DISPLAY ' Error writing file DOCEXPR, Status: '
                         WS-DOCEXPR-STATUS
           END-IF
           ADD 1                        TO WS-WN-COUNT(DX-WINDOW)
           ADD 1                        TO WS-DOCS-LISTED
           .
      *
       350-RETURN-NEXT.
           RETURN DOC-SORT-WORK
             AT END
                 MOVE 'Y'       TO WS-SORT-EOF
           END-RETURN
           .
      *
       360-WRITE-WINDOW-HEADER.
           MOVE WS-CURRENT-WINDOW       TO WS-WINDOW-SUB
           PERFORM 450-SET-WINDOW-LABEL
           MOVE WS-SL-LABEL             TO WS-WH-LABEL
           MOVE SPACES                  TO DOCEXP-LINE
           WRITE DOCEXP-LINE
           WRITE DOCEXP-LINE FROM WS-WINDOW-HEADER-LINE
           WRITE DOCEXP-LINE FROM WS-DOC-COLUMN-LINE
           .
      *
       380-WRITE-WINDOW-TOTAL.
           MOVE WS-WN-COUNT(WS-CURRENT-WINDOW) TO WS-WT-COUNT
           WRITE DOCEXP-LINE FROM WS-WINDOW-TOTAL-LINE
           .
      *
      * ** Every window is counted, empty or not
       400-WRITE-SUMMARY.
           MOVE SPACES                  TO DOCEXP-LINE
           WRITE DOCEXP-LINE
           PERFORM VARYING WS-WINDOW-SUB FROM 1 BY 1
                   UNTIL WS-WINDOW-SUB > 4
              PERFORM 450-SET-WINDOW-LABEL
              MOVE WS-WN-COUNT(WS-WINDOW-SUB)     TO WS-SL-COUNT
              WRITE DOCEXP-LINE FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE 'GOVT REQUIRED EXPIRED'  TO WS-SL-LABEL
           MOVE WS-GOVT-EXPIRED         TO WS-SL-COUNT
           WRITE DOCEXP-LINE FROM WS-SUMMARY-LINE
           .
      *
       450-SET-WINDOW-LABEL.
           MOVE SPACES                  TO WS-SL-LABEL
           EVALUATE WS-WINDOW-SUB
              WHEN 1
                 MOVE 'EXPIRED'         TO WS-SL-LABEL
              WHEN 2
                 STRING 'EXPIRES WITHIN ' WS-DOC-WINDOW-1 ' DAYS'
                        DELIMITED BY SIZE INTO WS-SL-LABEL
                 END-STRING
              WHEN 3
                 STRING 'EXPIRES WITHIN ' WS-DOC-WINDOW-2 ' DAYS'
                        DELIMITED BY SIZE INTO WS-SL-LABEL
                 END-STRING
              WHEN OTHER
                 STRING 'EXPIRES WITHIN ' WS-DOC-WINDOW-3 ' DAYS'
                        DELIMITED BY SIZE INTO WS-SL-LABEL
                 END-STRING
           END-EVALUATE
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' DOCEXP01 CONTROL TOTALS'
           DISPLAY ' DOCUMENTS READ         : ' WS-DOCS-READ
           DISPLAY ' DOCUMENTS LISTED       : ' WS-DOCS-LISTED
           DISPLAY ' GOVT REQUIRED EXPIRED  : ' WS-GOVT-EXPIRED
           DISPLAY ' INVALID EXPIRY DATES   : ' WS-BAD-DATE-COUNT
           DISPLAY '================================================'
           .
