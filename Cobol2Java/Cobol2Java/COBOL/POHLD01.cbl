       IDENTIFICATION DIVISION.
       PROGRAM-ID. POHLD01.
      *============================
      * ** Open approval holds report - lists every order line still
      * ** waiting on the POHOLD approval queue, sorted by the
      * ** approver it is routed to and oldest first, with the
      * ** approver's name from BUYERMST.  Each hold is aged in shop
      * ** working days from its hold date (SHOPCAL calendar via
      * ** WRKDAYS, as POAGE01 ages) into the HOLDPARM buckets; a
      * ** hold past the last limit is flagged overdue and ends the
      * ** step with return code 4, so an approver sitting on a queue
      * ** is chased instead of the supplier wondering where the order
      * ** went.  Each approver
      * ** gets a subtotal and the report closes with counts and
      * ** US-dollar value per age bucket.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT POHOLD      ASSIGN TO POHOLD
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PH-KEY
             FILE STATUS      IS  WS-POHOLD-STATUS
             .
           SELECT BUYERMST    ASSIGN TO BUYERMST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-BUYERMST-STATUS
             .
           SELECT HLD-SORT-WORK ASSIGN TO SRTWK07.
           SELECT POHLDRPT    ASSIGN TO POHLDRPT
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-POHLDRPT-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** PO approval hold queue written by FINAL01/RESUB01 and
      * ** decided by POREL01
       FD  POHOLD
           RECORD CONTAINS 650 CHARACTERS
           DATA RECORD IS POHOLD-REC.
       01  POHOLD-REC.
           05  PH-KEY.
               10  PH-PO-NUMBER         PIC X(06).
               10  PH-PART-NUMBER       PIC X(23).
           05  PH-SUPPLIER-CODE         PIC X(10).
           05  PH-BUYER-CODE            PIC X(03).
           05  PH-APPROVER-CODE         PIC X(03).
           05  PH-HOLD-DATE             PIC 9(08).
           05  PH-HOLD-RUN-ID           PIC X(15).
           05  PH-SOURCE-ID             PIC X(08).
           05  PH-HOLD-VALUE            PIC 9(09)V99.
           05  PH-LINES-HELD            PIC 9(01).
           05  PH-HOLD-REASON           PIC X(40).
           05  PH-HOLD-STATUS           PIC X(01).
               88 PH-HOLD-OPEN          VALUE 'H'.
               88 PH-HOLD-RELEASED      VALUE 'R'.
               88 PH-HOLD-DECLINED      VALUE 'D'.
           05  PH-DECISION-DATE         PIC 9(08).
           05  PH-DECIDED-BY            PIC X(03).
           05  PH-PART-SUPP-IMAGE       PIC X(473).
           05  FILLER                   PIC X(37).
      *
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
      * ** US-dollar value one PO line may reach on this buyer's
      * ** authority, whether the buyer may release approval holds,
      * ** and the approver this buyer's held lines route to
           05  BM-APPROVAL-LIMIT        PIC 9(09)V99.
           05  BM-APPROVER-FLAG         PIC X(01).
               88 BM-CAN-APPROVE        VALUE 'Y'.
           05  BM-APPROVER-CODE         PIC X(03).
           05  FILLER                   PIC X(06).
      *
       SD  HLD-SORT-WORK
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HLD-SORT-REC.
       01  HLD-SORT-REC.
           05  HS-APPROVER-CODE         PIC X(03).
           05  HS-AGE-DAYS              PIC S9(05).
           05  HS-PO-NUMBER             PIC X(06).
           05  HS-PART-NUMBER           PIC X(23).
           05  HS-SUPPLIER-CODE         PIC X(10).
           05  HS-BUYER-CODE            PIC X(03).
           05  HS-HOLD-DATE             PIC 9(08).
           05  HS-HOLD-VALUE            PIC 9(09)V99.
           05  HS-BUCKET                PIC 9(01).
           05  FILLER                   PIC X(10).
      *
       FD  POHLDRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-POHOLD-STATUS          PIC X(02) VALUE '00'.
             88 WS-POHOLD-STATUS-OK     VALUE '00'.
           05 WS-BUYERMST-STATUS        PIC X(02) VALUE '00'.
             88 WS-BUYERMST-STATUS-OK   VALUE '00'.
           05 WS-POHLDRPT-STATUS        PIC X(02) VALUE '00'.
             88 WS-POHLDRPT-STATUS-OK   VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-BUYERMST-EOF           PIC X VALUE SPACES.
              88 BUYERMST-EOF-FOUND     VALUE 'Y'.
           05 WS-SORT-EOF               PIC X VALUE SPACES.
              88 SORT-EOF-FOUND         VALUE 'Y'.
           05 WS-FIRST-APPROVER         PIC X VALUE 'Y'.
              88 FIRST-APPROVER         VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-HOLDS-READ             PIC 9(07) VALUE ZEROS.
           05 WS-OPEN-COUNT             PIC 9(07) VALUE ZEROS.
           05 WS-OVERDUE-COUNT          PIC 9(07) VALUE ZEROS.
           05 WS-APPR-LINE-COUNT        PIC 9(07) VALUE ZEROS.
           05 WS-APPR-OVERDUE-COUNT     PIC 9(07) VALUE ZEROS.
      *
       01  WS-AGE-DAYS                  PIC S9(9) BINARY.
       01  WS-BUCKET-SUB                PIC 9(01) VALUE ZERO.
       01  WS-CURRENT-APPROVER          PIC X(03) VALUE SPACES.
       01  WS-APPR-VALUE                PIC 9(11)V99 VALUE ZERO.
      *
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
       COPY HOLDPARM.
      *
       COPY WORKDAYS.
      *
       01  WS-SUBROUTINE-NAMES.
           05 WS-WRKDAYS                PIC X(12) VALUE 'WRKDAYS'.
      *
      * ** Open holds and their value per HOLDPARM age bucket
      * ** (4 = past the last limit, overdue for a decision)
       01  WS-BUCKET-TOTALS.
           05 WS-BK-ENTRY               OCCURS 4 TIMES.
              10 WS-BK-COUNT            PIC 9(07) COMP.
              10 WS-BK-VALUE            PIC 9(11)V99 COMP-3.
       01  WS-GRAND-VALUE               PIC 9(11)V99 VALUE ZERO.
      *
      * ** Approver names for the section headers - overflow only
      * ** costs header names, so it warns instead of failing the run
       01  WS-NAME-TABLE.
           05 WS-NAME-COUNT             PIC 9(08) COMP VALUE ZERO.
           05 WS-NAME-ENTRY             OCCURS 5000 TIMES
                                         INDEXED BY WS-NAME-IDX.
              10 WS-NT-BUYER-CODE       PIC X(03).
              10 WS-NT-BUYER-NAME       PIC X(25).
              10 WS-NT-DEPARTMENT       PIC X(10).
           05 WS-NAME-TABLE-FULL        PIC X(01) VALUE 'N'.
              88 NAME-TABLE-FULL        VALUE 'Y'.
       01  WS-LOOKUP-SUB                PIC 9(04) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(28) VALUE
                   'OPEN PO APPROVAL HOLDS AS OF'.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-HL-TODAY-DATE      PIC 9(08).
               10  FILLER                PIC X(04) VALUE SPACES.
               10  WS-HL-CALENDAR        PIC X(30).
           05  WS-APPROVER-HEADER-LINE.
               10  FILLER                PIC X(10) VALUE 'APPROVER: '.
               10  WS-AH-APPROVER-CODE   PIC X(03).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-AH-APPROVER-NAME   PIC X(25).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-AH-DEPARTMENT      PIC X(10).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(50) VALUE
                   '  PO-NUM PART-NUMBER             SUPPLIER   BUY HO'.
               10  FILLER                PIC X(50) VALUE
                   'LD-DATE   AGE       HELD-VALUE BKT'.
           05  WS-DETAIL-LINE.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-DL-PO-NUMBER       PIC X(06).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PART-NUMBER     PIC X(23).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-BUYER-CODE      PIC X(03).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-HOLD-DATE       PIC 9(08).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-AGE-DAYS        PIC ZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-HOLD-VALUE      PIC ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(03) VALUE SPACES.
               10  WS-DL-BUCKET          PIC 9(01).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-OVERDUE         PIC X(09).
           05  WS-APPROVER-TOTAL-LINE.
               10  FILLER                PIC X(17) VALUE
                   '  HOLDS OPEN:    '.
               10  WS-AT-COUNT           PIC ZZZZZZ9.
               10  FILLER                PIC X(12) VALUE
                   '   OVERDUE: '.
               10  WS-AT-OVERDUE         PIC ZZZZZZ9.
               10  FILLER                PIC X(10) VALUE
                   '   VALUE: '.
               10  WS-AT-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-BUCKET-COLUMN-LINE.
               10  FILLER                PIC X(50) VALUE
                   'AGE BUCKET (DAYS)         HOLDS         HELD-VALUE'.
           05  WS-BUCKET-LINE.
               10  WS-BL-LABEL.
                   15  WS-BL-FROM        PIC ZZ9.
                   15  WS-BL-DASH        PIC X(03).
                   15  WS-BL-TO          PIC ZZ9.
                   15  FILLER            PIC X(15).
               10  FILLER                PIC X(04) VALUE SPACES.
               10  WS-BL-COUNT           PIC ZZZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-BL-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-GRAND-TOTAL-LINE.
               10  FILLER                PIC X(24) VALUE
                   'TOTAL OPEN HOLDS        '.
               10  WS-GT-COUNT           PIC ZZZZZZ9.
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-GT-VALUE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           SORT HLD-SORT-WORK
               ON ASCENDING KEY HS-APPROVER-CODE
               ON DESCENDING KEY HS-AGE-DAYS
               INPUT PROCEDURE  100-LOAD-SORT
               OUTPUT PROCEDURE 300-PRINT-HOLDS
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE POHLDRPT
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           OPEN OUTPUT POHLDRPT
           IF NOT WS-POHLDRPT-STATUS-OK
              DISPLAY ' Error opening file POHLDRPT, Status: '
                         WS-POHLDRPT-STATUS
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE           TO WS-HL-TODAY-DATE
           MOVE 'L'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-CALENDAR-TITLE    TO WS-HL-CALENDAR
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-TODAY-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, TODAY-LILIAN, FC
           MOVE ZERO                    TO WS-BK-COUNT(1)
                                           WS-BK-COUNT(2)
                                           WS-BK-COUNT(3)
                                           WS-BK-COUNT(4)
                                           WS-BK-VALUE(1)
                                           WS-BK-VALUE(2)
                                           WS-BK-VALUE(3)
                                           WS-BK-VALUE(4)
           PERFORM 070-LOAD-APPROVER-NAMES
           .
      *
       070-LOAD-APPROVER-NAMES.
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
                    IF WS-NAME-COUNT < 5000
                       ADD 1            TO WS-NAME-COUNT
                       MOVE BM-BUYER-CODE
                          TO WS-NT-BUYER-CODE(WS-NAME-COUNT)
                       MOVE BM-BUYER-NAME
                          TO WS-NT-BUYER-NAME(WS-NAME-COUNT)
                       MOVE BM-DEPARTMENT
                          TO WS-NT-DEPARTMENT(WS-NAME-COUNT)
                    ELSE
                       IF NOT NAME-TABLE-FULL
                          MOVE 'Y'      TO WS-NAME-TABLE-FULL
                          DISPLAY ' ** WS-NAME-TABLE FULL AT 5000 '
                             '- approvers beyond it print as '
                             '*UNKNOWN APPROVER*'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-BUYERMST-STATUS = '00' OR '10'
              CLOSE BUYERMST
           END-IF
           .
      *
      * ** Releases one sort record per hold still open - released
      * ** and declined holds stay on file for the record but are
      * ** nobody's work any more
       100-LOAD-SORT.
           OPEN INPUT POHOLD
           IF NOT WS-POHOLD-STATUS-OK
              DISPLAY ' Error opening file POHOLD, Status: '
                         WS-POHOLD-STATUS
              MOVE 'Y'                  TO WS-EOF
           END-IF
           PERFORM 150-READ-NEXT
           PERFORM UNTIL EOF-FOUND
              IF PH-HOLD-OPEN
                 PERFORM 160-AGE-HOLD
              END-IF
              PERFORM 150-READ-NEXT
           END-PERFORM
           IF WS-POHOLD-STATUS = '00' OR '10'
              CLOSE POHOLD
           END-IF
           .
      *
       150-READ-NEXT.
           READ POHOLD NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-HOLDS-READ
           END-READ
           .
      *
      * ** Ages the hold in shop working days from its hold date - an
      * ** unreadable date is treated as held today rather than
      * ** dropped off the report
       160-AGE-HOLD.
           MOVE ZERO                    TO WS-AGE-DAYS
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE PH-HOLD-DATE            TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY = 0 AND LILIAN < TODAY-LILIAN
              MOVE 'C'                  TO WS-WD-FUNCTION
              MOVE SPACE                TO WS-WD-ENVIRONMENT
              MOVE LILIAN               TO WS-WD-FROM-LILIAN
              MOVE TODAY-LILIAN         TO WS-WD-TO-LILIAN
              CALL WS-WRKDAYS USING WS-WORKDAY-AREA
              MOVE WS-WD-WORKING-DAYS   TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
              WHEN WS-AGE-DAYS NOT > WS-HOLD-AGE-LIMIT-1
                 MOVE 1                 TO WS-BUCKET-SUB
              WHEN WS-AGE-DAYS NOT > WS-HOLD-AGE-LIMIT-2
                 MOVE 2                 TO WS-BUCKET-SUB
              WHEN WS-AGE-DAYS NOT > WS-HOLD-AGE-LIMIT-3
                 MOVE 3                 TO WS-BUCKET-SUB
              WHEN OTHER
                 MOVE 4                 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1                        TO WS-BK-COUNT(WS-BUCKET-SUB)
           ADD PH-HOLD-VALUE            TO WS-BK-VALUE(WS-BUCKET-SUB)
           ADD PH-HOLD-VALUE            TO WS-GRAND-VALUE
           ADD 1                        TO WS-OPEN-COUNT
           IF WS-BUCKET-SUB = 4
              ADD 1                     TO WS-OVERDUE-COUNT
           END-IF
           MOVE SPACES                  TO HLD-SORT-REC
           MOVE PH-APPROVER-CODE        TO HS-APPROVER-CODE
           MOVE WS-AGE-DAYS             TO HS-AGE-DAYS
           MOVE PH-PO-NUMBER            TO HS-PO-NUMBER
           MOVE PH-PART-NUMBER          TO HS-PART-NUMBER
           MOVE PH-SUPPLIER-CODE        TO HS-SUPPLIER-CODE
           MOVE PH-BUYER-CODE           TO HS-BUYER-CODE
           MOVE PH-HOLD-DATE            TO HS-HOLD-DATE
           MOVE PH-HOLD-VALUE           TO HS-HOLD-VALUE
           MOVE WS-BUCKET-SUB           TO HS-BUCKET
           RELEASE HLD-SORT-REC
           .
      *
      * ** Prints one section per approver, oldest hold first
       300-PRINT-HOLDS.
           PERFORM 350-RETURN-NEXT
           PERFORM UNTIL SORT-EOF-FOUND
              IF FIRST-APPROVER
                 OR HS-APPROVER-CODE NOT = WS-CURRENT-APPROVER
                 IF NOT FIRST-APPROVER
                    PERFORM 380-WRITE-APPROVER-TOTAL
                 END-IF
                 MOVE HS-APPROVER-CODE  TO WS-CURRENT-APPROVER
                 MOVE ZERO              TO WS-APPR-LINE-COUNT
                                           WS-APPR-OVERDUE-COUNT
                                           WS-APPR-VALUE
                 MOVE 'N'               TO WS-FIRST-APPROVER
                 PERFORM 360-WRITE-APPROVER-HEADER
              END-IF
              MOVE HS-PO-NUMBER         TO WS-DL-PO-NUMBER
              MOVE HS-PART-NUMBER       TO WS-DL-PART-NUMBER
              MOVE HS-SUPPLIER-CODE     TO WS-DL-SUPPLIER-CODE
              MOVE HS-BUYER-CODE        TO WS-DL-BUYER-CODE
              MOVE HS-HOLD-DATE         TO WS-DL-HOLD-DATE
              MOVE HS-AGE-DAYS          TO WS-DL-AGE-DAYS
              MOVE HS-HOLD-VALUE        TO WS-DL-HOLD-VALUE
              MOVE HS-BUCKET            TO WS-DL-BUCKET
              IF HS-BUCKET = 4
                 MOVE '*OVERDUE*'       TO WS-DL-OVERDUE
                 ADD 1                  TO WS-APPR-OVERDUE-COUNT
              ELSE
                 MOVE SPACES            TO WS-DL-OVERDUE
              END-IF
              WRITE REPORT-LINE FROM WS-DETAIL-LINE
              ADD 1                     TO WS-APPR-LINE-COUNT
              ADD HS-HOLD-VALUE         TO WS-APPR-VALUE
              PERFORM 350-RETURN-NEXT
           END-PERFORM
           IF NOT FIRST-APPROVER
              PERFORM 380-WRITE-APPROVER-TOTAL
           END-IF
           PERFORM 400-WRITE-BUCKET-SUMMARY
           .
      *
       350-RETURN-NEXT.
           RETURN HLD-SORT-WORK
             AT END
                 MOVE 'Y'       TO WS-SORT-EOF
           END-RETURN
           .
      *
      * ** An approver code with no master record still gets a
      * ** section, marked unknown - its holds cannot be released
      * ** until the buyer master routes them to a real approver
       360-WRITE-APPROVER-HEADER.
           MOVE WS-CURRENT-APPROVER     TO WS-AH-APPROVER-CODE
           MOVE '*UNKNOWN APPROVER*'    TO WS-AH-APPROVER-NAME
           MOVE SPACES                  TO WS-AH-DEPARTMENT
           PERFORM VARYING WS-LOOKUP-SUB FROM 1 BY 1
                   UNTIL WS-LOOKUP-SUB > WS-NAME-COUNT
              IF WS-NT-BUYER-CODE(WS-LOOKUP-SUB)
                 = WS-CURRENT-APPROVER
                 MOVE WS-NT-BUYER-NAME(WS-LOOKUP-SUB)
                                        TO WS-AH-APPROVER-NAME
                 MOVE WS-NT-DEPARTMENT(WS-LOOKUP-SUB)
                                        TO WS-AH-DEPARTMENT
              END-IF
           END-PERFORM
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-APPROVER-HEADER-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           .
      *
       380-WRITE-APPROVER-TOTAL.
           MOVE WS-APPR-LINE-COUNT      TO WS-AT-COUNT
           MOVE WS-APPR-OVERDUE-COUNT   TO WS-AT-OVERDUE
           MOVE WS-APPR-VALUE           TO WS-AT-VALUE
           WRITE REPORT-LINE FROM WS-APPROVER-TOTAL-LINE
           .
      *
      * ** Closing summary - holds and held value per HOLDPARM bucket
       400-WRITE-BUCKET-SUMMARY.
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-BUCKET-COLUMN-LINE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
              MOVE SPACES               TO WS-BL-LABEL
              EVALUATE WS-BUCKET-SUB
                 WHEN 1
                    MOVE ZERO           TO WS-BL-FROM
                    MOVE WS-HOLD-AGE-LIMIT-1
                                        TO WS-BL-TO
                 WHEN 2
                    COMPUTE WS-BL-FROM = WS-HOLD-AGE-LIMIT-1 + 1
                    MOVE WS-HOLD-AGE-LIMIT-2
                                        TO WS-BL-TO
                 WHEN 3
                    COMPUTE WS-BL-FROM = WS-HOLD-AGE-LIMIT-2 + 1
                    MOVE WS-HOLD-AGE-LIMIT-3
                                        TO WS-BL-TO
                 WHEN OTHER
                    MOVE 'OVER '        TO WS-BL-LABEL
                    MOVE WS-HOLD-AGE-LIMIT-3
                                        TO WS-BL-LABEL(6:3)
                    MOVE ' (OVERDUE)'   TO WS-BL-LABEL(9:10)
              END-EVALUATE
              IF WS-BUCKET-SUB < 4
                 MOVE ' - '             TO WS-BL-DASH
              END-IF
              MOVE WS-BK-COUNT(WS-BUCKET-SUB)
                                        TO WS-BL-COUNT
              MOVE WS-BK-VALUE(WS-BUCKET-SUB)
                                        TO WS-BL-VALUE
              WRITE REPORT-LINE FROM WS-BUCKET-LINE
           END-PERFORM
           MOVE WS-OPEN-COUNT           TO WS-GT-COUNT
           MOVE WS-GRAND-VALUE          TO WS-GT-VALUE
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
           .
      *
      * ** A hold past the last limit is overdue for a decision -
      * ** RC 4 lets the scheduler chase it without failing the chain
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' POHLD01 CONTROL TOTALS'
           DISPLAY ' HOLD RECORDS READ      : ' WS-HOLDS-READ
           DISPLAY ' HOLDS STILL OPEN       : ' WS-OPEN-COUNT
           DISPLAY ' HOLDS OVERDUE          : ' WS-OVERDUE-COUNT
           DISPLAY ' AGED ON                : ' WS-WD-CALENDAR-TITLE
           DISPLAY '================================================'
           IF WS-OVERDUE-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
           .
