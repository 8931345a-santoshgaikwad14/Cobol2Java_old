       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKDAYS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOPCAL     ASSIGN TO SHOPCAL
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SHOPCAL-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Shop calendar maintained by CALMNT01 - one record per
      * ** holiday or shutdown period, FROM-DATE through TO-DATE
       FD  SHOPCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHOPCAL-RECORD.
       01  SHOPCAL-RECORD.
           05  CL-FROM-DATE             PIC 9(08).
           05  CL-FROM-DATE-R           REDEFINES CL-FROM-DATE.
               10  CL-FROM-YEAR         PIC 9(04).
               10  FILLER               PIC 9(04).
           05  CL-TO-DATE               PIC 9(08).
           05  CL-TO-DATE-R             REDEFINES CL-TO-DATE.
               10  CL-TO-YEAR           PIC 9(04).
               10  FILLER               PIC 9(04).
           05  CL-CLOSURE-TYPE          PIC X(01).
               88 CL-HOLIDAY            VALUE 'H'.
               88 CL-SHUTDOWN           VALUE 'S'.
           05  CL-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-SHOPCAL-STATUS         PIC X(02) VALUE '00'.
             88 WS-SHOPCAL-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-SHOPCAL-EOF            PIC X VALUE SPACES.
              88 SHOPCAL-EOF-FOUND      VALUE 'Y'.
           05 WS-CALENDAR-LOADED        PIC X VALUE 'N'.
              88 CALENDAR-LOADED        VALUE 'Y'.
           05 WS-CLOSURE-STATE          PIC X VALUE 'N'.
              88 CLOSURE-ON-TABLE       VALUE 'Y'.
           05 WS-CLOSURE-TABLE-FULL     PIC X VALUE 'N'.
              88 CLOSURE-TABLE-FULL     VALUE 'Y'.
           05 WS-OUTSIDE-WARNED         PIC X VALUE 'N'.
              88 OUTSIDE-CALENDAR-WARNED VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-SHOPCAL-READ           PIC 9(05) VALUE ZEROS.
           05 WS-SHOPCAL-SKIPPED        PIC 9(05) VALUE ZEROS.
           05 WS-CLOSED-DAYS            PIC 9(05) VALUE ZEROS.
      *
       COPY CALPARM.
      *
      * ** What this run's calendar covers - handed back to the
      * ** caller on every call
       01  WS-CALENDAR-CONTROL.
           05 WS-CAL-STATE              PIC X(01) VALUE 'N'.
              88 CAL-FROM-SHOPCAL       VALUE 'Y'.
           05 WS-CAL-FIRST-YEAR         PIC 9(04) VALUE ZERO.
           05 WS-CAL-LAST-YEAR          PIC 9(04) VALUE ZERO.
           05 WS-CAL-TITLE              PIC X(30) VALUE SPACES.
           05 WS-CAL-LOW-LILIAN         PIC S9(9) BINARY VALUE ZERO.
           05 WS-CAL-HIGH-LILIAN        PIC S9(9) BINARY VALUE ZERO.
      *
      * ** Every weekday the shop is closed, as a Lilian day number.
      * ** Weekend days inside a shutdown are not working days
      * ** anyway and are never banked; a holiday inside a shutdown
      * ** is banked once
       01  WS-CLOSURE-TABLE.
           05 WS-CLOSURE-COUNT          PIC 9(04) COMP VALUE ZERO.
           05 WS-CLOSURE-ENTRY          OCCURS 3000 TIMES
                                         INDEXED BY WS-CLOSURE-IDX.
              10 WS-CT-LILIAN           PIC S9(9) COMP.
      *
      * ** Weekdays among the first n days of a Lilian week - day 1
      * ** (15 October 1582) was a Friday, so a remainder of 1 is a
      * ** Friday, 2 and 3 the weekend, 4 to 6 Monday to Wednesday
      * ** and 0 a Thursday.  Subscripted by the remainder plus one
       01  WS-WEEKDAY-COUNTS-X          PIC X(07) VALUE '0111234'.
       01  WS-WEEKDAY-COUNTS            REDEFINES WS-WEEKDAY-COUNTS-X.
           05 WS-WEEKDAYS-IN-PART       PIC 9(01) OCCURS 7 TIMES.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  WS-CLOSURE-FROM-LILIAN       PIC S9(9) BINARY.
       01  WS-CLOSURE-TO-LILIAN         PIC S9(9) BINARY.
       01  WS-DAY-LILIAN                PIC S9(9) BINARY.
       01  WS-SPAN-FROM-LILIAN          PIC S9(9) BINARY.
       01  WS-SPAN-TO-LILIAN            PIC S9(9) BINARY.
       01  WS-SPAN-DAYS                 PIC S9(9) BINARY.
       01  WS-WEEKDAYS-THRU             PIC S9(9) BINARY.
       01  WS-WEEKDAYS-THRU-FROM        PIC S9(9) BINARY.
       01  WS-WEEKS                     PIC S9(9) BINARY.
       01  WS-DAY-OF-WEEK               PIC S9(4) BINARY.
       01  WS-YEAR-DATE                 PIC 9(08).
       01  WS-YEAR-DATE-R               REDEFINES WS-YEAR-DATE.
           05 WS-YD-YEAR                PIC 9(04).
           05 WS-YD-MONTH-DAY           PIC 9(04).
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
       LINKAGE SECTION.
       COPY WORKDAYS.

      * ** Counts shop working days for the programs that age POs,
      * ** score delivery and measure lead time, so nothing is late
      * ** or slow merely because the plant was closed.  The SHOPCAL
      * ** calendar is loaded once, on the first call of the run
       PROCEDURE DIVISION USING WS-WORKDAY-AREA.
           IF NOT CALENDAR-LOADED
              PERFORM 050-LOAD-CALENDAR
           END-IF
           IF WS-WD-COUNT-DAYS
              PERFORM 200-COUNT-WORKING-DAYS
           END-IF
           MOVE WS-CAL-STATE            TO WS-WD-CALENDAR-STATE
           MOVE WS-CAL-FIRST-YEAR       TO WS-WD-FIRST-YEAR
           MOVE WS-CAL-LAST-YEAR        TO WS-WD-LAST-YEAR
           MOVE WS-CAL-TITLE            TO WS-WD-CALENDAR-TITLE
           GOBACK   *> Control returned to caller
           .
      *
      * ** One-time load of the shop calendar.  An online caller
      * ** never attempts the file, and a batch run with no SHOPCAL
      * ** allocated counts weekdays only rather than failing - the
      * ** report headings say which was used
       050-LOAD-CALENDAR.
           MOVE 'Y'                     TO WS-CALENDAR-LOADED
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           IF WS-WD-ONLINE
              PERFORM 090-SET-CALENDAR-TITLE
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT SHOPCAL
           IF NOT WS-SHOPCAL-STATUS-OK
              DISPLAY ' SHOPCAL not available, Status: '
                         WS-SHOPCAL-STATUS
                         ' - working days count weekdays only'
              MOVE 'Y'                  TO WS-SHOPCAL-EOF
           END-IF
           PERFORM UNTIL SHOPCAL-EOF-FOUND
              READ SHOPCAL
                AT END
                    MOVE 'Y'            TO WS-SHOPCAL-EOF
                NOT AT END
                    ADD 1               TO WS-SHOPCAL-READ
                    PERFORM 060-BANK-CLOSURE
              END-READ
           END-PERFORM
           IF WS-SHOPCAL-STATUS = '00' OR '10'
              CLOSE SHOPCAL
           END-IF
           IF WS-CAL-FIRST-YEAR > ZERO
              MOVE 'Y'                  TO WS-CAL-STATE
              PERFORM 080-SET-CALENDAR-BOUNDS
           END-IF
           PERFORM 090-SET-CALENDAR-TITLE
           MOVE WS-CLOSURE-COUNT        TO WS-CLOSED-DAYS
           DISPLAY ' Working days counted on ' WS-CAL-TITLE
           DISPLAY '   SHOPCAL periods read : ' WS-SHOPCAL-READ
                   ', skipped: ' WS-SHOPCAL-SKIPPED
                   ', weekdays closed: ' WS-CLOSED-DAYS
           .
      *
      * ** Banks every weekday of one holiday or shutdown period.  A
      * ** period with bad dates, or longer than CALPARM allows, is
      * ** skipped with a diagnostic - CALMNT01 rejects both, so one
      * ** here means the file was built some other way
       060-BANK-CLOSURE.
           IF CL-FROM-DATE NOT NUMERIC
              OR CL-TO-DATE NOT NUMERIC
              OR CL-TO-DATE < CL-FROM-DATE
              DISPLAY ' ** SHOPCAL period skipped, bad dates: '
                 CL-FROM-DATE ' ' CL-TO-DATE
              ADD 1                     TO WS-SHOPCAL-SKIPPED
              EXIT PARAGRAPH
           END-IF
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE CL-FROM-DATE            TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR,
              WS-CLOSURE-FROM-LILIAN, FC
           IF SEVERITY = 0
              MOVE CL-TO-DATE           TO VSTRING-TEXT OF IN-DATE
              CALL 'CEEDAYS' USING IN-DATE, PICSTR,
                 WS-CLOSURE-TO-LILIAN, FC
           END-IF
           IF SEVERITY NOT = 0
              DISPLAY ' ** SHOPCAL period skipped, bad dates: '
                 CL-FROM-DATE ' ' CL-TO-DATE
              ADD 1                     TO WS-SHOPCAL-SKIPPED
              EXIT PARAGRAPH
           END-IF
           IF WS-CLOSURE-TO-LILIAN - WS-CLOSURE-FROM-LILIAN + 1
              > WS-MAX-CLOSURE-DAYS
              DISPLAY ' ** SHOPCAL period skipped, longer than '
                 WS-MAX-CLOSURE-DAYS ' days: '
                 CL-FROM-DATE ' ' CL-TO-DATE
              ADD 1                     TO WS-SHOPCAL-SKIPPED
              EXIT PARAGRAPH
           END-IF
           IF WS-CAL-FIRST-YEAR = ZERO
              OR CL-FROM-YEAR < WS-CAL-FIRST-YEAR
              MOVE CL-FROM-YEAR         TO WS-CAL-FIRST-YEAR
           END-IF
           IF CL-TO-YEAR > WS-CAL-LAST-YEAR
              MOVE CL-TO-YEAR           TO WS-CAL-LAST-YEAR
           END-IF
           PERFORM VARYING WS-DAY-LILIAN
                   FROM WS-CLOSURE-FROM-LILIAN BY 1
                   UNTIL WS-DAY-LILIAN > WS-CLOSURE-TO-LILIAN
              PERFORM 070-BANK-CLOSED-DAY
           END-PERFORM
           .
      *
       070-BANK-CLOSED-DAY.
           DIVIDE WS-DAY-LILIAN BY 7 GIVING WS-WEEKS
              REMAINDER WS-DAY-OF-WEEK
           IF WS-DAY-OF-WEEK = 2 OR 3
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                     TO WS-CLOSURE-STATE
           PERFORM VARYING WS-CLOSURE-IDX FROM 1 BY 1
                   UNTIL WS-CLOSURE-IDX > WS-CLOSURE-COUNT
              IF WS-CT-LILIAN(WS-CLOSURE-IDX) = WS-DAY-LILIAN
                 MOVE 'Y'               TO WS-CLOSURE-STATE
              END-IF
           END-PERFORM
           IF CLOSURE-ON-TABLE
              EXIT PARAGRAPH
           END-IF
           IF WS-CLOSURE-COUNT < 3000
              ADD 1                     TO WS-CLOSURE-COUNT
              MOVE WS-DAY-LILIAN
                 TO WS-CT-LILIAN(WS-CLOSURE-COUNT)
           ELSE
      * ** An unbanked closure would count a day the plant was shut
      * ** as worked - fail the run loudly and resize the table
              IF NOT CLOSURE-TABLE-FULL
                 MOVE 'Y'               TO WS-CLOSURE-TABLE-FULL
                 DISPLAY ' ** WS-CLOSURE-TABLE FULL AT 3000 - '
                    'shop calendar incomplete, run failed'
                 MOVE 12                TO RETURN-CODE
              END-IF
           END-IF
           .
      *
      * ** First and last day of the years the calendar covers -
      * ** spans counted outside them know nothing of closures
       080-SET-CALENDAR-BOUNDS.
           MOVE WS-CAL-FIRST-YEAR       TO WS-YD-YEAR
           MOVE 0101                    TO WS-YD-MONTH-DAY
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           MOVE WS-YEAR-DATE            TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           MOVE LILIAN                  TO WS-CAL-LOW-LILIAN
           MOVE WS-CAL-LAST-YEAR        TO WS-YD-YEAR
           MOVE 1231                    TO WS-YD-MONTH-DAY
           MOVE WS-YEAR-DATE            TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           MOVE LILIAN                  TO WS-CAL-HIGH-LILIAN
           .
      *
       090-SET-CALENDAR-TITLE.
           MOVE SPACES                  TO WS-CAL-TITLE
           EVALUATE TRUE
              WHEN NOT CAL-FROM-SHOPCAL
                 MOVE 'CALENDAR: WEEKDAYS ONLY'
                                        TO WS-CAL-TITLE
              WHEN WS-CAL-FIRST-YEAR = WS-CAL-LAST-YEAR
                 STRING 'SHOP CALENDAR ' WS-CAL-FIRST-YEAR
                    DELIMITED BY SIZE INTO WS-CAL-TITLE
              WHEN OTHER
                 STRING 'SHOP CALENDAR ' WS-CAL-FIRST-YEAR
                    '-' WS-CAL-LAST-YEAR
                    DELIMITED BY SIZE INTO WS-CAL-TITLE
           END-EVALUATE
           .
      *
      * ** Working days after FROM up to and including TO: the
      * ** weekdays in the span less the closed weekdays banked
      * ** inside it.  A reversed span is counted the right way
      * ** round and handed back negative
       200-COUNT-WORKING-DAYS.
           IF WS-WD-TO-LILIAN < WS-WD-FROM-LILIAN
              MOVE WS-WD-TO-LILIAN      TO WS-SPAN-FROM-LILIAN
              MOVE WS-WD-FROM-LILIAN    TO WS-SPAN-TO-LILIAN
           ELSE
              MOVE WS-WD-FROM-LILIAN    TO WS-SPAN-FROM-LILIAN
              MOVE WS-WD-TO-LILIAN      TO WS-SPAN-TO-LILIAN
           END-IF
           MOVE WS-SPAN-FROM-LILIAN     TO WS-DAY-LILIAN
           PERFORM 250-WEEKDAYS-THRU-DAY
           MOVE WS-WEEKDAYS-THRU        TO WS-WEEKDAYS-THRU-FROM
           MOVE WS-SPAN-TO-LILIAN       TO WS-DAY-LILIAN
           PERFORM 250-WEEKDAYS-THRU-DAY
           COMPUTE WS-SPAN-DAYS =
              WS-WEEKDAYS-THRU - WS-WEEKDAYS-THRU-FROM
           PERFORM VARYING WS-CLOSURE-IDX FROM 1 BY 1
                   UNTIL WS-CLOSURE-IDX > WS-CLOSURE-COUNT
              IF WS-CT-LILIAN(WS-CLOSURE-IDX) > WS-SPAN-FROM-LILIAN
                 AND WS-CT-LILIAN(WS-CLOSURE-IDX)
                     NOT > WS-SPAN-TO-LILIAN
                 SUBTRACT 1             FROM WS-SPAN-DAYS
              END-IF
           END-PERFORM
      * ** Told once per run - the count is still weekdays, but any
      * ** closure outside the calendar years cannot be allowed for
           IF CAL-FROM-SHOPCAL
              AND NOT OUTSIDE-CALENDAR-WARNED
              AND (WS-SPAN-FROM-LILIAN + 1 < WS-CAL-LOW-LILIAN
                   OR WS-SPAN-TO-LILIAN > WS-CAL-HIGH-LILIAN)
              MOVE 'Y'                  TO WS-OUTSIDE-WARNED
              DISPLAY ' ** WARNING: closures unknown for dates '
                 'outside the calendar years - ' WS-CAL-TITLE
           END-IF
           IF WS-WD-TO-LILIAN < WS-WD-FROM-LILIAN
              COMPUTE WS-WD-WORKING-DAYS = 0 - WS-SPAN-DAYS
           ELSE
              MOVE WS-SPAN-DAYS         TO WS-WD-WORKING-DAYS
           END-IF
           .
      *
      * ** Weekdays from Lilian day 1 through WS-DAY-LILIAN - five a
      * ** week for the whole weeks, plus those in the part week
       250-WEEKDAYS-THRU-DAY.
           DIVIDE WS-DAY-LILIAN BY 7 GIVING WS-WEEKS
              REMAINDER WS-DAY-OF-WEEK
           COMPUTE WS-WEEKDAYS-THRU =
              WS-WEEKS * 5
              + WS-WEEKDAYS-IN-PART(WS-DAY-OF-WEEK + 1)
           .
