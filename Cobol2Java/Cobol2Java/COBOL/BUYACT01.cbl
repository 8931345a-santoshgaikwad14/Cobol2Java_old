      * ** Buyer activity report - reads PARTSUPP and rolls up each
      * ** BUYER-CODE's purchase-order count, committed dollars
      * ** (QUANTITY * UNIT-PRICE, as POVAL01 computes) and past-due
      * ** PO count (past due by at least one shop working day on
      * ** the SHOPCAL calendar, as POAGE01 ages - the heading names
      * ** the calendar year used), then prints one line per buyer
      * ** with name and department from the BUYERMST master, so
      * ** purchasing management can allocate workload without the
      * ** retyped monthly spreadsheet.  A record carrying a
      * ** CURRENCY-CODE (importer orders keyed in the supplier's
      * ** currency) converts to US dollars at the FXRATES rate, and
      * ** every rate applied prints on the report with its date.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       FD  BUYERMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYER-RECORD.
       01  BUYER-RECORD.
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
      * ** Exchange-rate table - US dollars per one unit of each
      * ** foreign currency, with the date the rate was set
       01  LILIAN                       PIC S9(9) BINARY.
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
       01  WS-TODAY-DATE                PIC 9(08).
      *
       COPY WORKDAYS.
      *
       01  WS-SUBROUTINE-NAMES.
           05 WS-WRKDAYS                PIC X(12) VALUE 'WRKDAYS'.
      *
       01  IN-DATE.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(21) VALUE
                   'BUYER ACTIVITY REPORT'.
               10  FILLER                PIC X(03) VALUE SPACES.
               10  WS-HL-CALENDAR        PIC X(30).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(52) VALUE
                   'BUYER NAME                      DEPARTMENT   POS'.
              DISPLAY ' Error opening file BUYACTRP, Status: '
                         WS-BUYACTRP-STATUS
           END-IF
           MOVE 'L'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-CALENDAR-TITLE    TO WS-HL-CALENDAR
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
                                        TO VSTRING-TEXT OF IN-DATE
              CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
              IF SEVERITY = 0 AND LILIAN < TODAY-LILIAN
                 MOVE 'C'               TO WS-WD-FUNCTION
                 MOVE LILIAN            TO WS-WD-FROM-LILIAN
                 MOVE TODAY-LILIAN      TO WS-WD-TO-LILIAN
                 CALL WS-WRKDAYS USING WS-WORKDAY-AREA
                 IF WS-WD-WORKING-DAYS > 0
                    ADD 1               TO WS-AT-PAST-DUE(WS-ACT-SUB)
                 END-IF
              END-IF
           END-IF
           .
