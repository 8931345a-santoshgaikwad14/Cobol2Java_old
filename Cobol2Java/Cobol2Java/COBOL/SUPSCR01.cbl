      * ** Supplier delivery-performance scoring - accumulates
      * ** on-time versus past-due purchase-order counts and average
      * ** days late per SUPPLIER-CODE from the PURCHASE-ORDER
      * ** group's dates (days past due in shop working days from
      * ** the SHOPCAL calendar via WRKDAYS, as POAGE01 computes -
      * ** suppliers are not marked down for our own holidays and
      * ** shutdowns, and the heading names the calendar year
      * ** used), derives a performance score on the
      * ** SUPPLIER-RATING scale, and prints an exception line
      * ** wherever the computed score contradicts the rating keyed
      * ** on the supplier - so sourcing stops leaning on ratings
       01  TODAY-LILIAN                 PIC S9(9) BINARY.
       01  WS-DAYS-PAST-DUE             PIC S9(9) BINARY.
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
               10  FILLER                PIC X(45) VALUE
                   'SUPPLIER DELIVERY PERFORMANCE EXCEPTIONS'.
               10  WS-HL-CALENDAR        PIC X(30).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(55) VALUE
                   'SUPPLIER   NAME            ON-TIME PAST-DUE AVG-'.
              DISPLAY ' Error opening file SUPSCRRP, Status: '
                         WS-SUPSCRRP-STATUS
           END-IF
           MOVE 'L'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-CALENDAR-TITLE    TO WS-HL-CALENDAR
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
      *
      * ** Accumulates each occupied PO slot against its supplier -
      * ** a delivery date still in the future counts on-time, a
      * ** passed one counts past-due with its working days late
      * ** banked.  One passed only by days the shop was closed is
      * ** still on time
       100-SCORE-RECORD.
      * ** The feed's HDR/TRL envelope records carry no supplier -
      * ** skipping them keeps spaces keys out of the score table
                                        TO VSTRING-TEXT OF IN-DATE
                 CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
                 IF SEVERITY = 0
                    MOVE ZERO           TO WS-DAYS-PAST-DUE
                    IF LILIAN < TODAY-LILIAN
                       MOVE 'C'         TO WS-WD-FUNCTION
                       MOVE LILIAN      TO WS-WD-FROM-LILIAN
                       MOVE TODAY-LILIAN
                                        TO WS-WD-TO-LILIAN
                       CALL WS-WRKDAYS USING WS-WORKDAY-AREA
                       MOVE WS-WD-WORKING-DAYS
                                        TO WS-DAYS-PAST-DUE
                    END-IF
                    IF WS-DAYS-PAST-DUE > 0
                       ADD 1      TO WS-ST-PAST-DUE(WS-SCORE-SUB)
                       ADD WS-DAYS-PAST-DUE
                                  TO WS-ST-DAYS-LATE(WS-SCORE-SUB)
