      * ** Actual-versus-stated lead time analysis - every part
      * ** carries a keyed WEEKS-LEAD-TIME that FINPARTS range-checks
      * ** but nobody checks against reality.  This computes each
      * ** receipt's actual lead time (shop working days from the
      * ** matching PURCHASE-ORDER slot's ORDER-DATE to
      * ** RC-RECEIPT-DATE, counted on the SHOPCAL calendar by
      * ** WRKDAYS as POAGE01 counts them, five to a week - our own
      * ** holidays and shutdowns do not lengthen a supplier's lead
      * ** time, and the heading names the calendar year used),
      * ** averages it by PART-NUMBER/SUPPLIER-CODE, and reports
      * ** every part whose keyed lead time is off the observed
      * ** average by more than the LTAPARM
      * ** threshold - writing a suggested correction in the
      * ** CORRECTS layout, so an accepted update flows through the
      * ** existing RESUB01 correction machinery.
       01  LILIAN                       PIC S9(9) BINARY.
       01  WS-RECEIPT-LILIAN            PIC S9(9) BINARY.
       01  WS-ACTUAL-DAYS               PIC S9(9) BINARY.
      *
       COPY WORKDAYS.
      *
       01  WS-SUBROUTINE-NAMES.
           05 WS-WRKDAYS                PIC X(12) VALUE 'WRKDAYS'.
      *
       01  IN-DATE.
           02  VSTRING-LENGTH      PIC S9(4) BINARY.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(36) VALUE
                   'ACTUAL VS STATED LEAD TIME ANALYSIS'.
               10  FILLER                PIC X(02) VALUE SPACES.
               10  WS-HL-CALENDAR        PIC X(30).
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(55) VALUE
                   'PART-NUMBER             SUPPLIER   RCPTS STATED-'.
              DISPLAY ' Error opening file LEADCORR, Status: '
                         WS-LEADCORR-STATUS
           END-IF
           MOVE 'L'                     TO WS-WD-FUNCTION
           MOVE SPACE                   TO WS-WD-ENVIRONMENT
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-CALENDAR-TITLE    TO WS-HL-CALENDAR
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           END-IF
           .
      *
      * ** One receipt's actual lead days = working days from the
      * ** order date of its PO line to the receipt date,
      * ** accumulated by part/supplier
       350-POST-ONE-RECEIPT.
           IF RC-RECEIPT-DATE IS NOT NUMERIC
              ADD 1                     TO WS-RECEIPTS-UNMATCHED
              ADD 1                     TO WS-RECEIPTS-UNMATCHED
              EXIT PARAGRAPH
           END-IF
           IF WS-RECEIPT-LILIAN < WS-LN-ORDER-LILIAN(WS-LINE-SUB)
              ADD 1                     TO WS-RECEIPTS-UNMATCHED
              EXIT PARAGRAPH
           END-IF
           MOVE 'C'                     TO WS-WD-FUNCTION
           MOVE WS-LN-ORDER-LILIAN(WS-LINE-SUB)
                                        TO WS-WD-FROM-LILIAN
           MOVE WS-RECEIPT-LILIAN       TO WS-WD-TO-LILIAN
           CALL WS-WRKDAYS USING WS-WORKDAY-AREA
           MOVE WS-WD-WORKING-DAYS      TO WS-ACTUAL-DAYS
           IF WS-ACTUAL-DAYS < 0
              ADD 1                     TO WS-RECEIPTS-UNMATCHED
              EXIT PARAGRAPH
           END-IF
           .
      *
      * ** Averages each pair's observed working days into weeks of
      * ** five working days and reports the pairs off the keyed
      * ** lead time by more than the LTAPARM threshold, each with a
      * ** suggested correction
       500-REPORT-VARIANCES.
           PERFORM VARYING WS-RPT-SUB FROM 1 BY 1
                   UNTIL WS-RPT-SUB > WS-AVG-COUNT
                 COMPUTE WS-AVG-DAYS ROUNDED =
                    WS-AV-TOTAL-DAYS(WS-RPT-SUB)
                    / WS-AV-RECEIPT-COUNT(WS-RPT-SUB)
                 COMPUTE WS-AVG-WEEKS ROUNDED = WS-AVG-DAYS / 5
                 COMPUTE WS-WEEKS-OFF =
                    WS-AVG-WEEKS - WS-AV-LEAD-WEEKS(WS-RPT-SUB)
                 IF WS-WEEKS-OFF < 0
