       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRPT01.
      *============================
      * ** Year-end 1099 vendor payment reporting - reads the PAYYTD
      * ** payments-to-date master PAYACC01 builds from PAYAPPR and,
      * ** for the TAXPARM tax year, writes the TAX1099 reporting
      * ** file for every supplier paid at least the IRS threshold,
      * ** with the SM-TAX-ID, name and remit-to address from
      * ** SUPMAST, bracketed by a header and a trailer carrying the
      * ** count and total reported.  Every supplier paid anything in
      * ** the year is also checked, and the TAXEXCP exception list
      * ** shows the ones whose TAX-ID is blank or malformed (not
      * ** nine digits), whose TAX-ID is also carried by another
      * ** SUPPLIER-CODE on SUPMAST, or who are missing from SUPMAST
      * ** altogether.  An exception supplier over the threshold is
      * ** withheld from the file and the step ends return code 4,
      * ** so the master is corrected and the step re-run before the
      * ** file goes to the IRS.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT PAYYTD      ASSIGN TO PAYYTD
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  PY-KEY
             FILE STATUS      IS  WS-PAYYTD-STATUS
             .
           SELECT SUPMAST     ASSIGN TO SUPMAST
             ORGANIZATION     IS  INDEXED
             ACCESS MODE      IS  DYNAMIC
             RECORD KEY       IS  SM-SUPPLIER-CODE
             FILE STATUS      IS  WS-SUPMAST-STATUS
             .
           SELECT TAX1099     ASSIGN TO TAX1099
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-TAX1099-STATUS
             .
           SELECT TAXEXCP     ASSIGN TO TAXEXCP
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-TAXEXCP-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Payments-to-date master built by PAYACC01 - one record per
      * ** supplier and calendar year
       FD  PAYYTD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYYTD-REC.
       01  PAYYTD-REC.
           05  PY-KEY.
               10  PY-SUPPLIER-CODE     PIC X(10).
               10  PY-PAY-YEAR          PIC 9(04).
           05  PY-SUPPLIER-NAME         PIC X(15).
           05  PY-PAID-AMOUNT           PIC S9(11)V99.
           05  PY-PAYMENT-COUNT         PIC 9(07).
           05  PY-FIRST-PAY-DATE        PIC 9(08).
           05  PY-LAST-PAY-DATE         PIC 9(08).
           05  PY-LAST-UPDATE-DATE      PIC 9(08).
           05  FILLER                   PIC X(07).
      *
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
      * ** 1099 reporting file - a TXH header, one TXD detail per
      * ** reportable supplier and a TXT trailer with the count and
      * ** total, so the filing step can prove it has the whole file
       FD  TAX1099
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TAX1099-REC.
       01  TAX1099-REC.
           05  TX-RECORD-TYPE           PIC X(03).
           05  TX-TAX-YEAR              PIC 9(04).
           05  TX-SUPPLIER-CODE         PIC X(10).
           05  TX-TAX-ID                PIC X(09).
           05  TX-SUPPLIER-NAME         PIC X(15).
           05  TX-ADDRESS-1             PIC X(15).
           05  TX-ADDRESS-2             PIC X(15).
           05  TX-ADDRESS-3             PIC X(15).
           05  TX-CITY                  PIC X(15).
           05  TX-ADDR-STATE            PIC X(02).
           05  TX-ZIP-CODE              PIC 9(10).
           05  TX-PAID-AMOUNT           PIC 9(11)V99.
           05  TX-PAYMENT-COUNT         PIC 9(07).
           05  FILLER                   PIC X(67).
       01  TAX1099-HEADER.
           05  TH-RECORD-TYPE           PIC X(03).
           05  TH-TAX-YEAR              PIC 9(04).
           05  TH-RUN-DATE              PIC 9(08).
           05  TH-THRESHOLD             PIC 9(07)V99.
           05  FILLER                   PIC X(176).
       01  TAX1099-TRAILER.
           05  TT-RECORD-TYPE           PIC X(03).
           05  TT-RECORD-COUNT          PIC 9(07).
           05  TT-TOTAL-AMOUNT          PIC 9(13)V99.
           05  FILLER                   PIC X(175).
      *
       FD  TAXEXCP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-LINE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-PAYYTD-STATUS          PIC X(02) VALUE '00'.
             88 WS-PAYYTD-STATUS-OK     VALUE '00'.
           05 WS-SUPMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPMAST-STATUS-OK    VALUE '00'.
           05 WS-TAX1099-STATUS         PIC X(02) VALUE '00'.
             88 WS-TAX1099-STATUS-OK    VALUE '00'.
           05 WS-TAXEXCP-STATUS         PIC X(02) VALUE '00'.
             88 WS-TAXEXCP-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-EOF                    PIC X VALUE SPACES.
              88 EOF-FOUND              VALUE 'Y'.
           05 WS-SUPMAST-EOF            PIC X VALUE SPACES.
              88 SUPMAST-EOF-FOUND      VALUE 'Y'.
           05 WS-SUPPLIER-STATE         PIC X VALUE 'N'.
              88 SUPPLIER-ON-MASTER     VALUE 'Y'.
           05 WS-FATAL-FLAG             PIC X VALUE 'N'.
              88 RUN-IS-FATAL           VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-PAYYTD-READ            PIC 9(07) VALUE ZEROS.
           05 WS-SUPMAST-READ           PIC 9(07) VALUE ZEROS.
           05 WS-REPORTED-COUNT         PIC 9(07) VALUE ZEROS.
           05 WS-UNDER-THRESHOLD        PIC 9(07) VALUE ZEROS.
           05 WS-EXCEPTION-COUNT        PIC 9(07) VALUE ZEROS.
           05 WS-WITHHELD-COUNT         PIC 9(07) VALUE ZEROS.
      *
       01  WS-REPORTED-AMOUNT           PIC 9(13)V99 VALUE ZERO.
       01  WS-TODAY-DATE                PIC 9(08) VALUE ZERO.
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR             PIC 9(04).
           05 WS-TODAY-MMDD             PIC 9(04).
       01  WS-TAX-YEAR                  PIC 9(04) VALUE ZERO.
       01  WS-AMOUNT-DISPLAY            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
      *
       COPY TAXPARM.
      *
      * ** Every supplier paid anything in the tax year, with the
      * ** TAX-ID from SUPMAST and the exception found against it
      * ** (1 blank, 2 malformed, 3 shared with another code,
      * ** 4 not on SUPMAST) - a paid supplier dropped for want of
      * ** room would silently go unreported, so a full table fails
      * ** the run
       01  WS-PAID-TABLE.
           05 WS-PAID-COUNT             PIC 9(08) COMP VALUE ZERO.
           05 WS-PAID-ENTRY             OCCURS 20000 TIMES
                                         INDEXED BY WS-PAID-IDX.
              10 WS-PD-SUPPLIER-CODE    PIC X(10).
              10 WS-PD-SUPPLIER-NAME    PIC X(15).
              10 WS-PD-TAX-ID           PIC X(09).
              10 WS-PD-PAID-AMOUNT      PIC S9(11)V99 COMP-3.
              10 WS-PD-PAYMENT-COUNT    PIC 9(07) COMP.
              10 WS-PD-EXCEPTION        PIC 9(01).
                 88 WS-PD-CLEAN         VALUE 0.
                 88 WS-PD-TAX-ID-BLANK  VALUE 1.
                 88 WS-PD-TAX-ID-BAD    VALUE 2.
                 88 WS-PD-TAX-ID-SHARED VALUE 3.
                 88 WS-PD-NOT-ON-MASTER VALUE 4.
              10 WS-PD-OTHER-CODE       PIC X(10).
       01  WS-PAID-SUB                  PIC 9(08) COMP VALUE ZERO.
      *
       01  WS-REPORT-LINES.
           05  WS-HEADER-LINE.
               10  FILLER                PIC X(36) VALUE
                   '1099 TAX-ID EXCEPTIONS FOR TAX YEAR '.
               10  WS-HL-TAX-YEAR        PIC 9(04).
               10  FILLER                PIC X(14) VALUE
                   '   THRESHOLD: '.
               10  WS-HL-THRESHOLD       PIC Z,ZZZ,ZZ9.99.
           05  WS-COLUMN-LINE.
               10  FILLER                PIC X(50) VALUE
                   'SUPPLIER   NAME            TAX-ID         PAID-AMO'.
               10  FILLER                PIC X(50) VALUE
                   'UNT ON-FILE EXCEPTION'.
           05  WS-DETAIL-LINE.
               10  WS-DL-SUPPLIER-CODE   PIC X(10).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-SUPPLIER-NAME   PIC X(15).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-TAX-ID          PIC X(09).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-DL-PAID-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER                PIC X(03) VALUE SPACES.
               10  WS-DL-ON-FILE         PIC X(08).
               10  WS-DL-EXCEPTION       PIC X(40).
           05  WS-TOTAL-LINE.
               10  FILLER                PIC X(24) VALUE
                   'TOTAL EXCEPTIONS:       '.
               10  WS-TL-COUNT           PIC ZZZZZZ9.
               10  FILLER                PIC X(24) VALUE
                   '   WITHHELD FROM FILE:  '.
               10  WS-TL-WITHHELD        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           IF NOT RUN-IS-FATAL
              PERFORM 100-LOAD-PAID-SUPPLIERS
           END-IF
           IF NOT RUN-IS-FATAL
              PERFORM 200-CHECK-SHARED-TAX-IDS
              PERFORM 300-WRITE-1099-FILE
           END-IF
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE PAYYTD
                 SUPMAST
                 TAX1099
                 TAXEXCP
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-TAX-REPORT-YEAR = ZERO
              COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1
           ELSE
              MOVE WS-TAX-REPORT-YEAR   TO WS-TAX-YEAR
           END-IF
           OPEN INPUT PAYYTD
           IF NOT WS-PAYYTD-STATUS-OK
              DISPLAY ' Error opening file PAYYTD, Status: '
                         WS-PAYYTD-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           OPEN INPUT SUPMAST
           IF NOT WS-SUPMAST-STATUS-OK
              DISPLAY ' Error opening file SUPMAST, Status: '
                         WS-SUPMAST-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           OPEN OUTPUT TAX1099
           IF NOT WS-TAX1099-STATUS-OK
              DISPLAY ' Error opening file TAX1099, Status: '
                         WS-TAX1099-STATUS
              MOVE 'Y'                  TO WS-FATAL-FLAG
           END-IF
           OPEN OUTPUT TAXEXCP
           IF NOT WS-TAXEXCP-STATUS-OK
              DISPLAY ' Error opening file TAXEXCP, Status: '
                         WS-TAXEXCP-STATUS
           END-IF
           IF RUN-IS-FATAL
              MOVE 12                   TO RETURN-CODE
           END-IF
           MOVE WS-TAX-YEAR             TO WS-HL-TAX-YEAR
           MOVE WS-TAX-THRESHOLD        TO WS-HL-THRESHOLD
           WRITE REPORT-LINE FROM WS-HEADER-LINE
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           .
      *
      * ** Picks every supplier with a payment total for the tax
      * ** year and checks the TAX-ID its master record carries
       100-LOAD-PAID-SUPPLIERS.
           PERFORM 150-READ-NEXT-TOTAL
           PERFORM UNTIL EOF-FOUND
              IF PY-PAY-YEAR = WS-TAX-YEAR
                 AND PY-PAID-AMOUNT NOT = ZERO
                 PERFORM 160-ADD-PAID-SUPPLIER
              END-IF
              PERFORM 150-READ-NEXT-TOTAL
           END-PERFORM
           .
      *
       150-READ-NEXT-TOTAL.
           READ PAYYTD NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-EOF
             NOT AT END
                 ADD +1         TO WS-PAYYTD-READ
           END-READ
           .
      *
       160-ADD-PAID-SUPPLIER.
           IF WS-PAID-COUNT NOT < 20000
              DISPLAY ' ** WS-PAID-TABLE FULL AT 20000 - 1099 file '
                 'incomplete, run failed: ' PY-SUPPLIER-CODE
              MOVE 'Y'                  TO WS-FATAL-FLAG
              MOVE 'Y'                  TO WS-EOF
              MOVE 12                   TO RETURN-CODE
              EXIT PARAGRAPH
           END-IF
           ADD 1                        TO WS-PAID-COUNT
           MOVE WS-PAID-COUNT           TO WS-PAID-SUB
           MOVE PY-SUPPLIER-CODE   TO WS-PD-SUPPLIER-CODE(WS-PAID-SUB)
           MOVE PY-SUPPLIER-NAME   TO WS-PD-SUPPLIER-NAME(WS-PAID-SUB)
           MOVE PY-PAID-AMOUNT     TO WS-PD-PAID-AMOUNT(WS-PAID-SUB)
           MOVE PY-PAYMENT-COUNT   TO WS-PD-PAYMENT-COUNT(WS-PAID-SUB)
           MOVE SPACES             TO WS-PD-TAX-ID(WS-PAID-SUB)
                                      WS-PD-OTHER-CODE(WS-PAID-SUB)
           MOVE ZERO               TO WS-PD-EXCEPTION(WS-PAID-SUB)
           PERFORM 500-READ-SUPPLIER
           EVALUATE TRUE
              WHEN NOT SUPPLIER-ON-MASTER
                 MOVE 4            TO WS-PD-EXCEPTION(WS-PAID-SUB)
              WHEN SM-TAX-ID = SPACES
                 MOVE 1            TO WS-PD-EXCEPTION(WS-PAID-SUB)
              WHEN SM-TAX-ID NOT NUMERIC
                   OR SM-TAX-ID = ZEROS
                 MOVE SM-TAX-ID    TO WS-PD-TAX-ID(WS-PAID-SUB)
                 MOVE 2            TO WS-PD-EXCEPTION(WS-PAID-SUB)
              WHEN OTHER
                 MOVE SM-TAX-ID    TO WS-PD-TAX-ID(WS-PAID-SUB)
           END-EVALUATE
           IF SUPPLIER-ON-MASTER
              MOVE SM-SUPPLIER-NAME
                                   TO WS-PD-SUPPLIER-NAME(WS-PAID-SUB)
           END-IF
           .
      *
      * ** One pass of the whole supplier master - a good TAX-ID a
      * ** paid supplier shares with any other SUPPLIER-CODE is an
      * ** exception, whether or not the other code was paid
       200-CHECK-SHARED-TAX-IDS.
           MOVE LOW-VALUES              TO SM-SUPPLIER-CODE
           START SUPMAST KEY IS NOT < SM-SUPPLIER-CODE
             INVALID KEY
                 MOVE 'Y'               TO WS-SUPMAST-EOF
           END-START
           PERFORM 250-READ-NEXT-SUPPLIER
           PERFORM UNTIL SUPMAST-EOF-FOUND
              IF SM-TAX-ID NOT = SPACES
                 PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                         UNTIL WS-PAID-IDX > WS-PAID-COUNT
                    IF WS-PD-TAX-ID(WS-PAID-IDX) = SM-TAX-ID
                       AND WS-PD-SUPPLIER-CODE(WS-PAID-IDX)
                           NOT = SM-SUPPLIER-CODE
                       AND (WS-PD-CLEAN(WS-PAID-IDX)
                            OR WS-PD-TAX-ID-SHARED(WS-PAID-IDX))
                       MOVE 3      TO WS-PD-EXCEPTION(WS-PAID-IDX)
                       IF WS-PD-OTHER-CODE(WS-PAID-IDX) = SPACES
                          MOVE SM-SUPPLIER-CODE
                                   TO WS-PD-OTHER-CODE(WS-PAID-IDX)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM 250-READ-NEXT-SUPPLIER
           END-PERFORM
           .
      *
       250-READ-NEXT-SUPPLIER.
           IF SUPMAST-EOF-FOUND
              EXIT PARAGRAPH
           END-IF
           READ SUPMAST NEXT RECORD
             AT END
                 MOVE 'Y'       TO WS-SUPMAST-EOF
             NOT AT END
                 ADD +1         TO WS-SUPMAST-READ
           END-READ
           .
      *
      * ** Header, one detail per clean supplier at or over the
      * ** threshold, trailer; every exception is listed whatever
      * ** the amount, and one over the threshold is withheld
       300-WRITE-1099-FILE.
           MOVE SPACES                  TO TAX1099-HEADER
           MOVE 'TXH'                   TO TH-RECORD-TYPE
           MOVE WS-TAX-YEAR             TO TH-TAX-YEAR
           MOVE WS-TODAY-DATE           TO TH-RUN-DATE
           MOVE WS-TAX-THRESHOLD        TO TH-THRESHOLD
           PERFORM 900-WRITE-TAX1099
           PERFORM VARYING WS-PAID-SUB FROM 1 BY 1
                   UNTIL WS-PAID-SUB > WS-PAID-COUNT
              IF WS-PD-PAID-AMOUNT(WS-PAID-SUB) < WS-TAX-THRESHOLD
                 ADD 1                  TO WS-UNDER-THRESHOLD
              END-IF
              IF NOT WS-PD-CLEAN(WS-PAID-SUB)
                 PERFORM 350-WRITE-EXCEPTION
              ELSE
                 IF WS-PD-PAID-AMOUNT(WS-PAID-SUB)
                    NOT < WS-TAX-THRESHOLD
                    PERFORM 320-WRITE-1099-DETAIL
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES                  TO TAX1099-TRAILER
           MOVE 'TXT'                   TO TT-RECORD-TYPE
           MOVE WS-REPORTED-COUNT       TO TT-RECORD-COUNT
           MOVE WS-REPORTED-AMOUNT      TO TT-TOTAL-AMOUNT
           PERFORM 900-WRITE-TAX1099
           MOVE SPACES                  TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EXCEPTION-COUNT      TO WS-TL-COUNT
           MOVE WS-WITHHELD-COUNT       TO WS-TL-WITHHELD
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           .
      *
      * ** The 1099 goes to the remit-to address, the one payment
      * ** was sent to
       320-WRITE-1099-DETAIL.
           PERFORM 500-READ-SUPPLIER
           MOVE SPACES                  TO TAX1099-REC
           MOVE 'TXD'                   TO TX-RECORD-TYPE
           MOVE WS-TAX-YEAR             TO TX-TAX-YEAR
           MOVE WS-PD-SUPPLIER-CODE(WS-PAID-SUB)
                                        TO TX-SUPPLIER-CODE
           MOVE WS-PD-TAX-ID(WS-PAID-SUB)
                                        TO TX-TAX-ID
           MOVE WS-PD-SUPPLIER-NAME(WS-PAID-SUB)
                                        TO TX-SUPPLIER-NAME
           MOVE ZERO                    TO TX-ZIP-CODE
           PERFORM VARYING SM-ADDR-IDX FROM 1 BY 1
                   UNTIL SM-ADDR-IDX > 3
              IF SM-ADDRESS-TYPE(SM-ADDR-IDX) = '3'
                 MOVE SM-ADDRESS-1(SM-ADDR-IDX)  TO TX-ADDRESS-1
                 MOVE SM-ADDRESS-2(SM-ADDR-IDX)  TO TX-ADDRESS-2
                 MOVE SM-ADDRESS-3(SM-ADDR-IDX)  TO TX-ADDRESS-3
                 MOVE SM-CITY(SM-ADDR-IDX)       TO TX-CITY
                 MOVE SM-ADDR-STATE(SM-ADDR-IDX) TO TX-ADDR-STATE
                 MOVE SM-ZIP-CODE(SM-ADDR-IDX)   TO TX-ZIP-CODE
              END-IF
           END-PERFORM
           MOVE WS-PD-PAID-AMOUNT(WS-PAID-SUB)
                                        TO TX-PAID-AMOUNT
           MOVE WS-PD-PAYMENT-COUNT(WS-PAID-SUB)
                                        TO TX-PAYMENT-COUNT
           PERFORM 900-WRITE-TAX1099
           ADD 1                        TO WS-REPORTED-COUNT
           ADD WS-PD-PAID-AMOUNT(WS-PAID-SUB)
                                        TO WS-REPORTED-AMOUNT
           .
      *
       350-WRITE-EXCEPTION.
           ADD 1                        TO WS-EXCEPTION-COUNT
           MOVE WS-PD-SUPPLIER-CODE(WS-PAID-SUB)
                                        TO WS-DL-SUPPLIER-CODE
           MOVE WS-PD-SUPPLIER-NAME(WS-PAID-SUB)
                                        TO WS-DL-SUPPLIER-NAME
           MOVE WS-PD-TAX-ID(WS-PAID-SUB)
                                        TO WS-DL-TAX-ID
           MOVE WS-PD-PAID-AMOUNT(WS-PAID-SUB)
                                        TO WS-DL-PAID-AMOUNT
           IF WS-PD-PAID-AMOUNT(WS-PAID-SUB) NOT < WS-TAX-THRESHOLD
              ADD 1                     TO WS-WITHHELD-COUNT
              MOVE 'WITHHELD'           TO WS-DL-ON-FILE
           ELSE
              MOVE 'UNDER'              TO WS-DL-ON-FILE
           END-IF
           MOVE SPACES                  TO WS-DL-EXCEPTION
           EVALUATE TRUE
              WHEN WS-PD-TAX-ID-BLANK(WS-PAID-SUB)
                 MOVE 'TAX-ID IS BLANK'  TO WS-DL-EXCEPTION
              WHEN WS-PD-TAX-ID-BAD(WS-PAID-SUB)
                 MOVE 'TAX-ID IS NOT NINE DIGITS'
                                        TO WS-DL-EXCEPTION
              WHEN WS-PD-TAX-ID-SHARED(WS-PAID-SUB)
                 STRING 'TAX-ID ALSO ON SUPPLIER '
                        WS-PD-OTHER-CODE(WS-PAID-SUB)
                        DELIMITED BY SIZE INTO WS-DL-EXCEPTION
                 END-STRING
              WHEN OTHER
                 MOVE 'SUPPLIER NOT ON SUPPLIER MASTER'
                                        TO WS-DL-EXCEPTION
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           IF NOT WS-TAXEXCP-STATUS-OK
              DISPLAY ' Error writing file TAXEXCP, Status: '
                         WS-TAXEXCP-STATUS
           END-IF
           .
      *
       500-READ-SUPPLIER.
           MOVE 'N'                     TO WS-SUPPLIER-STATE
           MOVE WS-PD-SUPPLIER-CODE(WS-PAID-SUB)
                                        TO SM-SUPPLIER-CODE
           READ SUPMAST
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'Y'               TO WS-SUPPLIER-STATE
           END-READ
           .
      *
       900-WRITE-TAX1099.
           WRITE TAX1099-REC
           IF NOT WS-TAX1099-STATUS-OK
              DISPLAY ' Error writing file TAX1099, Status: '
                         WS-TAX1099-STATUS
              MOVE 12                   TO RETURN-CODE
           END-IF
           .
      *
      * ** Exceptions must be cleared before filing - RC 4 keeps the
      * ** file from going out until the master is fixed and re-run
       990-CONTROL-TOTALS.
           MOVE WS-REPORTED-AMOUNT      TO WS-AMOUNT-DISPLAY
           DISPLAY '================================================'
           DISPLAY ' TAXRPT01 CONTROL TOTALS'
           DISPLAY ' TAX YEAR               : ' WS-TAX-YEAR
           DISPLAY ' PAYMENT TOTALS READ    : ' WS-PAYYTD-READ
           DISPLAY ' SUPPLIERS PAID IN YEAR : ' WS-PAID-COUNT
           DISPLAY ' UNDER THRESHOLD        : ' WS-UNDER-THRESHOLD
           DISPLAY ' SUPPLIERS REPORTED     : ' WS-REPORTED-COUNT
           DISPLAY ' AMOUNT REPORTED        : ' WS-AMOUNT-DISPLAY
           DISPLAY ' TAX-ID EXCEPTIONS      : ' WS-EXCEPTION-COUNT
           DISPLAY ' WITHHELD FROM FILE     : ' WS-WITHHELD-COUNT
           DISPLAY '================================================'
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
              MOVE 4                    TO RETURN-CODE
           END-IF
           .
