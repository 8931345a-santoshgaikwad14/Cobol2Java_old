       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINQ01.
      *============================
      * ** Online purchase-order status inquiry (transaction POIQ) -
      * ** answers "where is my order?" for buyers and receiving on
      * ** the PSMPOS screen.  A PO-NUMBER lists that order's lines
      * ** from POMAST; a BUYER-CODE lists every line the buyer owns
      * ** from POSTAT.  Each line shows the quantity ordered,
      * ** received to date, invoiced and approved, and paid, the
      * ** days it is past DELIVERY-DATE, how many times POCHG01 has
      * ** amended it and the latest amendment.  The figures come
      * ** from the POSTAT file POSTAT01 rebuilds each night, so they
      * ** stand as of the date shown on the screen; a line added or
      * ** reassigned since then shows from POMAST alone until the
      * ** next build.  Six lines a page, PF8 for the next six.
      *============================
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHAID.
       COPY PSMAPSD.
      *
      * ** CA-MODE 'P' = lines of one PO, 'B' = lines of one buyer;
      * ** CA-LAST-KEY is the file key of the last line shown, so PF8
      * ** restarts the browse just past it
       01  WS-COMMAREA.
           05  CA-MODE                  PIC X(01).
           05  CA-PO-NUMBER             PIC X(06).
           05  CA-BUYER-CODE            PIC X(03).
           05  CA-MORE                  PIC X(01).
           05  CA-LAST-KEY              PIC X(32).
      *
       01  WS-RESP                      PIC S9(8) COMP.
       01  WS-LINE-COUNT                PIC 9(01) VALUE ZERO.
       01  WS-BROWSE-DONE               PIC X(01) VALUE 'N'.
           88 BROWSE-DONE               VALUE 'Y'.
       01  WS-AS-OF-DATE                PIC 9(08) VALUE ZERO.
      *
       01  WS-PO-KEY.
           05  WS-PO-KEY-PO             PIC X(06).
           05  WS-PO-KEY-PART           PIC X(23).
       01  WS-PS-KEY.
           05  WS-PS-KEY-BUYER          PIC X(03).
           05  WS-PS-KEY-PO             PIC X(06).
           05  WS-PS-KEY-PART           PIC X(23).
      *
      * ** Purchase-order line master (file POMAST, keyed on
      * ** PO-NUMBER/PART-NUMBER)
       01  WS-POMAST-REC.
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
           05  PL-XMIT-STATUS           PIC X(01).
           05  PL-XMIT-ACTION           PIC X(01).
           05  PL-XMIT-DATE             PIC 9(08).
           05  PL-ACK-STATUS            PIC X(01).
           05  PL-PROMISED-DATE         PIC 9(08).
           05  PL-ACK-DATE              PIC 9(08).
           05  FILLER                   PIC X(14).
      *
      * ** PO status (file POSTAT, keyed on BUYER-CODE/PO-NUMBER/
      * ** PART-NUMBER) - built by POSTAT01
       01  WS-POSTAT-REC.
           05  PS-KEY.
               10  PS-BUYER-CODE        PIC X(03).
               10  PS-PO-NUMBER         PIC X(06).
               10  PS-PART-NUMBER       PIC X(23).
           05  PS-SUPPLIER-CODE         PIC X(10).
           05  PS-QTY-ORDERED           PIC S9(07).
           05  PS-DELIVERY-DATE         PIC 9(08).
           05  PS-LINE-STATUS           PIC X(02).
           05  PS-QTY-RECEIVED          PIC S9(07).
           05  PS-LAST-RECEIPT-DATE     PIC 9(08).
           05  PS-QTY-INVOICED          PIC S9(07).
           05  PS-QTY-PAID              PIC S9(07).
           05  PS-DAYS-LATE             PIC 9(05).
           05  PS-CHANGE-COUNT          PIC 9(03).
           05  PS-CHANGE OCCURS 3 TIMES.
               10  PS-CHANGE-DATE       PIC 9(08).
               10  PS-CHANGE-TEXT       PIC X(28).
           05  PS-BUILD-DATE            PIC 9(08).
           05  FILLER                   PIC X(38).
      *
      * ** The two screen lines for one order line - columns match
      * ** the PSMPOS headings
       01  WS-LINE-A.
           05  LA-PO-NUMBER             PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LA-PART-NUMBER           PIC X(23).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LA-SUPPLIER-CODE         PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LA-DELIVERY-DATE         PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LA-DAYS-LATE             PIC ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LA-LINE-STATUS           PIC X(02).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  LA-CHANGE-COUNT          PIC ZZ9.
           05  FILLER                   PIC X(13) VALUE SPACES.
       01  WS-LINE-B.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LB-QTY-ORDERED           PIC -ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LB-QTY-RECEIVED          PIC -ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LB-QTY-INVOICED          PIC -ZZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LB-QTY-PAID              PIC -ZZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LB-CHANGE-DATE           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  LB-CHANGE-TEXT           PIC X(28).
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-MODE                  PIC X(01).
           05  LK-PO-NUMBER             PIC X(06).
           05  LK-BUYER-CODE            PIC X(03).
           05  LK-MORE                  PIC X(01).
           05  LK-LAST-KEY              PIC X(32).
      *
       PROCEDURE DIVISION.
           IF EIBCALEN = 0
              MOVE SPACES               TO WS-COMMAREA
              MOVE LOW-VALUES           TO PSMPOSO
              MOVE 'KEY A PO NUMBER OR A BUYER CODE'
                                        TO POSMSGO
              PERFORM 500-SEND-FRESH-MAP
           ELSE
              MOVE DFHCOMMAREA          TO WS-COMMAREA
              PERFORM 100-PROCESS-SCREEN
           END-IF
           EXEC CICS RETURN
                TRANSID('POIQ')
                COMMAREA(WS-COMMAREA)
           END-EXEC
           .
      *
       100-PROCESS-SCREEN.
      * ** RESP on the RECEIVE implies NOHANDLE, so the attention
      * ** keys are tested directly - PF3 and CLEAR end the session,
      * ** PF8 pages on through the PO or buyer already on display
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
              PERFORM 900-END-SESSION
           END-IF
           IF EIBAID = DFHPF8
              IF CA-MORE = 'Y'
                 PERFORM 200-FILL-PAGE
              ELSE
                 MOVE LOW-VALUES        TO PSMPOSO
                 MOVE 'NO MORE LINES - KEY A PO OR A BUYER'
                                        TO POSMSGO
                 PERFORM 510-SEND-DATAONLY
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES              TO PSMPOSI
           EXEC CICS RECEIVE
                MAP('PSMPOS')
                MAPSET('PSMAPS')
                INTO(PSMPOSI)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES               TO WS-COMMAREA
              MOVE LOW-VALUES           TO PSMPOSO
              MOVE 'KEY A PO NUMBER OR A BUYER CODE'
                                        TO POSMSGO
              PERFORM 500-SEND-FRESH-MAP
              EXIT PARAGRAPH
           END-IF
           IF POSKEYL = 0 OR POSKEYI = SPACES
              MOVE SPACES               TO POSKEYI
           END-IF
           IF POSBUYL = 0 OR POSBUYI = SPACES
              MOVE SPACES               TO POSBUYI
           END-IF
      * ** A new inquiry always starts from the first line
           MOVE SPACES                  TO WS-COMMAREA
           EVALUATE TRUE
              WHEN POSKEYI NOT = SPACES AND POSBUYI NOT = SPACES
                 MOVE LOW-VALUES        TO PSMPOSO
                 MOVE 'KEY A PO NUMBER OR A BUYER, NOT BOTH'
                                        TO POSMSGO
                 PERFORM 510-SEND-DATAONLY
              WHEN POSKEYI NOT = SPACES
                 MOVE 'P'               TO CA-MODE
                 MOVE POSKEYI           TO CA-PO-NUMBER
                 PERFORM 200-FILL-PAGE
              WHEN POSBUYI NOT = SPACES
                 MOVE 'B'               TO CA-MODE
                 MOVE POSBUYI           TO CA-BUYER-CODE
                 PERFORM 200-FILL-PAGE
              WHEN OTHER
                 MOVE LOW-VALUES        TO PSMPOSO
                 MOVE 'KEY A PO NUMBER OR A BUYER CODE'
                                        TO POSMSGO
                 PERFORM 510-SEND-DATAONLY
           END-EVALUATE
           .
      *
      * ** One page - up to six lines past CA-LAST-KEY, reading a
      * ** seventh only to know whether PF8 has anything to show
       200-FILL-PAGE.
           MOVE LOW-VALUES              TO PSMPOSO
           MOVE CA-PO-NUMBER            TO POSKEYO
           MOVE CA-BUYER-CODE           TO POSBUYO
           MOVE ZERO                    TO WS-LINE-COUNT
                                           WS-AS-OF-DATE
           MOVE 'N'                     TO CA-MORE
           IF CA-MODE = 'P'
              PERFORM 250-BROWSE-PO
           ELSE
              PERFORM 260-BROWSE-BUYER
           END-IF
           IF WS-AS-OF-DATE NOT = ZERO
              MOVE WS-AS-OF-DATE        TO POSASOFO
           END-IF
           EVALUATE TRUE
              WHEN WS-LINE-COUNT = 0 AND CA-MODE = 'P'
                 MOVE 'NO LINES ON FILE FOR THIS PO'
                                        TO POSMSGO
              WHEN WS-LINE-COUNT = 0
                 MOVE 'NO LINES ON FILE FOR THIS BUYER'
                                        TO POSMSGO
              WHEN CA-MORE = 'Y'
                 MOVE 'PF8 FOR MORE LINES'
                                        TO POSMSGO
              WHEN OTHER
                 MOVE 'END OF LINES'    TO POSMSGO
           END-EVALUATE
      * ** ERASE so a short last page leaves no lines from the last
           PERFORM 500-SEND-FRESH-MAP
           .
      *
      * ** By PO - the order's lines in PART-NUMBER order off POMAST,
      * ** each looked up on POSTAT under the line's own buyer
       250-BROWSE-PO.
           MOVE CA-PO-NUMBER            TO WS-PO-KEY-PO
           IF CA-LAST-KEY = SPACES
              MOVE LOW-VALUES           TO WS-PO-KEY-PART
           ELSE
              MOVE CA-LAST-KEY          TO WS-PO-KEY
           END-IF
           EXEC CICS STARTBR
                FILE('POMAST')
                RIDFLD(WS-PO-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                     TO WS-BROWSE-DONE
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('POMAST')
                   INTO(WS-POMAST-REC)
                   RIDFLD(WS-PO-KEY)
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 WHEN PL-PO-NUMBER NOT = CA-PO-NUMBER
                    MOVE 'Y'            TO WS-BROWSE-DONE
                 WHEN PL-KEY = CA-LAST-KEY
                    CONTINUE
                 WHEN WS-LINE-COUNT = 6
                    MOVE 'Y'            TO CA-MORE
                    MOVE 'Y'            TO WS-BROWSE-DONE
                 WHEN OTHER
                    PERFORM 300-FORMAT-PO-LINE
              END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR
                FILE('POMAST')
           END-EXEC
           .
      *
      * ** By buyer - straight off POSTAT, whose key leads with
      * ** BUYER-CODE
       260-BROWSE-BUYER.
           IF CA-LAST-KEY = SPACES
              MOVE LOW-VALUES           TO WS-PS-KEY
              MOVE CA-BUYER-CODE        TO WS-PS-KEY-BUYER
           ELSE
              MOVE CA-LAST-KEY          TO WS-PS-KEY
           END-IF
           EXEC CICS STARTBR
                FILE('POSTAT')
                RIDFLD(WS-PS-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                     TO WS-BROWSE-DONE
           PERFORM UNTIL BROWSE-DONE
              EXEC CICS READNEXT
                   FILE('POSTAT')
                   INTO(WS-POSTAT-REC)
                   RIDFLD(WS-PS-KEY)
                   RESP(WS-RESP)
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 WHEN PS-BUYER-CODE NOT = CA-BUYER-CODE
                    MOVE 'Y'            TO WS-BROWSE-DONE
                 WHEN PS-KEY = CA-LAST-KEY
                    CONTINUE
                 WHEN WS-LINE-COUNT = 6
                    MOVE 'Y'            TO CA-MORE
                    MOVE 'Y'            TO WS-BROWSE-DONE
                 WHEN OTHER
                    PERFORM 350-FORMAT-STATUS-LINE
              END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR
                FILE('POSTAT')
           END-EXEC
           .
      *
      * ** A PO line with no status yet - added or given a new buyer
      * ** since the last build - shows what POMAST alone can tell
       300-FORMAT-PO-LINE.
           MOVE PL-KEY                  TO CA-LAST-KEY
           MOVE PL-BUYER-CODE           TO WS-PS-KEY-BUYER
           MOVE PL-PO-NUMBER            TO WS-PS-KEY-PO
           MOVE PL-PART-NUMBER          TO WS-PS-KEY-PART
           EXEC CICS READ
                FILE('POSTAT')
                INTO(WS-POSTAT-REC)
                RIDFLD(WS-PS-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM 400-BUILD-LINES
              PERFORM 450-PLACE-LINES
           ELSE
              MOVE SPACES               TO WS-POSTAT-REC
              MOVE PL-PO-NUMBER         TO PS-PO-NUMBER
              MOVE PL-PART-NUMBER       TO PS-PART-NUMBER
              MOVE PL-SUPPLIER-CODE     TO PS-SUPPLIER-CODE
              MOVE PL-QUANTITY          TO PS-QTY-ORDERED
              MOVE PL-DELIVERY-DATE     TO PS-DELIVERY-DATE
              IF PL-LINE-CANCELLED
                 MOVE 'CX'              TO PS-LINE-STATUS
              ELSE
                 MOVE 'OP'              TO PS-LINE-STATUS
              END-IF
              MOVE ZERO                 TO PS-QTY-RECEIVED
                                           PS-QTY-INVOICED
                                           PS-QTY-PAID
                                           PS-DAYS-LATE
                                           PS-CHANGE-COUNT
              PERFORM 400-BUILD-LINES
              MOVE '*NO STATUS YET - NEW/CHANGED'
                                        TO LB-CHANGE-TEXT
              PERFORM 450-PLACE-LINES
           END-IF
           .
      *
       350-FORMAT-STATUS-LINE.
           MOVE PS-KEY                  TO CA-LAST-KEY
           PERFORM 400-BUILD-LINES
           PERFORM 450-PLACE-LINES
           .
      *
       400-BUILD-LINES.
           MOVE PS-PO-NUMBER            TO LA-PO-NUMBER
           MOVE PS-PART-NUMBER          TO LA-PART-NUMBER
           MOVE PS-SUPPLIER-CODE        TO LA-SUPPLIER-CODE
           MOVE PS-DELIVERY-DATE        TO LA-DELIVERY-DATE
           MOVE PS-DAYS-LATE            TO LA-DAYS-LATE
           MOVE PS-LINE-STATUS          TO LA-LINE-STATUS
           MOVE PS-CHANGE-COUNT         TO LA-CHANGE-COUNT
           MOVE PS-QTY-ORDERED          TO LB-QTY-ORDERED
           MOVE PS-QTY-RECEIVED         TO LB-QTY-RECEIVED
           MOVE PS-QTY-INVOICED         TO LB-QTY-INVOICED
           MOVE PS-QTY-PAID             TO LB-QTY-PAID
           IF PS-CHANGE-COUNT > 0
              MOVE PS-CHANGE-DATE(1)    TO LB-CHANGE-DATE
              MOVE PS-CHANGE-TEXT(1)    TO LB-CHANGE-TEXT
           ELSE
              MOVE SPACES               TO LB-CHANGE-DATE
                                           LB-CHANGE-TEXT
           END-IF
           IF PS-BUILD-DATE IS NUMERIC
              AND PS-BUILD-DATE > WS-AS-OF-DATE
              MOVE PS-BUILD-DATE        TO WS-AS-OF-DATE
           END-IF
           ADD 1                        TO WS-LINE-COUNT
           .
      *
       450-PLACE-LINES.
           EVALUATE WS-LINE-COUNT
              WHEN 1
                 MOVE WS-LINE-A         TO POSLA1O
                 MOVE WS-LINE-B         TO POSLB1O
              WHEN 2
                 MOVE WS-LINE-A         TO POSLA2O
                 MOVE WS-LINE-B         TO POSLB2O
              WHEN 3
                 MOVE WS-LINE-A         TO POSLA3O
                 MOVE WS-LINE-B         TO POSLB3O
              WHEN 4
                 MOVE WS-LINE-A         TO POSLA4O
                 MOVE WS-LINE-B         TO POSLB4O
              WHEN 5
                 MOVE WS-LINE-A         TO POSLA5O
                 MOVE WS-LINE-B         TO POSLB5O
              WHEN 6
                 MOVE WS-LINE-A         TO POSLA6O
                 MOVE WS-LINE-B         TO POSLB6O
           END-EVALUATE
           .
      *
       500-SEND-FRESH-MAP.
           EXEC CICS SEND
                MAP('PSMPOS')
                MAPSET('PSMAPS')
                FROM(PSMPOSO)
                ERASE
           END-EXEC
           .
      *
       510-SEND-DATAONLY.
           EXEC CICS SEND
                MAP('PSMPOS')
                MAPSET('PSMAPS')
                FROM(PSMPOSO)
                DATAONLY
           END-EXEC
           .
      *
       900-END-SESSION.
           EXEC CICS SEND CONTROL
                ERASE
                FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .
