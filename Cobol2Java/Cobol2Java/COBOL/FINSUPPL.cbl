             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-ASLMAST-STATUS
             .
           SELECT SUPDOCS     ASSIGN TO SUPDOCS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SUPDOCS-STATUS
             .
           SELECT SUPBLOCK    ASSIGN TO SUPBLOCK
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-SUPBLOCK-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Approved-supplier list maintained by ASLMNT01 - every
               88 AS-APPROVED           VALUE 'A'.
           05  AS-EFF-FROM-DATE         PIC 9(08).
           05  AS-EFF-TO-DATE           PIC 9(08).
      *
      * ** Supplier document master maintained by DOCMNT01 - the
      * ** certifications and insurance a government supplier must
      * ** keep current
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
      * ** Restricted-party block file built by RPSCRN01 and cleared
      * ** by compliance through RPCLR01 - a supplier with any hit
      * ** still B is blocked for ordering and payment
       FD  SUPBLOCK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPBLOCK-RECORD.
       01  SUPBLOCK-RECORD.
           05  SB-SUPPLIER-CODE         PIC X(10).
           05  SB-LIST-ENTRY-ID         PIC X(10).
           05  SB-LIST-CODE             PIC X(04).
           05  SB-BLOCK-STATUS          PIC X(01).
               88 SB-BLOCKED            VALUE 'B'.
           05  FILLER                   PIC X(95).

       WORKING-STORAGE SECTION.
       01  WS-ASLMAST-STATUS       PIC X(02) VALUE '00'.
           88 WS-ASLMAST-STATUS-OK VALUE '00'.
       01  WS-SUPDOCS-STATUS       PIC X(02) VALUE '00'.
           88 WS-SUPDOCS-STATUS-OK VALUE '00'.
       01  WS-SUPBLOCK-STATUS      PIC X(02) VALUE '00'.
           88 WS-SUPBLOCK-STATUS-OK VALUE '00'.
       COPY ASLPARM.
      *
      * ** Approved-supplier list loaded on the first call of the
              10 WS-AT-STATUS        PIC X(01).
              10 WS-AT-EFF-FROM-DATE PIC 9(08).
              10 WS-AT-EFF-TO-DATE   PIC 9(08).
      *
      * ** Documents required for government work, loaded with the
      * ** approved list - a GOVT-ONLY or GOVT-COMM supplier holding
      * ** one past its expiry date fails.  No SUPDOCS allocated
      * ** skips the check the same way
       01  WS-DOC-CONTROL.
           05 WS-SUPDOCS-AVAIL     PIC X(01) VALUE 'N'.
              88 SUPDOCS-AVAILABLE VALUE 'Y'.
           05 WS-SUPDOCS-EOF       PIC X(01) VALUE 'N'.
              88 SUPDOCS-EOF-FOUND VALUE 'Y'.
       01  WS-GOVT-DOC-TABLE.
           05 WS-GD-COUNT          PIC 9(08) COMP VALUE ZERO.
           05 WS-GD-ENTRY          OCCURS 20000 TIMES
                                    INDEXED BY WS-GD-IDX.
              10 WS-GD-SUPPLIER-CODE PIC X(10).
              10 WS-GD-DOC-TYPE      PIC X(04).
              10 WS-GD-EXPIRY-DATE   PIC 9(08).
      *
      * ** Hits still blocked on the restricted-party block file,
      * ** loaded with the approved list - a blocked supplier always
      * ** fails, whatever ASLPARM says.  No SUPBLOCK allocated
      * ** skips the check the same way
       01  WS-BLOCK-CONTROL.
           05 WS-SUPBLOCK-AVAIL    PIC X(01) VALUE 'N'.
              88 SUPBLOCK-AVAILABLE VALUE 'Y'.
           05 WS-SUPBLOCK-EOF      PIC X(01) VALUE 'N'.
              88 SUPBLOCK-EOF-FOUND VALUE 'Y'.
           05 WS-BLOCK-MATCH       PIC X(01) VALUE 'N'.
              88 SUPPLIER-BLOCKED  VALUE 'Y'.
       01  WS-BLOCKED-TABLE.
           05 WS-BLK-COUNT         PIC 9(08) COMP VALUE ZERO.
           05 WS-BLK-ENTRY         OCCURS 20000 TIMES
                                    INDEXED BY WS-BLK-IDX.
              10 WS-BK-SUPPLIER-CODE PIC X(10).
              10 WS-BK-LIST-CODE     PIC X(04).
              10 WS-BK-LIST-ENTRY-ID PIC X(10).
       01  LILIAN                  PIC S9(9) BINARY.
       01  TODAY-LILIAN            PIC S9(9) BINARY.
       01  WS-TODAY-DATE           PIC 9(08).
      * ** attempted and the sourcing check is bypassed there
           IF NOT ASL-LOADED AND NOT WS-EDIT-ONLINE
              PERFORM 050-LOAD-APPROVED-LIST
              PERFORM 060-LOAD-GOVT-DOCS
              PERFORM 070-LOAD-BLOCKS
           END-IF
           PERFORM 000-EDITS
           GOBACK   *> Control returned to MAIN
              CLOSE ASLMAST
           END-IF
           .
      *
      * ** One-time load of the government-required documents - only
      * ** those flagged required are kept
       060-LOAD-GOVT-DOCS.
           MOVE 'Y'                     TO WS-SUPDOCS-AVAIL
           OPEN INPUT SUPDOCS
           IF NOT WS-SUPDOCS-STATUS-OK
              DISPLAY ' SUPDOCS not available, Status: '
                         WS-SUPDOCS-STATUS
                         ' - government document check skipped'
              MOVE 'N'                  TO WS-SUPDOCS-AVAIL
              MOVE 'Y'                  TO WS-SUPDOCS-EOF
           END-IF
           PERFORM UNTIL SUPDOCS-EOF-FOUND
              READ SUPDOCS
                AT END
                    MOVE 'Y'            TO WS-SUPDOCS-EOF
                NOT AT END
                    IF SD-REQUIRED-FOR-GOVT
                       IF WS-GD-COUNT < 20000
                          ADD 1         TO WS-GD-COUNT
                          MOVE SD-SUPPLIER-CODE
                             TO WS-GD-SUPPLIER-CODE(WS-GD-COUNT)
                          MOVE SD-DOC-TYPE
                             TO WS-GD-DOC-TYPE(WS-GD-COUNT)
                          MOVE SD-EXPIRY-DATE
                             TO WS-GD-EXPIRY-DATE(WS-GD-COUNT)
                       ELSE
      * ** A dropped document would let a lapsed certificate through
                          DISPLAY ' ** WS-GOVT-DOC-TABLE FULL AT 20000'
                             ' - documents incomplete, run failed'
                          MOVE 12       TO RETURN-CODE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF SUPDOCS-AVAILABLE
              CLOSE SUPDOCS
           END-IF
           .
      *
      * ** One-time load of the restricted-party blocks - only hits
      * ** still blocked are kept
       070-LOAD-BLOCKS.
           MOVE 'Y'                     TO WS-SUPBLOCK-AVAIL
           OPEN INPUT SUPBLOCK
           IF NOT WS-SUPBLOCK-STATUS-OK
              DISPLAY ' SUPBLOCK not available, Status: '
                         WS-SUPBLOCK-STATUS
                         ' - restricted-party check skipped'
              MOVE 'N'                  TO WS-SUPBLOCK-AVAIL
              MOVE 'Y'                  TO WS-SUPBLOCK-EOF
           END-IF
           PERFORM UNTIL SUPBLOCK-EOF-FOUND
              READ SUPBLOCK
                AT END
                    MOVE 'Y'            TO WS-SUPBLOCK-EOF
                NOT AT END
                    IF SB-BLOCKED
                       IF WS-BLK-COUNT < 20000
                          ADD 1         TO WS-BLK-COUNT
                          MOVE SB-SUPPLIER-CODE
                             TO WS-BK-SUPPLIER-CODE(WS-BLK-COUNT)
                          MOVE SB-LIST-CODE
                             TO WS-BK-LIST-CODE(WS-BLK-COUNT)
                          MOVE SB-LIST-ENTRY-ID
                             TO WS-BK-LIST-ENTRY-ID(WS-BLK-COUNT)
                       ELSE
      * ** A dropped block would let a restricted party through
                          DISPLAY ' ** WS-BLOCKED-TABLE FULL AT 20000'
                             ' - blocks incomplete, run failed'
                          MOVE 12       TO RETURN-CODE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF SUPBLOCK-AVAILABLE
              CLOSE SUPBLOCK
           END-IF
           .
      *
       000-EDITS.
      * ** Checking Required Fields ...
              AND SUPPLIER-CODE NOT = SPACES
              PERFORM 150-CHECK-APPROVED-SOURCE
           END-IF
      * ** Checking a government supplier's required certifications
      * ** and insurance are in date
           IF SUPDOCS-AVAILABLE
              AND (GOVT-ONLY OR GOVT-COMM)
              AND SUPPLIER-CODE NOT = SPACES
              PERFORM 160-CHECK-GOVT-DOCS
           END-IF
      * ** Checking the supplier is not held on a restricted-party
      * ** block compliance has yet to clear
           IF SUPBLOCK-AVAILABLE
              AND SUPPLIER-CODE NOT = SPACES
              PERFORM 170-CHECK-RESTRICTED-PARTY
           END-IF
      * ** Checking SUPP-ADDRESS
           MOVE ZERO                    TO WS-ORDER-ADDR-COUNT
                                            WS-SCHED-ADDR-COUNT
           END-IF
           .
      *
      * ** Every required document on file for the supplier must run
      * ** to today at least - each one lapsed is its own ERROR, with
      * ** the document type and expiry date in the field
       160-CHECK-GOVT-DOCS.
           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-GD-COUNT
              IF WS-GD-SUPPLIER-CODE(WS-GD-IDX) = SUPPLIER-CODE
                 AND WS-GD-EXPIRY-DATE(WS-GD-IDX) < WS-ASL-TODAY
                 MOVE SPACES            TO WS-EDIT-FIELD
                 STRING WS-GD-DOC-TYPE(WS-GD-IDX) ' '
                        WS-GD-EXPIRY-DATE(WS-GD-IDX)
                        DELIMITED BY SIZE INTO WS-EDIT-FIELD
                 END-STRING
                 MOVE ' REQUIRED GOVT CERTIFICATE HAS EXPIRED.'
                                        TO WS-EDIT-ERROR-MESSAGE
                 PERFORM 800-RECORD-ERROR
              END-IF
           END-PERFORM
           .
      *
      * ** The first blocked hit found fails the record, with the
      * ** list and entry compliance needs in the field
       170-CHECK-RESTRICTED-PARTY.
           MOVE 'N'                     TO WS-BLOCK-MATCH
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-COUNT
                      OR SUPPLIER-BLOCKED
              IF WS-BK-SUPPLIER-CODE(WS-BLK-IDX) = SUPPLIER-CODE
                 MOVE 'Y'               TO WS-BLOCK-MATCH
                 MOVE SPACES            TO WS-EDIT-FIELD
                 STRING WS-BK-LIST-CODE(WS-BLK-IDX) ' '
                        WS-BK-LIST-ENTRY-ID(WS-BLK-IDX)
                        DELIMITED BY SIZE INTO WS-EDIT-FIELD
                 END-STRING
                 MOVE ' SUPPLIER ON RESTRICTED-PARTY BLOCK.'
                                        TO WS-EDIT-ERROR-MESSAGE
                 PERFORM 800-RECORD-ERROR
              END-IF
           END-PERFORM
           .
      *
      * ** Uses the LE date-intrinsic service CEEDAYS to confirm
      * ** SUPPLIER-ACT-DATE is a real calendar date, then compares
      * ** its Lilian value against today's to catch future dates -
