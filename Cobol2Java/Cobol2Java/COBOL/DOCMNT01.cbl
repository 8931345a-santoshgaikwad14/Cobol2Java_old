       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCMNT01.
      *============================
      * ** Supplier document master maintenance - applies ADD/CHANGE/
      * ** DELETE transactions from DOCTRAN to SUPDOCS, the quality
      * ** certifications and certificates of insurance each supplier
      * ** holds (one document per SUPPLIER-CODE and document type,
      * ** so a renewal is a CHANGE carrying the new number and
      * ** dates), and writes the updated master to NEWDOCS.  A
      * ** document flagged required for government work is checked
      * ** by FINSUPPL on every GOVT-ONLY or GOVT-COMM supplier, and
      * ** DOCEXP01 lists the documents coming up for renewal.  An
      * ** ADD for a document already on the master and a CHANGE/
      * ** DELETE for one that is not are rejected to DOCREJS with
      * ** diagnostics, as are an unknown document type, a missing
      * ** supplier or document number, issue or expiry dates that
      * ** are not real dates, an expiry not after the issue date,
      * ** and a required flag other than Y or N.
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
           SELECT DOCTRAN     ASSIGN TO DOCTRAN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-DOCTRAN-STATUS
             .
           SELECT NEWDOCS     ASSIGN TO NEWDOCS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWDOCS-STATUS
             .
           SELECT DOCREJS     ASSIGN TO DOCREJS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-DOCREJS-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Supplier document master - one record per SUPPLIER-CODE
      * ** and document type: QUAL quality certification (ISO 9001,
      * ** AS9100 and the like), INSR certificate of insurance, OTHR
      * ** any other document purchasing tracks to an expiry
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
           05  SD-DESCRIPTION           PIC X(20).
           05  FILLER                   PIC X(09).
      *
       FD  DOCTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 81 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCTRAN-RECORD.
       01  DOCTRAN-RECORD.
           05  DT-ACTION                PIC X(01).
               88 DT-ADD                VALUE 'A'.
               88 DT-CHANGE             VALUE 'C'.
               88 DT-DELETE             VALUE 'D'.
           05  DT-DOC-DETAIL.
               10  DT-SUPPLIER-CODE     PIC X(10).
               10  DT-DOC-TYPE          PIC X(04).
                   88 DT-QUALITY-CERT   VALUE 'QUAL'.
                   88 DT-INSURANCE-CERT VALUE 'INSR'.
                   88 DT-OTHER-DOC      VALUE 'OTHR'.
               10  DT-DOC-NUMBER        PIC X(20).
               10  DT-ISSUE-DATE        PIC 9(08).
               10  DT-EXPIRY-DATE       PIC 9(08).
               10  DT-GOVT-REQUIRED     PIC X(01).
                   88 DT-REQUIRED-VALID VALUE 'Y' 'N'.
               10  DT-DESCRIPTION       PIC X(20).
               10  FILLER               PIC X(09).
      *
       FD  NEWDOCS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWDOCS-RECORD.
       01  NEWDOCS-RECORD               PIC X(80).
      *
       FD  DOCREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 121 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DOCREJ-RECORD.
       01  DOCREJ-RECORD.
           05  DJ-ACTION                PIC X(01).
           05  DJ-DOC-DETAIL            PIC X(80).
           05  DJ-ERROR-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-SUPDOCS-STATUS         PIC X(02) VALUE '00'.
             88 WS-SUPDOCS-STATUS-OK    VALUE '00'.
           05 WS-DOCTRAN-STATUS         PIC X(02) VALUE '00'.
             88 WS-DOCTRAN-STATUS-OK    VALUE '00'.
           05 WS-NEWDOCS-STATUS         PIC X(02) VALUE '00'.
             88 WS-NEWDOCS-STATUS-OK    VALUE '00'.
           05 WS-DOCREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-DOCREJS-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-TRANS-EOF              PIC X VALUE SPACES.
              88 TRANS-EOF-FOUND        VALUE 'Y'.
           05 WS-DOC-STATE              PIC X VALUE 'N'.
              88 DOC-ON-MASTER          VALUE 'Y'.
           05 WS-DETAIL-STATE           PIC X VALUE 'Y'.
              88 DOC-DETAIL-VALID       VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-MASTER-READ            PIC 9(05) VALUE ZEROS.
           05 WS-TRANS-READ             PIC 9(05) VALUE ZEROS.
           05 WS-ADDED-COUNT            PIC 9(05) VALUE ZEROS.
           05 WS-CHANGED-COUNT          PIC 9(05) VALUE ZEROS.
           05 WS-DELETED-COUNT          PIC 9(05) VALUE ZEROS.
           05 WS-REJECTED-COUNT         PIC 9(05) VALUE ZEROS.
           05 WS-WRITTEN-COUNT          PIC 9(05) VALUE ZEROS.
      *
      * ** The whole document master held in core - deleted entries
      * ** are blanked and skipped on the way out
       01  WS-DOCS-TABLE.
           05 WS-DOC-COUNT              PIC 9(05) COMP VALUE ZERO.
           05 WS-DOC-ENTRY              OCCURS 20000 TIMES
                                         INDEXED BY WS-DOC-IDX.
              10 WS-DC-SUPPLIER-CODE    PIC X(10).
              10 WS-DC-DOC-TYPE         PIC X(04).
              10 FILLER                 PIC X(66).
       01  WS-FOUND-SUB                 PIC 9(05) COMP VALUE ZERO.
       01  WS-OUT-SUB                   PIC 9(05) COMP VALUE ZERO.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  ISSUE-LILIAN                 PIC S9(9) BINARY.
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
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
           PERFORM 300-READ-TRANS
           PERFORM UNTIL TRANS-EOF-FOUND
              PERFORM 400-APPLY-TRANSACTION
              PERFORM 300-READ-TRANS
           END-PERFORM
           PERFORM 800-WRITE-NEW-MASTER
           PERFORM 990-CONTROL-TOTALS
      *
           CLOSE DOCTRAN
                 NEWDOCS
                 DOCREJS
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           OPEN INPUT SUPDOCS
           IF NOT WS-SUPDOCS-STATUS-OK
              DISPLAY ' Error opening file SUPDOCS, Status: '
                         WS-SUPDOCS-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           OPEN INPUT DOCTRAN
           IF NOT WS-DOCTRAN-STATUS-OK
              DISPLAY ' Error opening file DOCTRAN, Status: '
                         WS-DOCTRAN-STATUS
              MOVE 'Y'                  TO WS-TRANS-EOF
           END-IF
           OPEN OUTPUT NEWDOCS
           IF NOT WS-NEWDOCS-STATUS-OK
              DISPLAY ' Error opening file NEWDOCS, Status: '
                         WS-NEWDOCS-STATUS
           END-IF
           OPEN OUTPUT DOCREJS
           IF NOT WS-DOCREJS-STATUS-OK
              DISPLAY ' Error opening file DOCREJS, Status: '
                         WS-DOCREJS-STATUS
           END-IF
           PERFORM 100-LOAD-MASTER
           .
      *
       100-LOAD-MASTER.
           PERFORM UNTIL MASTER-EOF-FOUND
              READ SUPDOCS
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    ADD 1               TO WS-MASTER-READ
                    IF WS-DOC-COUNT < 20000
                       ADD 1            TO WS-DOC-COUNT
                       MOVE SUPDOCS-RECORD
                          TO WS-DOC-ENTRY(WS-DOC-COUNT)
                    ELSE
      * ** A dropped master record would vanish from NEWDOCS on
      * ** the generation swap - fail the run loudly and resize the
      * ** table before the rerun
                       DISPLAY ' ** WS-DOCS-TABLE FULL AT 20000 '
                          '- master incomplete, run failed: '
                          SD-SUPPLIER-CODE
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-SUPDOCS-STATUS = '00' OR '10'
              CLOSE SUPDOCS
           END-IF
           .
      *
       300-READ-TRANS.
           READ DOCTRAN
             AT END
                 MOVE 'Y'       TO WS-TRANS-EOF
             NOT AT END
                 ADD +1         TO WS-TRANS-READ
           END-READ
           .
      *
       400-APPLY-TRANSACTION.
           PERFORM 450-FIND-DOC
           EVALUATE TRUE
              WHEN DT-ADD
                 PERFORM 500-APPLY-ADD
              WHEN DT-CHANGE
                 PERFORM 600-APPLY-CHANGE
              WHEN DT-DELETE
                 PERFORM 700-APPLY-DELETE
              WHEN OTHER
                 MOVE ' ACTION CODE MUST BE A, C OR D.'
                                        TO DJ-ERROR-MESSAGE
                 PERFORM 900-WRITE-DOCREJ
           END-EVALUATE
           .
      *
       450-FIND-DOC.
           MOVE 'N'                     TO WS-DOC-STATE
           MOVE ZERO                    TO WS-FOUND-SUB
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-COUNT
                      OR DOC-ON-MASTER
              IF WS-DC-SUPPLIER-CODE(WS-DOC-IDX) = DT-SUPPLIER-CODE
                 AND WS-DC-DOC-TYPE(WS-DOC-IDX) = DT-DOC-TYPE
                 MOVE 'Y'               TO WS-DOC-STATE
                 SET WS-FOUND-SUB       TO WS-DOC-IDX
              END-IF
           END-PERFORM
           .
      *
      * ** Shared by ADD and CHANGE - leaves the first failure in
      * ** DJ-ERROR-MESSAGE.  Both dates must be real calendar dates
      * ** and the document must expire after it was issued
       470-EDIT-DOC-DETAIL.
           MOVE 'Y'                     TO WS-DETAIL-STATE
           IF NOT (DT-QUALITY-CERT OR DT-INSURANCE-CERT OR
                   DT-OTHER-DOC)
              MOVE ' DOCUMENT TYPE MUST BE QUAL, INSR OR OTHR.'
                                        TO DJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
              EXIT PARAGRAPH
           END-IF
           IF DT-DOC-NUMBER = SPACES
              MOVE ' DOCUMENT NUMBER IS REQUIRED.'
                                        TO DJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
              EXIT PARAGRAPH
           END-IF
           IF NOT DT-REQUIRED-VALID
              MOVE ' GOVT-REQUIRED FLAG MUST BE Y OR N.'
                                        TO DJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
              EXIT PARAGRAPH
           END-IF
           MOVE DT-ISSUE-DATE           TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, ISSUE-LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE ' ISSUE DATE IS not a valid date.'
                                        TO DJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
              EXIT PARAGRAPH
           END-IF
           MOVE DT-EXPIRY-DATE          TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE ' EXPIRY DATE IS not a valid date.'
                                        TO DJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
              EXIT PARAGRAPH
           END-IF
           IF LILIAN NOT > ISSUE-LILIAN
              MOVE ' EXPIRY DATE MUST BE AFTER ISSUE DATE.'
                                        TO DJ-ERROR-MESSAGE
              MOVE 'N'                  TO WS-DETAIL-STATE
           END-IF
           .
      *
       500-APPLY-ADD.
           IF DOC-ON-MASTER
              MOVE ' DOCUMENT ALREADY ON DOCUMENT MASTER.'
                                        TO DJ-ERROR-MESSAGE
              PERFORM 900-WRITE-DOCREJ
              EXIT PARAGRAPH
           END-IF
           IF DT-SUPPLIER-CODE = SPACES
              MOVE ' SUPPLIER-CODE IS REQUIRED.'
                                        TO DJ-ERROR-MESSAGE
              PERFORM 900-WRITE-DOCREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 470-EDIT-DOC-DETAIL
           IF NOT DOC-DETAIL-VALID
              PERFORM 900-WRITE-DOCREJ
              EXIT PARAGRAPH
           END-IF
           IF WS-DOC-COUNT < 20000
              ADD 1                     TO WS-DOC-COUNT
              MOVE DT-DOC-DETAIL
                 TO WS-DOC-ENTRY(WS-DOC-COUNT)
              ADD 1                     TO WS-ADDED-COUNT
              DISPLAY ' - Document added: ' DT-SUPPLIER-CODE
                 ' ' DT-DOC-TYPE
           ELSE
              MOVE ' DOCUMENT MASTER IS FULL.'
                                        TO DJ-ERROR-MESSAGE
              PERFORM 900-WRITE-DOCREJ
           END-IF
           .
      *
       600-APPLY-CHANGE.
           IF NOT DOC-ON-MASTER
              MOVE ' DOCUMENT NOT ON DOCUMENT MASTER.'
                                        TO DJ-ERROR-MESSAGE
              PERFORM 900-WRITE-DOCREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 470-EDIT-DOC-DETAIL
           IF NOT DOC-DETAIL-VALID
              PERFORM 900-WRITE-DOCREJ
              EXIT PARAGRAPH
           END-IF
           MOVE DT-DOC-DETAIL     TO WS-DOC-ENTRY(WS-FOUND-SUB)
           ADD 1                        TO WS-CHANGED-COUNT
           DISPLAY ' - Document changed: ' DT-SUPPLIER-CODE
              ' ' DT-DOC-TYPE
           .
      *
      * ** Blanks the entry - 800-WRITE-NEW-MASTER skips blank codes
       700-APPLY-DELETE.
           IF NOT DOC-ON-MASTER
              MOVE ' DOCUMENT NOT ON DOCUMENT MASTER.'
                                        TO DJ-ERROR-MESSAGE
              PERFORM 900-WRITE-DOCREJ
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO WS-DOC-ENTRY(WS-FOUND-SUB)
           ADD 1                        TO WS-DELETED-COUNT
           DISPLAY ' - Document deleted: ' DT-SUPPLIER-CODE
              ' ' DT-DOC-TYPE
           .
      *
       800-WRITE-NEW-MASTER.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-DOC-COUNT
              IF WS-DC-SUPPLIER-CODE(WS-OUT-SUB) NOT = SPACES
                 MOVE WS-DOC-ENTRY(WS-OUT-SUB)
                                        TO NEWDOCS-RECORD
                 WRITE NEWDOCS-RECORD
                 IF NOT WS-NEWDOCS-STATUS-OK
                    DISPLAY ' Error writing file NEWDOCS, Status: '
                               WS-NEWDOCS-STATUS
                 END-IF
                 ADD 1                  TO WS-WRITTEN-COUNT
              END-IF
           END-PERFORM
           .
      *
       900-WRITE-DOCREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           DISPLAY ' - Document transaction REJECTED: ' DT-ACTION
              ' ' DT-SUPPLIER-CODE ' ' DT-DOC-TYPE
              ', Error: ' DJ-ERROR-MESSAGE
           MOVE DT-ACTION               TO DJ-ACTION
           MOVE DT-DOC-DETAIL           TO DJ-DOC-DETAIL
           WRITE DOCREJ-RECORD
           IF NOT WS-DOCREJS-STATUS-OK
              DISPLAY ' Error writing file DOCREJS, Status: '
                         WS-DOCREJS-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' DOCMNT01 CONTROL TOTALS'
           DISPLAY ' MASTER RECORDS READ    : ' WS-MASTER-READ
           DISPLAY ' TRANSACTIONS READ      : ' WS-TRANS-READ
           DISPLAY ' DOCUMENTS ADDED        : ' WS-ADDED-COUNT
           DISPLAY ' DOCUMENTS CHANGED      : ' WS-CHANGED-COUNT
           DISPLAY ' DOCUMENTS DELETED      : ' WS-DELETED-COUNT
           DISPLAY ' TRANSACTIONS REJECTED  : ' WS-REJECTED-COUNT
           DISPLAY ' NEW MASTER WRITTEN     : ' WS-WRITTEN-COUNT
           DISPLAY '================================================'
           .
