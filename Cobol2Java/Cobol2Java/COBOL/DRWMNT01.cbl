       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRWMNT01.
      *============================
      * ** Drawing revision master maintenance - applies engineering
      * ** change notices from ECNTRAN to DRWMAST, the revision
      * ** history of every BLUEPRINT-NUMBER, and writes the updated
      * ** master to NEWDRAWS.  A RELEASE notice adds the new
      * ** revision as released from its effective date and marks
      * ** the revision it replaces superseded, effective to the day
      * ** before; a WITHDRAW notice makes the released revision
      * ** obsolete from its effective date, effective to the day
      * ** before, with nothing to replace it; a CHANGE notice
      * ** corrects a revision's title.  Each
      * ** revision keeps the ECN that released it and the ECN that
      * ** closed it.  FINPARTS judges every part's BLUEPRINT-NUMBER
      * ** and BLUEPRINT-REVISION against this master and DRWREV01
      * ** lists the open orders still bought to an old revision.
      * ** A notice for a revision already on file (RELEASE) or not
      * ** on file (WITHDRAW/CHANGE), a withdraw of a revision not
      * ** released, a release not effective after the revision it
      * ** replaces, a withdraw not effective after the revision's
      * ** own release, missing keys and an invalid effective date are
      * ** rejected to ECNREJS with diagnostics.
      *============================
       ENVIRONMENT DIVISION.
      *============================
       INPUT-OUTPUT SECTION.
      *----------------------------
       FILE-CONTROL.
      *---------------------------
           SELECT DRWMAST     ASSIGN TO DRWMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-DRWMAST-STATUS
             .
           SELECT ECNTRAN     ASSIGN TO ECNTRAN
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-ECNTRAN-STATUS
             .
           SELECT NEWDRAWS    ASSIGN TO NEWDRAWS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-NEWDRAWS-STATUS
             .
           SELECT ECNREJS     ASSIGN TO ECNREJS
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-ECNREJS-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Drawing revision master - one record per BLUEPRINT-NUMBER
      * ** and revision.  Status R released, S superseded by a later
      * ** revision, O obsolete (withdrawn); EFF-TO-DATE is zero
      * ** while the revision stays released
       FD  DRWMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRWMAST-RECORD.
       01  DRWMAST-RECORD.
           05  DR-BLUEPRINT-NUMBER      PIC X(10).
           05  DR-REVISION              PIC X(02).
           05  DR-RELEASE-STATUS        PIC X(01).
           05  DR-EFF-FROM-DATE         PIC 9(08).
           05  DR-EFF-TO-DATE           PIC 9(08).
           05  DR-RELEASE-ECN           PIC X(10).
           05  DR-CLOSE-ECN             PIC X(10).
           05  DR-TITLE                 PIC X(20).
           05  FILLER                   PIC X(11).
      *
      * ** One engineering change notice action per record
       FD  ECNTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ECNTRAN-RECORD.
       01  ECNTRAN-RECORD.
           05  EC-ACTION                PIC X(01).
               88 EC-RELEASE            VALUE 'R'.
               88 EC-WITHDRAW           VALUE 'W'.
               88 EC-CHANGE             VALUE 'C'.
           05  EC-ECN-NUMBER            PIC X(10).
           05  EC-BLUEPRINT-NUMBER      PIC X(10).
           05  EC-REVISION              PIC X(02).
           05  EC-EFF-DATE              PIC 9(08).
           05  EC-TITLE                 PIC X(20).
           05  FILLER                   PIC X(29).
      *
       FD  NEWDRAWS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWDRAWS-RECORD.
       01  NEWDRAWS-RECORD              PIC X(80).
      *
       FD  ECNREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ECNREJ-RECORD.
       01  ECNREJ-RECORD.
           05  EJ-ECN-DETAIL            PIC X(80).
           05  EJ-ERROR-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05 WS-DRWMAST-STATUS         PIC X(02) VALUE '00'.
             88 WS-DRWMAST-STATUS-OK    VALUE '00'.
           05 WS-ECNTRAN-STATUS         PIC X(02) VALUE '00'.
             88 WS-ECNTRAN-STATUS-OK    VALUE '00'.
           05 WS-NEWDRAWS-STATUS        PIC X(02) VALUE '00'.
             88 WS-NEWDRAWS-STATUS-OK   VALUE '00'.
           05 WS-ECNREJS-STATUS         PIC X(02) VALUE '00'.
             88 WS-ECNREJS-STATUS-OK    VALUE '00'.
      *
       01  FLAGS.
           05 WS-MASTER-EOF             PIC X VALUE SPACES.
              88 MASTER-EOF-FOUND       VALUE 'Y'.
           05 WS-TRANS-EOF              PIC X VALUE SPACES.
              88 TRANS-EOF-FOUND        VALUE 'Y'.
           05 WS-REV-STATE              PIC X VALUE 'N'.
              88 REVISION-ON-MASTER     VALUE 'Y'.
           05 WS-CURRENT-STATE          PIC X VALUE 'N'.
              88 CURRENT-RELEASE-FOUND  VALUE 'Y'.
      *
       01  COUNTERS.
           05 WS-MASTER-READ            PIC 9(05) VALUE ZEROS.
           05 WS-TRANS-READ             PIC 9(05) VALUE ZEROS.
           05 WS-RELEASED-COUNT         PIC 9(05) VALUE ZEROS.
           05 WS-SUPERSEDED-COUNT       PIC 9(05) VALUE ZEROS.
           05 WS-WITHDRAWN-COUNT        PIC 9(05) VALUE ZEROS.
           05 WS-CHANGED-COUNT          PIC 9(05) VALUE ZEROS.
           05 WS-REJECTED-COUNT         PIC 9(05) VALUE ZEROS.
           05 WS-WRITTEN-COUNT          PIC 9(05) VALUE ZEROS.
      *
      * ** The whole drawing master held in core
       01  WS-DRAWING-TABLE.
           05 WS-DRW-COUNT              PIC 9(05) COMP VALUE ZERO.
           05 WS-DRW-ENTRY              OCCURS 20000 TIMES
                                         INDEXED BY WS-DRW-IDX.
              10 WS-DW-BLUEPRINT-NUMBER PIC X(10).
              10 WS-DW-REVISION         PIC X(02).
              10 WS-DW-RELEASE-STATUS   PIC X(01).
                 88 WS-DW-RELEASED      VALUE 'R'.
                 88 WS-DW-SUPERSEDED    VALUE 'S'.
                 88 WS-DW-OBSOLETE      VALUE 'O'.
              10 WS-DW-EFF-FROM-DATE    PIC 9(08).
              10 WS-DW-EFF-TO-DATE      PIC 9(08).
              10 WS-DW-RELEASE-ECN      PIC X(10).
              10 WS-DW-CLOSE-ECN        PIC X(10).
              10 WS-DW-TITLE            PIC X(20).
              10 FILLER                 PIC X(11).
       01  WS-FOUND-SUB                 PIC 9(05) COMP VALUE ZERO.
       01  WS-CURRENT-SUB               PIC 9(05) COMP VALUE ZERO.
       01  WS-OUT-SUB                   PIC 9(05) COMP VALUE ZERO.
      *
       01  LILIAN                       PIC S9(9) BINARY.
       01  WS-CEE-DATE-OUT              PIC X(80).
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
           CLOSE ECNTRAN
                 NEWDRAWS
                 ECNREJS
           GOBACK
           .
      *
       000-HOUSEKEEPING.
           MOVE 8                       TO VSTRING-LENGTH OF PICSTR
           MOVE 'YYYYMMDD'               TO VSTRING-TEXT OF PICSTR
           MOVE 8                       TO VSTRING-LENGTH OF IN-DATE
           OPEN INPUT DRWMAST
           IF NOT WS-DRWMAST-STATUS-OK
              DISPLAY ' Error opening file DRWMAST, Status: '
                         WS-DRWMAST-STATUS
              MOVE 'Y'                  TO WS-MASTER-EOF
           END-IF
           OPEN INPUT ECNTRAN
           IF NOT WS-ECNTRAN-STATUS-OK
              DISPLAY ' Error opening file ECNTRAN, Status: '
                         WS-ECNTRAN-STATUS
              MOVE 'Y'                  TO WS-TRANS-EOF
           END-IF
           OPEN OUTPUT NEWDRAWS
           IF NOT WS-NEWDRAWS-STATUS-OK
              DISPLAY ' Error opening file NEWDRAWS, Status: '
                         WS-NEWDRAWS-STATUS
           END-IF
           OPEN OUTPUT ECNREJS
           IF NOT WS-ECNREJS-STATUS-OK
              DISPLAY ' Error opening file ECNREJS, Status: '
                         WS-ECNREJS-STATUS
           END-IF
           PERFORM 100-LOAD-MASTER
           .
      *
       100-LOAD-MASTER.
           PERFORM UNTIL MASTER-EOF-FOUND
              READ DRWMAST
                AT END
                    MOVE 'Y'            TO WS-MASTER-EOF
                NOT AT END
                    ADD 1               TO WS-MASTER-READ
                    IF WS-DRW-COUNT < 20000
                       ADD 1            TO WS-DRW-COUNT
                       MOVE DRWMAST-RECORD
                          TO WS-DRW-ENTRY(WS-DRW-COUNT)
                    ELSE
      * ** A dropped revision would vanish from NEWDRAWS on the
      * ** generation swap - fail the run loudly and resize the
      * ** table before the rerun
                       DISPLAY ' ** WS-DRAWING-TABLE FULL AT 20000 '
                          '- master incomplete, run failed: '
                          DR-BLUEPRINT-NUMBER
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
      * ** The load loop ends with status '10' from the AT END read -
      * ** close whenever the open itself succeeded
           IF WS-DRWMAST-STATUS = '00' OR '10'
              CLOSE DRWMAST
           END-IF
           .
      *
       300-READ-TRANS.
           READ ECNTRAN
             AT END
                 MOVE 'Y'       TO WS-TRANS-EOF
             NOT AT END
                 ADD +1         TO WS-TRANS-READ
           END-READ
           .
      *
       400-APPLY-TRANSACTION.
           IF EC-ECN-NUMBER = SPACES
              OR EC-BLUEPRINT-NUMBER = SPACES
              OR EC-REVISION = SPACES
              MOVE ' ECN, BLUEPRINT AND REVISION ARE REQUIRED.'
                                        TO EJ-ERROR-MESSAGE
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 450-FIND-REVISION
           EVALUATE TRUE
              WHEN EC-RELEASE
                 PERFORM 500-APPLY-RELEASE
              WHEN EC-WITHDRAW
                 PERFORM 600-APPLY-WITHDRAW
              WHEN EC-CHANGE
                 PERFORM 700-APPLY-CHANGE
              WHEN OTHER
                 MOVE ' ACTION CODE MUST BE R, W OR C.'
                                        TO EJ-ERROR-MESSAGE
                 PERFORM 900-WRITE-ECNREJ
           END-EVALUATE
           .
      *
      * ** Finds the notice's own revision, and the drawing's
      * ** released revision if it has one
       450-FIND-REVISION.
           MOVE 'N'                     TO WS-REV-STATE
           MOVE 'N'                     TO WS-CURRENT-STATE
           MOVE ZERO                    TO WS-FOUND-SUB
                                           WS-CURRENT-SUB
           PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
                   UNTIL WS-DRW-IDX > WS-DRW-COUNT
              IF WS-DW-BLUEPRINT-NUMBER(WS-DRW-IDX)
                    = EC-BLUEPRINT-NUMBER
                 IF WS-DW-REVISION(WS-DRW-IDX) = EC-REVISION
                    MOVE 'Y'            TO WS-REV-STATE
                    SET WS-FOUND-SUB    TO WS-DRW-IDX
                 END-IF
                 IF WS-DW-RELEASED(WS-DRW-IDX)
                    MOVE 'Y'            TO WS-CURRENT-STATE
                    SET WS-CURRENT-SUB  TO WS-DRW-IDX
                 END-IF
              END-IF
           END-PERFORM
           .
      *
      * ** Shared by RELEASE and WITHDRAW - the notice's effective
      * ** date must be a real calendar date; LILIAN is left set
       470-EDIT-EFF-DATE.
           MOVE EC-EFF-DATE             TO VSTRING-TEXT OF IN-DATE
           CALL 'CEEDAYS' USING IN-DATE, PICSTR, LILIAN, FC
           IF SEVERITY NOT = 0
              MOVE ' EFFECTIVE DATE IS not a valid date.'
                                        TO EJ-ERROR-MESSAGE
           END-IF
           .
      *
      * ** The new revision is released from the notice's date; the
      * ** one it replaces runs to the day before, then superseded
       500-APPLY-RELEASE.
           IF REVISION-ON-MASTER
              MOVE ' REVISION ALREADY ON DRAWING MASTER.'
                                        TO EJ-ERROR-MESSAGE
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 470-EDIT-EFF-DATE
           IF SEVERITY NOT = 0
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           IF CURRENT-RELEASE-FOUND
              AND EC-EFF-DATE
                  NOT > WS-DW-EFF-FROM-DATE(WS-CURRENT-SUB)
              MOVE ' EFFECTIVE DATE NOT AFTER CURRENT REV.'
                                        TO EJ-ERROR-MESSAGE
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           IF WS-DRW-COUNT NOT < 20000
              MOVE ' DRAWING MASTER IS FULL.'
                                        TO EJ-ERROR-MESSAGE
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           IF CURRENT-RELEASE-FOUND
              SUBTRACT 1                FROM LILIAN
              CALL 'CEEDATE' USING LILIAN, PICSTR,
                                   WS-CEE-DATE-OUT, FC
              MOVE 'S'   TO WS-DW-RELEASE-STATUS(WS-CURRENT-SUB)
              MOVE WS-CEE-DATE-OUT(1:8)
                         TO WS-DW-EFF-TO-DATE(WS-CURRENT-SUB)
              MOVE EC-ECN-NUMBER
                         TO WS-DW-CLOSE-ECN(WS-CURRENT-SUB)
              ADD 1                     TO WS-SUPERSEDED-COUNT
              DISPLAY ' - Revision superseded: ' EC-BLUEPRINT-NUMBER
                 ' ' WS-DW-REVISION(WS-CURRENT-SUB)
           END-IF
           ADD 1                        TO WS-DRW-COUNT
           MOVE SPACES            TO WS-DRW-ENTRY(WS-DRW-COUNT)
           MOVE EC-BLUEPRINT-NUMBER
                      TO WS-DW-BLUEPRINT-NUMBER(WS-DRW-COUNT)
           MOVE EC-REVISION       TO WS-DW-REVISION(WS-DRW-COUNT)
           MOVE 'R'         TO WS-DW-RELEASE-STATUS(WS-DRW-COUNT)
           MOVE EC-EFF-DATE TO WS-DW-EFF-FROM-DATE(WS-DRW-COUNT)
           MOVE ZERO        TO WS-DW-EFF-TO-DATE(WS-DRW-COUNT)
           MOVE EC-ECN-NUMBER     TO WS-DW-RELEASE-ECN(WS-DRW-COUNT)
           MOVE EC-TITLE          TO WS-DW-TITLE(WS-DRW-COUNT)
           ADD 1                        TO WS-RELEASED-COUNT
           DISPLAY ' - Revision released: ' EC-BLUEPRINT-NUMBER
              ' ' EC-REVISION
           .
      *
      * ** Only the released revision can be withdrawn - the drawing
      * ** is left with no current revision at all
       600-APPLY-WITHDRAW.
           IF NOT REVISION-ON-MASTER
              MOVE ' REVISION NOT ON DRAWING MASTER.'
                                        TO EJ-ERROR-MESSAGE
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           IF NOT WS-DW-RELEASED(WS-FOUND-SUB)
              MOVE ' REVISION IS NOT THE RELEASED REVISION.'
                                        TO EJ-ERROR-MESSAGE
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 470-EDIT-EFF-DATE
           IF SEVERITY NOT = 0
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
      * ** The revision stops being current the day the notice
      * ** takes effect, so it runs to the day before - it must have
      * ** been in effect for at least a day
           IF EC-EFF-DATE
              NOT > WS-DW-EFF-FROM-DATE(WS-FOUND-SUB)
              MOVE ' EFFECTIVE DATE NOT AFTER REVISION FROM.'
                                        TO EJ-ERROR-MESSAGE
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           SUBTRACT 1                   FROM LILIAN
           CALL 'CEEDATE' USING LILIAN, PICSTR,
                                WS-CEE-DATE-OUT, FC
           MOVE 'O'         TO WS-DW-RELEASE-STATUS(WS-FOUND-SUB)
           MOVE WS-CEE-DATE-OUT(1:8)
                            TO WS-DW-EFF-TO-DATE(WS-FOUND-SUB)
           MOVE EC-ECN-NUMBER     TO WS-DW-CLOSE-ECN(WS-FOUND-SUB)
           ADD 1                        TO WS-WITHDRAWN-COUNT
           DISPLAY ' - Revision withdrawn: ' EC-BLUEPRINT-NUMBER
              ' ' EC-REVISION
           .
      *
       700-APPLY-CHANGE.
           IF NOT REVISION-ON-MASTER
              MOVE ' REVISION NOT ON DRAWING MASTER.'
                                        TO EJ-ERROR-MESSAGE
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           IF EC-TITLE = SPACES
              MOVE ' TITLE IS REQUIRED ON A CHANGE.'
                                        TO EJ-ERROR-MESSAGE
              PERFORM 900-WRITE-ECNREJ
              EXIT PARAGRAPH
           END-IF
           MOVE EC-TITLE          TO WS-DW-TITLE(WS-FOUND-SUB)
           ADD 1                        TO WS-CHANGED-COUNT
           DISPLAY ' - Revision changed: ' EC-BLUEPRINT-NUMBER
              ' ' EC-REVISION
           .
      *
       800-WRITE-NEW-MASTER.
           PERFORM VARYING WS-OUT-SUB FROM 1 BY 1
                   UNTIL WS-OUT-SUB > WS-DRW-COUNT
              MOVE WS-DRW-ENTRY(WS-OUT-SUB)
                                        TO NEWDRAWS-RECORD
              WRITE NEWDRAWS-RECORD
              IF NOT WS-NEWDRAWS-STATUS-OK
                 DISPLAY ' Error writing file NEWDRAWS, Status: '
                            WS-NEWDRAWS-STATUS
              END-IF
              ADD 1                     TO WS-WRITTEN-COUNT
           END-PERFORM
           .
      *
       900-WRITE-ECNREJ.
           ADD 1                        TO WS-REJECTED-COUNT
           DISPLAY ' - ECN REJECTED: ' EC-ECN-NUMBER
              ' ' EC-ACTION ' ' EC-BLUEPRINT-NUMBER ' ' EC-REVISION
              ', Error: ' EJ-ERROR-MESSAGE
           MOVE ECNTRAN-RECORD          TO EJ-ECN-DETAIL
           WRITE ECNREJ-RECORD
           IF NOT WS-ECNREJS-STATUS-OK
              DISPLAY ' Error writing file ECNREJS, Status: '
                         WS-ECNREJS-STATUS
           END-IF
           .
      *
       990-CONTROL-TOTALS.
           DISPLAY '================================================'
           DISPLAY ' DRWMNT01 CONTROL TOTALS'
           DISPLAY ' MASTER RECORDS READ    : ' WS-MASTER-READ
           DISPLAY ' ECN ACTIONS READ       : ' WS-TRANS-READ
           DISPLAY ' REVISIONS RELEASED     : ' WS-RELEASED-COUNT
           DISPLAY ' REVISIONS SUPERSEDED   : ' WS-SUPERSEDED-COUNT
           DISPLAY ' REVISIONS WITHDRAWN    : ' WS-WITHDRAWN-COUNT
           DISPLAY ' REVISIONS CHANGED      : ' WS-CHANGED-COUNT
           DISPLAY ' ECN ACTIONS REJECTED   : ' WS-REJECTED-COUNT
           DISPLAY ' NEW MASTER WRITTEN     : ' WS-WRITTEN-COUNT
           DISPLAY '================================================'
           .
