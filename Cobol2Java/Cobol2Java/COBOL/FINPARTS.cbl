             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-VEHMAST-STATUS
             .
           SELECT DRWMAST     ASSIGN TO DRWMAST
             ORGANIZATION     IS  SEQUENTIAL
             ACCESS MODE      IS  SEQUENTIAL
             FILE STATUS      IS  WS-DRWMAST-STATUS
             .
       DATA DIVISION.
       FILE SECTION.
      * ** Vehicle application master maintained by VEHMNT01 - the
           05  VM-VEHICLE-MODEL         PIC X(10).
           05  VM-YEAR-FROM             PIC 9(04).
           05  VM-YEAR-TO               PIC 9(04).
      * ** Drawing revision master maintained by DRWMNT01 from the
      * ** engineering change notices - every revision of every
      * ** BLUEPRINT-NUMBER with its release status and dates
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

       WORKING-STORAGE SECTION.
       01  WS-VEHMAST-STATUS       PIC X(02) VALUE '00'.
           88 WS-VEHMAST-STATUS-OK VALUE '00'.
       COPY YEARPARM.
       COPY LEADPARM.
       COPY DRWPARM.
       01  WS-VEHICLE-YEAR-NUM          PIC 9(04) VALUE ZERO.
       01  WS-EDIT-SEVERITY-WORK        PIC X(01) VALUE SPACE.
      *
              10 WS-VT-VEHICLE-MODEL PIC X(10).
              10 WS-VT-YEAR-FROM     PIC 9(04).
              10 WS-VT-YEAR-TO       PIC 9(04).
      *
      * ** Drawing revision table loaded from DRWMAST on the first
      * ** call of the run - with no DRWMAST allocated the revision
      * ** check is skipped rather than failing every drawing
       01  WS-DRWMAST-STATUS       PIC X(02) VALUE '00'.
           88 WS-DRWMAST-STATUS-OK VALUE '00'.
       01  WS-DRAWING-CONTROL.
           05 WS-DRAWINGS-LOADED   PIC X(01) VALUE 'N'.
              88 DRAWINGS-LOADED   VALUE 'Y'.
           05 WS-DRWMAST-AVAIL     PIC X(01) VALUE 'N'.
              88 DRWMAST-AVAILABLE VALUE 'Y'.
           05 WS-DRWMAST-EOF       PIC X(01) VALUE 'N'.
              88 DRWMAST-EOF-FOUND VALUE 'Y'.
           05 WS-DRAWING-MATCH     PIC X(01) VALUE 'N'.
              88 DRAWING-ON-MASTER VALUE 'Y'.
           05 WS-DRAWING-CURRENT   PIC X(01) VALUE 'N'.
              88 DRAWING-REV-CURRENT VALUE 'Y'.
           05 WS-DRW-TODAY         PIC 9(08) VALUE ZERO.
       01  WS-DRAWING-TABLE.
           05 WS-DRW-COUNT         PIC 9(05) COMP VALUE ZERO.
           05 WS-DRW-ENTRY         OCCURS 20000 TIMES
                                    INDEXED BY WS-DRW-IDX.
              10 WS-DT-BLUEPRINT-NUMBER PIC X(10).
              10 WS-DT-REVISION         PIC X(02).
              10 WS-DT-RELEASE-STATUS   PIC X(01).
                 88 WS-DT-RELEASED      VALUE 'R'.
              10 WS-DT-EFF-FROM-DATE    PIC 9(08).
              10 WS-DT-EFF-TO-DATE      PIC 9(08).
       LINKAGE SECTION.
       COPY PARTSUPP.
       COPY EDITRESLT.
           IF NOT VEHICLES-LOADED AND NOT WS-EDIT-ONLINE
              PERFORM 050-LOAD-VEHICLES
           END-IF
           IF NOT DRAWINGS-LOADED AND NOT WS-EDIT-ONLINE
              PERFORM 060-LOAD-DRAWINGS
           END-IF
           PERFORM 000-EDITS
           GOBACK   *> Control returned to MAIN
           .
              CLOSE VEHMAST
           END-IF
           .
      *
      * ** One-time load of the drawing revision master for this run
       060-LOAD-DRAWINGS.
           MOVE 'Y'                     TO WS-DRAWINGS-LOADED
           MOVE 'Y'                     TO WS-DRWMAST-AVAIL
           ACCEPT WS-DRW-TODAY FROM DATE YYYYMMDD
           OPEN INPUT DRWMAST
           IF NOT WS-DRWMAST-STATUS-OK
              DISPLAY ' DRWMAST not available, Status: '
                         WS-DRWMAST-STATUS
                         ' - drawing revision check skipped'
              MOVE 'N'                  TO WS-DRWMAST-AVAIL
              MOVE 'Y'                  TO WS-DRWMAST-EOF
           END-IF
           PERFORM UNTIL DRWMAST-EOF-FOUND
              READ DRWMAST
                AT END
                    MOVE 'Y'            TO WS-DRWMAST-EOF
                NOT AT END
                    IF WS-DRW-COUNT < 20000
                       ADD 1            TO WS-DRW-COUNT
                       MOVE DR-BLUEPRINT-NUMBER
                          TO WS-DT-BLUEPRINT-NUMBER(WS-DRW-COUNT)
                       MOVE DR-REVISION
                          TO WS-DT-REVISION(WS-DRW-COUNT)
                       MOVE DR-RELEASE-STATUS
                          TO WS-DT-RELEASE-STATUS(WS-DRW-COUNT)
                       MOVE DR-EFF-FROM-DATE
                          TO WS-DT-EFF-FROM-DATE(WS-DRW-COUNT)
                       MOVE DR-EFF-TO-DATE
                          TO WS-DT-EFF-TO-DATE(WS-DRW-COUNT)
                    ELSE
      * ** A dropped revision would flag good drawings as not on
      * ** the master - fail the run loudly and resize the table
      * ** before the rerun
                       DISPLAY ' ** WS-DRAWING-TABLE FULL AT 20000 '
                          '- drawing master incomplete, run failed: '
                          DR-BLUEPRINT-NUMBER '/' DR-REVISION
                       MOVE 12          TO RETURN-CODE
                    END-IF
              END-READ
           END-PERFORM
           IF DRWMAST-AVAILABLE
              CLOSE DRWMAST
           END-IF
           .
      *
       000-EDITS.
      * ** Checking Required Fields ...
                 PERFORM 800-RECORD-ERROR
              END-IF
           END-IF
      * ** A cited drawing must be the revision engineering has
      * ** currently released, or we buy to an obsolete drawing
           IF DRWMAST-AVAILABLE AND BLUEPRINT-NUMBER NOT = SPACES
              PERFORM 250-EDIT-DRAWING-REVISION
           END-IF
      * ** GOVT-COMML-CODE must be compatible with the supplier's
      * ** SUPPLIER-STATUS authorization - a government part cannot
      * ** source from a commercial-only supplier, a commercial part
           END-EVALUATE
           .
      *
      * ** A blueprint engineering never loaded is only warned - the
      * ** master may still be catching up.  A revision is current
      * ** when it is released and in effect today, or was released
      * ** until a supersede or withdraw that has not yet taken
      * ** effect; a blank revision, one not on the master and one
      * ** already superseded or withdrawn all fail, as an ERROR or
      * ** a WARNING per DRWPARM
       250-EDIT-DRAWING-REVISION.
           MOVE 'N'                     TO WS-DRAWING-MATCH
           MOVE 'N'                     TO WS-DRAWING-CURRENT
           PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
                   UNTIL WS-DRW-IDX > WS-DRW-COUNT
              IF WS-DT-BLUEPRINT-NUMBER(WS-DRW-IDX)
                    = BLUEPRINT-NUMBER
                 MOVE 'Y'               TO WS-DRAWING-MATCH
                 IF WS-DT-REVISION(WS-DRW-IDX) = BLUEPRINT-REVISION
                    IF WS-DT-RELEASED(WS-DRW-IDX)
                       IF WS-DT-EFF-FROM-DATE(WS-DRW-IDX)
                             <= WS-DRW-TODAY
                          MOVE 'Y'      TO WS-DRAWING-CURRENT
                       END-IF
                    ELSE
                       IF WS-DT-EFF-TO-DATE(WS-DRW-IDX)
                             >= WS-DRW-TODAY
                          MOVE 'Y'      TO WS-DRAWING-CURRENT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN NOT DRAWING-ON-MASTER
                 MOVE BLUEPRINT-NUMBER  TO WS-EDIT-FIELD
                 MOVE ' BLUEPRINT-NUMBER NOT ON DRAWING MASTER.'
                                        TO WS-EDIT-ERROR-MESSAGE
                 PERFORM 810-RECORD-WARNING
              WHEN NOT DRAWING-REV-CURRENT
                 MOVE SPACES            TO WS-EDIT-FIELD
                 STRING BLUEPRINT-NUMBER DELIMITED BY SPACE
                        '/'              DELIMITED BY SIZE
                        BLUEPRINT-REVISION DELIMITED BY SIZE
                   INTO WS-EDIT-FIELD
                 END-STRING
                 MOVE ' DRAWING IS NOT CURRENT RELEASED REV.'
                                        TO WS-EDIT-ERROR-MESSAGE
                 IF DRW-ENFORCING
                    PERFORM 800-RECORD-ERROR
                 ELSE
                    PERFORM 810-RECORD-WARNING
                 END-IF
           END-EVALUATE
           .
      *
      * ** Appends the ERROR just described in WS-EDIT-FIELD /
      * ** WS-EDIT-ERROR-MESSAGE to the edit table and fails the
      * ** record, keeping the first ERROR in the single pair for
