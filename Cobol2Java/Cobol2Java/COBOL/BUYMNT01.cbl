      *============================
      * ** Buyer master maintenance - applies ADD/CHANGE/DELETE
      * ** transactions from BUYTRANS to the BUYERMST buyer master
      * ** (code, name, department, active flag, PO-line approval
      * ** limit, approver flag and the approver the buyer's held
      * ** lines route to) and writes the updated master to
      * ** NEWBUYER.  An ADD for a code already on the master and a
      * ** CHANGE/DELETE for one that is not are rejected to BUYREJS
      * ** with diagnostics, as are a non-numeric approval limit, an
      * ** approver flag other than Y or N, and an approver code
      * ** that is the buyer itself or not a buyer allowed to
      * ** approve.
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
           05  BM-ACTIVE-FLAG           PIC X(01).
               88 BM-BUYER-ACTIVE       VALUE 'A'.
               88 BM-BUYER-INACTIVE     VALUE 'I'.
      * ** US-dollar value one PO line may reach on this buyer's
      * ** authority, whether the buyer may release approval holds,
      * ** and the approver this buyer's held lines route to
           05  BM-APPROVAL-LIMIT        PIC 9(09)V99.
           05  BM-APPROVER-FLAG         PIC X(01).
               88 BM-CAN-APPROVE        VALUE 'Y'.
           05  BM-APPROVER-CODE         PIC X(03).
           05  FILLER                   PIC X(06).
      *
       FD  BUYTRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 61 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYTRANS-RECORD.
       01  BUYTRANS-RECORD.
               10  BT-BUYER-NAME        PIC X(25).
               10  BT-DEPARTMENT        PIC X(10).
               10  BT-ACTIVE-FLAG       PIC X(01).
               10  BT-APPROVAL-LIMIT    PIC 9(09)V99.
               10  BT-APPROVAL-LIMIT-X  REDEFINES BT-APPROVAL-LIMIT
                                        PIC X(11).
               10  BT-APPROVER-FLAG     PIC X(01).
                   88 BT-APPROVER-FLAG-VALID VALUE 'Y' 'N' ' '.
               10  BT-APPROVER-CODE     PIC X(03).
               10  FILLER               PIC X(06).
      *
       FD  NEWBUYER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWBUYER-RECORD.
       01  NEWBUYER-RECORD              PIC X(60).
      *
       FD  BUYREJS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUYREJ-RECORD.
       01  BUYREJ-RECORD.
           05  BJ-ACTION                PIC X(01).
           05  BJ-BUYER-DETAIL          PIC X(60).
           05  BJ-ERROR-MESSAGE         PIC X(40).

       WORKING-STORAGE SECTION.
              10 WS-BT-BUYER-NAME       PIC X(25).
              10 WS-BT-DEPARTMENT       PIC X(10).
              10 WS-BT-ACTIVE-FLAG      PIC X(01).
              10 WS-BT-APPROVAL-LIMIT   PIC 9(09)V99.
              10 WS-BT-APPROVER-FLAG    PIC X(01).
              10 WS-BT-APPROVER-CODE    PIC X(03).
              10 FILLER                 PIC X(06).
       01  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-OUT-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  WS-APPROVER-STATE            PIC X(01) VALUE 'N'.
           88 APPROVER-CAN-APPROVE      VALUE 'Y'.
      *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING
                          TO WS-BT-DEPARTMENT(WS-BUYER-COUNT)
                       MOVE BM-ACTIVE-FLAG
                          TO WS-BT-ACTIVE-FLAG(WS-BUYER-COUNT)
                       MOVE BM-APPROVAL-LIMIT
                          TO WS-BT-APPROVAL-LIMIT(WS-BUYER-COUNT)
                       MOVE BM-APPROVER-FLAG
                          TO WS-BT-APPROVER-FLAG(WS-BUYER-COUNT)
                       MOVE BM-APPROVER-CODE
                          TO WS-BT-APPROVER-CODE(WS-BUYER-COUNT)
                    ELSE
                       DISPLAY ' ** WS-BUYER-TABLE is full - master '
                          'record dropped: ' BM-BUYER-CODE
              PERFORM 900-WRITE-BUYREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 650-EDIT-APPROVAL
           IF BJ-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-BUYREJ
              EXIT PARAGRAPH
           END-IF
           IF WS-BUYER-COUNT < 500
              ADD 1                     TO WS-BUYER-COUNT
              MOVE BT-BUYER-CODE
                 TO WS-BT-DEPARTMENT(WS-BUYER-COUNT)
              MOVE BT-ACTIVE-FLAG
                 TO WS-BT-ACTIVE-FLAG(WS-BUYER-COUNT)
              MOVE BT-APPROVAL-LIMIT
                 TO WS-BT-APPROVAL-LIMIT(WS-BUYER-COUNT)
              MOVE BT-APPROVER-FLAG
                 TO WS-BT-APPROVER-FLAG(WS-BUYER-COUNT)
              MOVE BT-APPROVER-CODE
                 TO WS-BT-APPROVER-CODE(WS-BUYER-COUNT)
              ADD 1                     TO WS-ADDED-COUNT
              DISPLAY ' - Buyer added: ' BT-BUYER-CODE
           ELSE
              PERFORM 900-WRITE-BUYREJ
              EXIT PARAGRAPH
           END-IF
           PERFORM 650-EDIT-APPROVAL
           IF BJ-ERROR-MESSAGE NOT = SPACES
              PERFORM 900-WRITE-BUYREJ
              EXIT PARAGRAPH
           END-IF
           MOVE BT-BUYER-NAME     TO WS-BT-BUYER-NAME(WS-FOUND-SUB)
           MOVE BT-DEPARTMENT     TO WS-BT-DEPARTMENT(WS-FOUND-SUB)
           MOVE BT-ACTIVE-FLAG    TO WS-BT-ACTIVE-FLAG(WS-FOUND-SUB)
           MOVE BT-APPROVAL-LIMIT
                                  TO WS-BT-APPROVAL-LIMIT(WS-FOUND-SUB)
           MOVE BT-APPROVER-FLAG
                                  TO WS-BT-APPROVER-FLAG(WS-FOUND-SUB)
           MOVE BT-APPROVER-CODE
                                  TO WS-BT-APPROVER-CODE(WS-FOUND-SUB)
           ADD 1                        TO WS-CHANGED-COUNT
           DISPLAY ' - Buyer changed: ' BT-BUYER-CODE
           .
      *
      * ** Edits the approval fields of an ADD or CHANGE image.  A
      * ** zero limit is legal - it means every line the buyer
      * ** places waits for an approver.  The approver named must
      * ** already be a buyer allowed to approve, and never the
      * ** buyer itself.  Leaves BJ-ERROR-MESSAGE spaces when clean
       650-EDIT-APPROVAL.
           MOVE SPACES                  TO BJ-ERROR-MESSAGE
           IF BT-APPROVAL-LIMIT-X NOT NUMERIC
              MOVE ' APPROVAL-LIMIT MUST BE NUMERIC.'
                                        TO BJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF NOT BT-APPROVER-FLAG-VALID
              MOVE ' APPROVER-FLAG MUST BE Y OR N.'
                                        TO BJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           IF BT-APPROVER-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           IF BT-APPROVER-CODE = BT-BUYER-CODE
              MOVE ' APPROVER-CODE CANNOT BE THE BUYER.'
                                        TO BJ-ERROR-MESSAGE
              EXIT PARAGRAPH
           END-IF
           MOVE 'N'                     TO WS-APPROVER-STATE
           PERFORM VARYING WS-BUYER-IDX FROM 1 BY 1
                   UNTIL WS-BUYER-IDX > WS-BUYER-COUNT
              IF WS-BT-BUYER-CODE(WS-BUYER-IDX) = BT-APPROVER-CODE
                 AND WS-BT-APPROVER-FLAG(WS-BUYER-IDX) = 'Y'
                 MOVE 'Y'               TO WS-APPROVER-STATE
              END-IF
           END-PERFORM
           IF NOT APPROVER-CAN-APPROVE
              MOVE ' APPROVER-CODE IS not an approver.'
                                        TO BJ-ERROR-MESSAGE
           END-IF
           .
      *
      * ** Blanks the entry - 800-WRITE-NEW-MASTER skips blank codes
       700-APPLY-DELETE.
           IF NOT BUYER-ON-MASTER
