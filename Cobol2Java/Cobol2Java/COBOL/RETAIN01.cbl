       FD  RUNHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNHIST-RECORD.
       01  RUNHIST-RECORD.
           05  RH-RUN-DATE              PIC 9(08).
           05  RH-REST-OF-RECORD        PIC X(85).
      *
       FD  NEWAUDIT
           RECORDING MODE IS F
       FD  NEWRHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWRHIST-REC.
       01  NEWRHIST-REC                 PIC X(93).
      *
      * ** Yearly archives - opened EXTEND so each retention run
      * ** appends behind what earlier runs already aged out
       FD  RUNARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNARCH-REC.
       01  RUNARCH-REC                  PIC X(93).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
