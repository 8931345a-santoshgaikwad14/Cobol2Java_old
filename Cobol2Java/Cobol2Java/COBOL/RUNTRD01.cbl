       FD  RUNHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 93 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUNHIST-RECORD.
       01  RUNHIST-RECORD.
           05  RH-SCOPE-OK-COUNT        PIC 9(07).
           05  RH-REJECTED-COUNT        PIC 9(07).
           05  RH-SOURCE-ID             PIC X(08).
           05  RH-HELD-COUNT            PIC 9(07).
      *
       FD  RUNTRPT
           RECORDING MODE IS F
