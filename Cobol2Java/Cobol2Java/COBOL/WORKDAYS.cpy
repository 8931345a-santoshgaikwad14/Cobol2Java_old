      * ** Working-day handshake between the programs that age POs,
      * ** score delivery or measure lead time and the WRKDAYS
      * ** subroutine.  WRKDAYS loads the SHOPCAL shop calendar on
      * ** its first call and counts the working days - weekdays
      * ** that are not a holiday or shutdown on the calendar -
      * ** after WS-WD-FROM-LILIAN up to and including
      * ** WS-WD-TO-LILIAN, so a span ending before it starts comes
      * ** back negative, as a raw Lilian subtraction would.  The
      * ** calendar years found on SHOPCAL come back on every call,
      * ** already edited into WS-WD-CALENDAR-TITLE for the callers'
      * ** report headings.  An online caller sets WS-WD-ONLINE so
      * ** no batch file I-O is attempted (illegal under CICS); it
      * ** then counts weekdays only, as does a batch run with no
      * ** calendar on file.
       01  WS-WORKDAY-AREA.
           05 WS-WD-FUNCTION            PIC X(01).
              88 WS-WD-LOAD-CALENDAR    VALUE 'L'.
              88 WS-WD-COUNT-DAYS       VALUE 'C'.
           05 WS-WD-ENVIRONMENT         PIC X(01).
              88 WS-WD-ONLINE           VALUE 'O'.
           05 WS-WD-FROM-LILIAN         PIC S9(9) BINARY.
           05 WS-WD-TO-LILIAN           PIC S9(9) BINARY.
           05 WS-WD-WORKING-DAYS        PIC S9(9) BINARY.
           05 WS-WD-CALENDAR-STATE      PIC X(01).
              88 WS-WD-CALENDAR-LOADED  VALUE 'Y'.
              88 WS-WD-WEEKDAYS-ONLY    VALUE 'N'.
           05 WS-WD-FIRST-YEAR          PIC 9(04).
           05 WS-WD-LAST-YEAR           PIC 9(04).
           05 WS-WD-CALENDAR-TITLE      PIC X(30).
