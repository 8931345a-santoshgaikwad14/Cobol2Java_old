      * ** Year-end 1099 settings for TAXRPT01 - the tax year to
      * ** report (zero means the calendar year before the run date,
      * ** which is what a January run wants) and the IRS reporting
      * ** threshold: a supplier paid at least this much in the year
      * ** goes on the 1099 file.  Update this copybook when the IRS
      * ** moves the threshold, or set the year to re-run a prior
      * ** filing, instead of hand-patching the procedure division.
       01  WS-TAX-LIMITS.
           05  WS-TAX-REPORT-YEAR       PIC 9(04) VALUE ZERO.
           05  WS-TAX-THRESHOLD         PIC 9(07)V99 VALUE 2000.00.
