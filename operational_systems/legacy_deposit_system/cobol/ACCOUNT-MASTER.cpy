      *     no master-record field needed.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Added ACCT-MATURITY-DATE, ACCT-ORIG-TERM-MONTHS
      *               and ACCT-INTEREST-RATE (record length grew
      *               226 -> 245; every inline mirror updated in
      *               step) so Treasury can ladder uninsured time
      *               deposits by maturity. Required on CD accounts
      *               (ACCT-RECORD-EDIT); blank maturity means no
      *               stated maturity, and term and rate are then
      *               not used.
      *   2026-09-02  Added ACCT-CURRENCY-CODE (record length grew
      *               223 -> 226; every inline mirror updated in
      *               step) so the international branch's CAD and
              88 ACCT-AGENCY-HELD  VALUE 'Y'.
           05 ACCT-CURRENCY-CODE   PIC X(3).
              88 ACCT-IN-USD       VALUES 'USD' '   '.
           05 ACCT-MATURITY-DATE   PIC X(10).
           05 ACCT-ORIG-TERM-MONTHS PIC 9(3).
      *    Contract rate as a percent, 9(2)V9(4): 042500 is 4.25%.
           05 ACCT-INTEREST-RATE   PIC 9(2)V9(4).
