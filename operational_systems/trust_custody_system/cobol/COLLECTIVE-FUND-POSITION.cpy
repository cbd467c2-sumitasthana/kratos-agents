      ******************************************************************
      * COLLECTIVE-FUND-POSITION.CPY
      * Copybook for the collective-fund position file (CIFPOSN) --
      * one record per common or collective investment fund the
      * bank's trust department operates, as of close of business:
      * the fund's deposit position (cash the fund holds on deposit
      * at this bank) and the units it has outstanding. The fund id
      * is the asset id the fund's units carry on TRUSTHLD. A
      * participating trust's units are priced as a FUND holding
      * (non-deposit); TRUST-VALUATION looks through to the deposit
      * position and allocates it pro rata to the participating
      * trusts (COLLECTIVE-FUND-PARTICIP.cpy) as deposit-class
      * balance, and reconciles the allocated shares back to
      * CFP-DEPOSIT-BAL fund by fund.
      * Used by: TRUST-VALUATION.cob
      ******************************************************************

       01  COLLECTIVE-FUND-POSITION-REC.
           05  CFP-FUND-ID             PIC X(12).
           05  CFP-FUND-NAME           PIC X(40).
           05  CFP-POSITION-DATE       PIC X(10).
           05  CFP-DEPOSIT-BAL         PIC S9(13)V99.
           05  CFP-UNITS-OUTSTANDING   PIC S9(11)V999.
           05  FILLER                  PIC X(9).
