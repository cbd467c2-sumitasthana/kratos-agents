      ******************************************************************
      * COLLECTIVE-FUND-PARTICIP.CPY
      * Copybook for the collective-fund participation file
      * (CIFPART) -- one record per trust per collective fund it
      * participates in, giving the units the trust holds at close
      * of business. TRUST-VALUATION allocates each fund's deposit
      * position (COLLECTIVE-FUND-POSITION.cpy) across these records
      * in proportion to units held.
      * Used by: TRUST-VALUATION.cob
      ******************************************************************

       01  COLLECTIVE-FUND-PARTICIP-REC.
           05  CFU-FUND-ID             PIC X(12).
           05  CFU-TRUST-ID            PIC X(12).
           05  CFU-UNITS               PIC S9(11)V999.
           05  CFU-AS-OF-DATE          PIC X(10).
           05  FILLER                  PIC X(12).
