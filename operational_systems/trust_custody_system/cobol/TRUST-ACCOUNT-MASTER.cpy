      *      TRUST-INSURANCE-CALC's 3400-CALC-CUSTODIAL can route a
      *      custodial account to the coverage rule for its real
      *      underlying ownership type instead of flat SGL.
      *  10. FIXED 2026-10-15: TRUST-GRANTOR-ID / TRUST-GRANTOR-SSN
      *      hold one grantor only. A joint living trust's full list
      *      of grantors and their ownership shares is carried on
      *      the COGRNTR roster (TRUST-COGRANTOR.cpy, record layout
      *      here unchanged); TRUST-INSURANCE-CALC splits the trust
      *      across them.
      *  11. FIXED 2026-10-15: Added TRUST-WINDING-UP (status 'W',
      *      record layout unchanged). The trust-accounting extract
      *      only ever sends 'A', 'C', or 'F'; 'W' is stamped on the
      *      TRUSTWND working master by TRUST-TERMINATION-PROC for a
      *      terminated trust whose final distributions are still
      *      being paid out (TRUST-EVENT.cpy), and TRUST-INSURANCE-
      *      CALC insures such a trust per distributee.
      *  12. FIXED 2026-10-15: A trust's units in the bank's own
      *      common/collective investment funds were carried wholly
      *      in TRUST-NONDEP-BAL, though part of every fund is cash
      *      on deposit here. TRUST-VALUATION now moves the trust's
      *      pro rata share of each fund's deposit position
      *      (COLLECTIVE-FUND-POSITION.cpy / COLLECTIVE-FUND-
      *      PARTICIP.cpy) into TRUST-BALANCE; record layout
      *      unchanged.
      ******************************************************************

       01  TRUST-ACCOUNT-REC.
           05  TRUST-ACCRUED-INT       PIC S9(9)V99
                                       USAGE COMP-3.
      *    Market value of non-deposit assets (equities, bonds,
      *    funds, less the collective funds' deposit look-through
      *    carried in TRUST-BALANCE) -- reported, never insured.
           05  TRUST-NONDEP-BAL        PIC S9(13)V99
                                       USAGE COMP-3.
           05  TRUST-BENE-COUNT        PIC 9(3).
               88  TRUST-ACTIVE        VALUE 'A'.
               88  TRUST-CLOSED        VALUE 'C'.
               88  TRUST-FROZEN        VALUE 'F'.
               88  TRUST-WINDING-UP    VALUE 'W'.
           05  TRUST-OPEN-DATE         PIC X(10).
           05  TRUST-INSTITUTION-ID    PIC X(5).
           05  TRUST-ORC-ASSIGNED      PIC X(5).
