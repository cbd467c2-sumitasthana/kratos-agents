      *   6. FIXED 2026-08-08: Added SUCCESSOR-BENE-ID so a deceased
      *      beneficiary's share can pass to a named successor
      *      instead of simply being excluded.
      *   7. FIXED 2026-10-15: Added BENE-INTEREST-FORM (carved from
      *      the trailing FILLER) with BENE-TERM-YEARS and
      *      BENE-PAYOUT-PCT, so an irrevocable split-interest trust
      *      can say whether a beneficiary holds an income, annuity,
      *      unitrust, remainder, or term-of-years interest.
      *      TRUST-INSURANCE-CALC values those at present value from
      *      BENE-DOB and the actuarial tables (ACTUARIAL-TABLE.cpy)
      *      instead of a flat BENE-ALLOCATION-PCT; BENE-ALLOCATION-
      *      PCT is then the beneficiary's share of that interest
      *      (100.00 when they hold it alone). Blank keeps the flat
      *      percentage valuation. BENE-TERM-YEARS zero means the
      *      interest runs for the beneficiary's life; BENE-PAYOUT-
      *      PCT is the annuity amount or unitrust payout as a
      *      percent of the trust balance.
      ******************************************************************

       01  TRUST-BENEFICIARY-REC.
               88  BENE-CHARITY        VALUE 'C'.
               88  BENE-QUAL-NONPROFIT VALUE 'Q'.
               88  BENE-ELIGIBLE-ORG   VALUES 'C' 'Q'.
           05  BENE-INTEREST-FORM      PIC X(1).
               88  BENE-FORM-FLAT-PCT  VALUE SPACE.
               88  BENE-FORM-INCOME    VALUE 'I'.
               88  BENE-FORM-ANNUITY   VALUE 'A'.
               88  BENE-FORM-UNITRUST  VALUE 'U'.
               88  BENE-FORM-REMAINDER VALUE 'R'.
               88  BENE-FORM-TERM-YEARS VALUE 'T'.
           05  BENE-TERM-YEARS         PIC 9(3).
           05  BENE-PAYOUT-PCT         PIC 9(2)V99.
