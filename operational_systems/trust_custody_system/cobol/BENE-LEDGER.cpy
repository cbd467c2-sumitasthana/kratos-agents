      * compute and then throw away -- the evidence for exactly which
      * beneficiary's interest blew through the cap, and on how many
      * trusts, when a grantor disputes a determination.
      * There is also one record per actuarially valued interest on
      * an irrevocable split-interest trust (BENE-INTEREST-FORM
      * not blank), carrying the present-value factor applied to the
      * trust balance and the interest form, so an examiner can
      * re-derive the figure. REV rows leave the factor zero and the
      * form blank. A contingent IRR interest is pooled, so its row
      * shows the valued interest with no insured/uninsured split.
      * Used by: TRUST-INSURANCE-CALC.cob, BENE-LEDGER-RPT.cob
      ******************************************************************

           05  BLG-INTEREST-AMT        PIC S9(13)V99.
           05  BLG-INSURED-AMT         PIC S9(13)V99.
           05  BLG-UNINSURED-AMT       PIC S9(13)V99.
           05  BLG-VALUATION-FACTOR    PIC 9V9(6).
           05  BLG-INTEREST-FORM       PIC X(1).
           05  FILLER                  PIC X(1).
