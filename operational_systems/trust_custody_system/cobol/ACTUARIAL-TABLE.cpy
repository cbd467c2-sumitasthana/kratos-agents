      ******************************************************************
      * ACTUARIAL-TABLE.CPY
      * Copybook for the actuarial valuation table file (ACTUARL),
      * maintained by the trust department from the IRS releases:
      * one 'R' record per month carrying that month's Section 7520
      * rate (percent, e.g. 05.20), and one 'M' record per age 0-110
      * carrying the number of survivors (lx, radix 100,000) from
      * the current IRS life table (Table 2010CM). A split-interest
      * irrevocable trust's income, annuity, unitrust, remainder,
      * and term-of-years interests are valued at present value
      * from these two tables, per the FDIC's 12 CFR 330.13
      * valuation of non-contingent interests. The 7520 rate in
      * force is the one for the business date's month -- the
      * latest month on file not after it if this month's release
      * has not been keyed yet.
      * Used by: TRUST-INSURANCE-CALC.cob
      ******************************************************************

       01  ACTUARIAL-TABLE-REC.
           05  ACT-RECORD-TYPE         PIC X(1).
               88  ACT-RATE-REC        VALUE 'R'.
               88  ACT-MORTALITY-REC   VALUE 'M'.
           05  ACT-RATE-DATA.
               10  ACT-RATE-MONTH      PIC X(7).
               10  ACT-7520-RATE       PIC 9(2)V99.
               10  FILLER              PIC X(8).
           05  ACT-MORTALITY-DATA REDEFINES ACT-RATE-DATA.
               10  ACT-AGE             PIC 9(3).
               10  ACT-LIVES-LX        PIC 9(7).
               10  FILLER              PIC X(9).
           05  FILLER                  PIC X(10).
