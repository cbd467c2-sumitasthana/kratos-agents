      * REGULATION: 12 CFR Part 330
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-BLOCKED-FLAG (sanctions-blocked accounts;
      *               record 202 -> 203 bytes).
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-RESTRAINED-AMT / RSLT-RESTRAINT-TYPE
      *               (legal restraints; record 185 -> 202 bytes).
      *   2026-09-02  RSLT-RECORD mirror picks up the new
      *               RSLT-ACCRUED-INT and RSLT-SWEEP-FLAG carried
      *               on RSLTFILE, and the foreign-currency
           05 RSLT-FX-RATE         PIC 9(5)V9(6).
           05 RSLT-RECIP-FLAG      PIC X(1).
           05 RSLT-RECIP-PLACED-AMT PIC S9(13)V99.
           05 RSLT-RESTRAINED-AMT   PIC S9(13)V99.
           05 RSLT-RESTRAINT-TYPE   PIC X(2).
           05 RSLT-BLOCKED-FLAG     PIC X(1).

       FD SUMMARY-REPORT-FILE.
       01 SUMMARY-REPORT-LINE      PIC X(100).
