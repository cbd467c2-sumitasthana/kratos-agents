      * REGULATION: 12 CFR Part 330 (what-if analysis)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-RESTRAINED-AMT / RSLT-RESTRAINT-TYPE
      *               (legal restraints; record 185 -> 202 bytes).
      *   2026-08-22  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
           05  FILLER                PIC X(15).
           05  BD-INSURED-AMT        PIC S9(13)V99.
           05  BD-UNINSURED-AMT      PIC S9(13)V99.
           05  FILLER                PIC X(114).

       FD  SCEN-DEPOSIT-FILE.
       01  SD-RECORD.
           05  FILLER                PIC X(15).
           05  SD-INSURED-AMT        PIC S9(13)V99.
           05  SD-UNINSURED-AMT      PIC S9(13)V99.
           05  FILLER                PIC X(114).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  BASE-TRUST-FILE.
           05  FILLER                PIC X(33).
           05  BT-INSURED-AMT        PIC S9(13)V99.
           05  BT-UNINSURED-AMT      PIC S9(13)V99.
           05  FILLER                PIC X(61).

       FD  SCEN-TRUST-FILE.
       01  ST-RECORD.
           05  FILLER                PIC X(33).
           05  ST-INSURED-AMT        PIC S9(13)V99.
           05  ST-UNINSURED-AMT      PIC S9(13)V99.
           05  FILLER                PIC X(61).

       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-LINE      PIC X(132).
