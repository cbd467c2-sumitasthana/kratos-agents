      * REGULATION: FDIC IT Guide v3.0 (liquidity monitoring support)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-RESTRAINED-AMT / RSLT-RESTRAINT-TYPE
      *               (legal restraints; record 185 -> 202 bytes).
      *   2026-09-03  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
           05  DRSLT-BALANCE         PIC S9(13)V99.
           05  DRSLT-INSURED-AMT     PIC S9(13)V99.
           05  DRSLT-UNINSURED-AMT   PIC S9(13)V99.
           05  FILLER                PIC X(114).

       FD  DEPOSIT-PRIOR-FILE.
       01  DPRI-RECORD.
           05  DPRI-BALANCE          PIC S9(13)V99.
           05  DPRI-INSURED-AMT      PIC S9(13)V99.
           05  DPRI-UNINSURED-AMT    PIC S9(13)V99.
           05  FILLER                PIC X(114).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  TRUST-RESULT-FILE.
           05  FILLER                PIC X(3).
           05  TRSLT-INSURED-AMT     PIC S9(13)V99.
           05  TRSLT-UNINSURED-AMT   PIC S9(13)V99.
           05  FILLER                PIC X(61).

       FD  TRUST-PRIOR-FILE.
       01  TPRI-RECORD.
           05  FILLER                PIC X(3).
           05  TPRI-INSURED-AMT      PIC S9(13)V99.
           05  TPRI-UNINSURED-AMT    PIC S9(13)V99.
           05  FILLER                PIC X(61).

       FD  PARTY-XREF-FILE.
           COPY PARTY-XREF.
