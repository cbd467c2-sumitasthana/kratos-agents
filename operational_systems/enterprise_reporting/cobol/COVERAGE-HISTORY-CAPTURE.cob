      * REGULATION: FDIC IT Guide v3.0 (trend monitoring support)
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
           05  DRSLT-UNINSURED-AMT   PIC S9(13)V99.
           05  DRSLT-CALC-METHOD     PIC X(20).
           05  DRSLT-ERROR-FLAG      PIC X(1).
           05  FILLER                PIC X(93).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  TRUST-RESULT-FILE.
           05  FILLER                PIC X(30).
           05  TRSLT-CALC-METHOD     PIC X(20).
           05  TRSLT-STATUS          PIC X(10).
           05  TRSLT-BLOCKED-FLAG    PIC X(1).

       FD  HISTORY-FILE.
           COPY COVERAGE-HISTORY.
