      * REGULATION: FDIC IT Guide v3.0 (data integrity controls)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  Trust rows are matched on trust id + grantor
      *               id: a joint living trust now carries one
      *               RESULTOUT row per grantor under the same
      *               trust id.
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-RESTRAINED-AMT / RSLT-RESTRAINT-TYPE
      *               (legal restraints; record 185 -> 202 bytes).
      *   2026-09-03  The run now gates on RSLTFILE-VALIDATE's
      *               integrity status (RSLTVSTS) -- a movement
      *               report against a short or duplicated result
      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob, for
      *    both the current file and the prior generation.
       FD  DEPOSIT-RESULT-FILE.
       01  DCUR-IN-RECORD          PIC X(203).

       FD  DEPOSIT-PRIOR-FILE.
       01  DPRI-IN-RECORD          PIC X(203).

       SD  DCUR-SORT-FILE.
       01  DCS-REC.
           05  DCS-ACCT-NUMBER     PIC X(20).
           05  FILLER              PIC X(183).

       SD  DPRI-SORT-FILE.
       01  DPS-REC.
           05  DPS-ACCT-NUMBER     PIC X(20).
           05  FILLER              PIC X(183).

       FD  SORTED-DCUR-FILE.
       01  DCUR-RECORD.
           05  DCUR-FX-RATE        PIC 9(5)V9(6).
           05  DCUR-RECIP-FLAG     PIC X(1).
           05  DCUR-RECIP-PLACED   PIC S9(13)V99.
           05  DCUR-RESTRAINED-AMT PIC S9(13)V99.
           05  DCUR-RESTRAINT-TYPE PIC X(2).
           05  DCUR-BLOCKED-FLAG   PIC X(1).

       FD  SORTED-DPRI-FILE.
       01  DPRI-RECORD.
           05  DPRI-FX-RATE        PIC 9(5)V9(6).
           05  DPRI-RECIP-FLAG     PIC X(1).
           05  DPRI-RECIP-PLACED   PIC S9(13)V99.
           05  DPRI-RESTRAINED-AMT PIC S9(13)V99.
           05  DPRI-RESTRAINT-TYPE PIC X(2).
           05  DPRI-BLOCKED-FLAG   PIC X(1).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  TRUST-RESULT-FILE.
       01  TCUR-IN-RECORD          PIC X(204).

       FD  TRUST-PRIOR-FILE.
       01  TPRI-IN-RECORD          PIC X(204).

       SD  TCUR-SORT-FILE.
       01  TCS-REC.
           05  TCS-TRUST-ID        PIC X(12).
           05  FILLER              PIC X(68).
           05  TCS-GRANTOR-ID      PIC X(10).
           05  FILLER              PIC X(114).

       SD  TPRI-SORT-FILE.
       01  TPS-REC.
           05  TPS-TRUST-ID        PIC X(12).
           05  FILLER              PIC X(68).
           05  TPS-GRANTOR-ID      PIC X(10).
           05  FILLER              PIC X(114).

       FD  SORTED-TCUR-FILE.
       01  TCUR-RECORD.
           05  TCUR-NONDEPOSIT-AMT PIC S9(13)V99.
           05  TCUR-CALC-METHOD    PIC X(20).
           05  TCUR-STATUS         PIC X(10).
           05  TCUR-BLOCKED-FLAG   PIC X(1).

       FD  SORTED-TPRI-FILE.
       01  TPRI-RECORD.
           05  TPRI-NONDEPOSIT-AMT PIC S9(13)V99.
           05  TPRI-CALC-METHOD    PIC X(20).
           05  TPRI-STATUS         PIC X(10).
           05  TPRI-BLOCKED-FLAG   PIC X(1).

       FD  DELTA-PARM-FILE.
       01  DELTA-PARM-REC.
               GIVING SORTED-DPRI-FILE
           SORT TCUR-SORT-FILE
               ON ASCENDING KEY TCS-TRUST-ID
                                TCS-GRANTOR-ID
               USING TRUST-RESULT-FILE
               GIVING SORTED-TCUR-FILE
           SORT TPRI-SORT-FILE
               ON ASCENDING KEY TPS-TRUST-ID
                                TPS-GRANTOR-ID
               USING TRUST-PRIOR-FILE
               GIVING SORTED-TPRI-FILE
           OPEN INPUT SORTED-DCUR-FILE
               WHEN WS-TP-EOF = 'Y'
                   PERFORM 3200-TRUST-APPEARED
               WHEN TCUR-TRUST-ID = TPRI-TRUST-ID
                   AND TCUR-GRANTOR-ID = TPRI-GRANTOR-ID
                   PERFORM 3100-TRUST-COMPARE
               WHEN TCUR-TRUST-ID < TPRI-TRUST-ID
                   PERFORM 3200-TRUST-APPEARED
               WHEN TCUR-TRUST-ID = TPRI-TRUST-ID
                   AND TCUR-GRANTOR-ID < TPRI-GRANTOR-ID
                   PERFORM 3200-TRUST-APPEARED
               WHEN OTHER
                   PERFORM 3300-TRUST-VANISHED
           END-EVALUATE.
