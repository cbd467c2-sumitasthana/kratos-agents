      *       depositor/grantor-level grouping.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  Trust-book adjustments carry the grantor
      *               (ADJ-GRANTOR-ID, SMDIAADJ 70 -> 80 bytes): a
      *               joint living trust now has one RESULTOUT row
      *               per grantor, each tied to that grantor's own
      *               tax id, so each spouse's share combines with
      *               that spouse's own deposits.
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-RESTRAINED-AMT / RSLT-RESTRAINT-TYPE
      *               (legal restraints; record 185 -> 202 bytes).
      *   2026-09-03  The reconciliation now BINDS: flagged persons
      *               produce adjustment records (SMDIAADJ, see
      *               SMDIA-ADJUSTMENT.cpy) reducing exported insured
           05  DRSLT-FX-RATE         PIC 9(5)V9(6).
           05  DRSLT-RECIP-FLAG      PIC X(1).
           05  DRSLT-RECIP-PLACED    PIC S9(13)V99.
           05  DRSLT-RESTRAINED-AMT  PIC S9(13)V99.
           05  DRSLT-RESTRAINT-TYPE  PIC X(2).
           05  DRSLT-BLOCKED-FLAG    PIC X(1).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  TRUST-RESULT-FILE.
           05  TRSLT-NONDEPOSIT-AMT  PIC S9(13)V99.
           05  TRSLT-CALC-METHOD     PIC X(20).
           05  TRSLT-STATUS          PIC X(10).
           05  TRSLT-BLOCKED-FLAG    PIC X(1).

       FD  PARTY-XREF-FILE.
           COPY PARTY-XREF.
           MOVE SPACES TO SMDIA-ADJUSTMENT-REC
           SET ADJ-TRUST-BOOK TO TRUE
           MOVE TRSLT-TRUST-ID       TO ADJ-ENTITY-ID
           MOVE TRSLT-GRANTOR-ID     TO ADJ-GRANTOR-ID
           MOVE WS-PT-TAX-ID(WS-PT-IDX) TO ADJ-TAX-ID
           MOVE TRSLT-INSTITUTION-ID TO ADJ-INSTITUTION-ID
           MOVE TRSLT-ORC-TYPE       TO ADJ-ORC-TYPE
