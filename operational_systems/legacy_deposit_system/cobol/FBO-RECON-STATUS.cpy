      *================================================================*
      * COPYBOOK: FBO-RECON-STATUS
      * PURPOSE: Per-account result of the daily FBO sub-ledger
      *          reconciliation (FBORCNST), written by
      *          FBO-LEDGER-RECON in account-number order, one record
      *          for every FBO account with a partner sub-ledger on
      *          the business date. FRS-RECONCILED means the ledger
      *          foots to the COB balance within tolerance with no
      *          duplicate, negative, or unidentified end users, and
      *          the end-user pass-through may be relied on;
      *          otherwise FRS-REASON-CODE gives the first failure:
      *            NAC - FBO account not on ACCTFILE, or CLOSED
      *            STL - ledger not dated the business date
      *            DUP - end user carried twice on the ledger
      *            NEG - negative end-user balance
      *            IDM - end user missing name or tax id
      *            BRK - ledger total differs from the COB balance
      *                  by more than the tolerance
      *          DEPOSIT-ACCT-ENRICH carries the status onto ACCTENR
      *          and DEPOSIT-INSURANCE-CALC insures an unreconciled
      *          account to one SMDIA as a pending determination.
      * USED BY: FBO-LEDGER-RECON.cob, DEPOSIT-ACCT-ENRICH.cob
      *================================================================*
       01 FBO-RECON-STATUS-REC.
           05 FRS-ACCT-NUMBER      PIC X(20).
           05 FRS-PROGRAM-ID       PIC X(10).
           05 FRS-BUSINESS-DATE    PIC X(10).
           05 FRS-STATUS           PIC X(1).
              88 FRS-RECONCILED    VALUE 'Y'.
              88 FRS-NOT-RECONCILED VALUE 'N'.
           05 FRS-REASON-CODE      PIC X(3).
           05 FRS-LEDGER-TOTAL     PIC S9(13)V99.
           05 FRS-COB-BALANCE      PIC S9(13)V99.
           05 FRS-DIFFERENCE       PIC S9(13)V99.
           05 FRS-END-USER-COUNT   PIC 9(7).
           05 FILLER               PIC X(14).
