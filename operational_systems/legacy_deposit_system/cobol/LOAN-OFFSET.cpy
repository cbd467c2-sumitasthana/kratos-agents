      *================================================================*
      * COPYBOOK: LOAN-OFFSET
      * PURPOSE: Per-depositor loan offset exposure (LOANOFST), written
      *          by LOAN-OFFSET-RPT -- one record per borrower per
      *          covered institution whose tax id links to a deposit
      *          identity. Coverage before offset is the person's
      *          deposit-side (RSLTFILE) plus trust-side (RESULTOUT)
      *          insured/uninsured split at that institution. The
      *          offsettable debt is applied to the uninsured funds
      *          first, then to the insured funds; debt beyond both
      *          is left unapplied. LOF-INSURED-REACHED is set when
      *          the offset would consume insured dollars.
      *          Link basis: 'C' borrower tax id found on CUSTFILE,
      *          'X' found on the party cross-reference only.
      * USED BY: LOAN-OFFSET-RPT.cob
      *================================================================*
       01 LOAN-OFFSET-REC.
           05 LOF-TAX-ID           PIC X(15).
           05 LOF-INSTITUTION-ID   PIC X(5).
           05 LOF-DEPOSITOR-ID     PIC X(15).
           05 LOF-GRANTOR-ID       PIC X(10).
           05 LOF-LINK-BASIS       PIC X(1).
              88 LOF-BASIS-CUSTFILE VALUE 'C'.
              88 LOF-BASIS-PARTY-XREF VALUE 'X'.
           05 LOF-LOAN-COUNT       PIC 9(3).
           05 LOF-OFFSET-DEBT      PIC S9(13)V99.
           05 LOF-SECURED-DEBT     PIC S9(13)V99.
           05 LOF-INSURED-BEFORE   PIC S9(13)V99.
           05 LOF-UNINSURED-BEFORE PIC S9(13)V99.
           05 LOF-FROM-UNINSURED   PIC S9(13)V99.
           05 LOF-FROM-INSURED     PIC S9(13)V99.
           05 LOF-UNAPPLIED-DEBT   PIC S9(13)V99.
           05 LOF-NET-UNINSURED    PIC S9(13)V99.
           05 LOF-NET-INSURED      PIC S9(13)V99.
           05 LOF-INSURED-REACHED  PIC X(1).
              88 LOF-REACHES-INSURED VALUE 'Y'.
           05 FILLER               PIC X(15).
