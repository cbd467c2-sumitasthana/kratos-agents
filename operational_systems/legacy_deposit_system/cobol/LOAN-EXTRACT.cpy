      *================================================================*
      * COPYBOOK: LOAN-EXTRACT
      * PURPOSE: Daily loan-system extract (LOANEXT) -- one record per
      *          open loan, carrying the borrower's tax id so the
      *          borrower can be tied back to a depositor identity.
      *          At resolution the receiver offsets a depositor's
      *          matured or delinquent debt against that depositor's
      *          deposits at the same insured bank, uninsured funds
      *          first: a loan past its maturity date is offset for
      *          its whole principal balance, a loan not yet matured
      *          only for the amount past due. A current loan is not
      *          offset at all. The collateral type is informational
      *          -- offset does not depend on it -- but the report
      *          separates secured from unsecured debt for planning.
      * USED BY: LOAN-OFFSET-RPT.cob
      *================================================================*
       01 LOAN-EXTRACT-REC.
           05 LNX-BORROWER-TAX-ID  PIC X(15).
           05 LNX-LOAN-NUMBER      PIC X(20).
           05 LNX-INSTITUTION-ID   PIC X(5).
           05 LNX-PRINCIPAL-BAL    PIC S9(13)V99.
           05 LNX-PAST-DUE-AMT     PIC S9(13)V99.
           05 LNX-MATURITY-DATE    PIC X(10).
           05 LNX-COLLATERAL-TYPE  PIC X(2).
              88 LNX-UNSECURED     VALUE 'UN'.
              88 LNX-REAL-ESTATE   VALUE 'RE'.
              88 LNX-VEHICLE       VALUE 'VE'.
              88 LNX-DEPOSIT-SECURED VALUE 'DP'.
              88 LNX-OTHER-COLLATERAL VALUE 'OT'.
           05 FILLER               PIC X(18).
