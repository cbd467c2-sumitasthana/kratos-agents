      *          (zero keeps the production value); 'S' records scale
      *          the balances of one ORC / trust type by a percent
      *          (200.00 doubles the book). An absent or empty
      *          SCENPARM means a normal production run. The same
      *          header makes ORC-ASSIGNMENT a shadow run of a
      *          proposed product rules generation (PRODRULN): its
      *          classifications go to ORCSCEN for
      *          PRODUCT-RULE-IMPACT, and ORCOUT, the pending queue,
      *          and the run-control file are left untouched.
      * USED BY: DEPOSIT-INSURANCE-CALC.cob, TRUST-INSURANCE-CALC.cob,
      *          SCENARIO-CMP-RPT.cob, ORC-ASSIGNMENT.cob
      *================================================================*
       01 SCENARIO-PARM-REC.
           05 SCEN-RECORD-TYPE     PIC X(1).
