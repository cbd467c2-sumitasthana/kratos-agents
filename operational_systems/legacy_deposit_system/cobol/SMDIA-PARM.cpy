      *          to the SMDIA can be maintained as data instead of a
      *          recompile. The record with the latest effective date
      *          not after the run date is the one in force.
      * USED BY: DEPOSIT-INSURANCE-CALC.cob, PRODUCT-RULE-IMPACT.cob
      *================================================================*
       01 SMDIA-PARM-REC.
           05 SMDIA-EFFECTIVE-DATE  PIC X(10).
