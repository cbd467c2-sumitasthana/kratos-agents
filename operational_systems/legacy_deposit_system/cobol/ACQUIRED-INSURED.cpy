      *================================================================*
      * COPYBOOK: ACQUIRED-INSURED
      * PURPOSE: The acquired institution's own insured figures per
      *          depositor (CNVINSD), converted from its extract by
      *          ACQUIRED-BOOK-CONVERT under the same depositor ids
      *          as the converted CUSTFILE and ACCTFILE, for the
      *          parallel-run comparison against our calc.
      * USED BY: ACQUIRED-BOOK-CONVERT.cob, ACQUIRED-PARALLEL-RPT.cob
      *================================================================*
       01 ACQUIRED-INSURED-REC.
           05 ACQI-DEPOSITOR-ID    PIC X(15).
           05 ACQI-BALANCE         PIC S9(13)V99.
           05 ACQI-INSURED-AMT     PIC S9(13)V99.
           05 ACQI-UNINSURED-AMT   PIC S9(13)V99.
           05 FILLER               PIC X(20).
