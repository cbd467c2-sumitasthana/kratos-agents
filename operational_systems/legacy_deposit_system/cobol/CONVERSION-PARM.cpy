      *================================================================*
      * COPYBOOK: CONVERSION-PARM
      * PURPOSE: Run parameters for an acquired-book conversion
      *          (CNVPARM): the source system being converted (its
      *          CONVERSION-MAP entries and the ACCT-SOURCE-SYSTEM /
      *          CUST-SOURCE-SYSTEM the converted records carry), the
      *          covered institution the deposits are booked to, the
      *          date of the acquired extracts, and the tolerance
      *          within which a parallel-run difference is taken as
      *          rounding.
      * USED BY: ACQUIRED-BOOK-CONVERT.cob, ACQUIRED-PARALLEL-RPT.cob
      *================================================================*
       01 CONVERSION-PARM-REC.
           05 CNVP-SOURCE-SYSTEM   PIC X(15).
           05 CNVP-INSTITUTION-ID  PIC X(5).
           05 CNVP-EXTRACT-DATE    PIC X(10).
           05 CNVP-TOLERANCE-AMT   PIC 9(7)V99.
           05 FILLER               PIC X(11).
