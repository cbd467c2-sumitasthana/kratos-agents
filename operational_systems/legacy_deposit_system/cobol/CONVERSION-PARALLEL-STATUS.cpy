      *================================================================*
      * COPYBOOK: CONVERSION-PARALLEL-STATUS
      * PURPOSE: Single-record sign-off status written by
      *          ACQUIRED-PARALLEL-RPT (CNVPSTS) -- the gating
      *          convention of ACCT-EDIT-STATUS applied to a
      *          conversion: the converted book does not join the
      *          production ACCTFILE, and its MERGER-EVENT record is
      *          not added, until the parallel run shows PASSED --
      *          every difference from the acquired institution's
      *          own figures beyond the tolerance explained and
      *          approved.
      * USED BY: ACQUIRED-PARALLEL-RPT.cob
      *================================================================*
       01 CONVERSION-PARALLEL-STATUS-REC.
           05 CNPS-STATUS-FLAG      PIC X(1).
              88 CNPS-PASSED        VALUE 'Y'.
              88 CNPS-FAILED        VALUE 'N'.
           05 CNPS-SOURCE-SYSTEM    PIC X(15).
           05 CNPS-RUN-DATE         PIC X(10).
           05 CNPS-DEPOSITOR-COUNT  PIC 9(7).
           05 CNPS-DIFFERENCE-COUNT PIC 9(7).
           05 CNPS-UNEXPLAINED-COUNT PIC 9(7).
           05 FILLER                PIC X(13).
