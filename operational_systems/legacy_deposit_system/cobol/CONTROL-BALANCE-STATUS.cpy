      *================================================================*
      * COPYBOOK: CONTROL-BALANCE-STATUS
      * PURPOSE: Single-record gating status written by
      *          CONTROL-TOTAL-BALANCE (CTLBSTS) and checked by the
      *          downstream regulatory jobs (PART370-SUBMISSION,
      *          BROKERED-RCE-FEED, LCR-OUTFLOW-FEED,
      *          TIN-MATCH-SUBMIT, DAILY-AVERAGE-ACCUM,
      *          PROVISIONAL-HOLD, RCO-UNINSURED-FEED,
      *          GL-MEMO-JOURNAL) the same way they check
      *          RSLTVSTS -- a count or dollar break
      *          between two jobs in the chain means records were
      *          lost or invented in between, and nothing built on
      *          the short file may be filed.
      *================================================================*
       01 CONTROL-BALANCE-STATUS-REC.
           05 CBS-STATUS-FLAG       PIC X(1).
              88 CBS-BALANCED       VALUE 'Y'.
              88 CBS-BREAK          VALUE 'N'.
           05 CBS-RUN-DATE          PIC X(10).
           05 CBS-BREAK-COUNT       PIC 9(5).
           05 CBS-EXPLAINED-COUNT   PIC 9(5).
           05 CBS-HANDOFF-COUNT     PIC 9(3).
           05 FILLER                PIC X(6).
