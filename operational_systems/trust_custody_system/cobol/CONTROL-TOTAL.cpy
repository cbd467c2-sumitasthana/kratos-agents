      *================================================================*
      * COPYBOOK: CONTROL-TOTAL
      * PURPOSE: Suite-wide job-to-job control-total ledger
      *          (CTLLEDGR). Each job in the insurance chain appends,
      *          when it finishes, one record per dataset it read
      *          ('I') and wrote ('O') for the cycle business date:
      *          the record count and, where the dataset carries
      *          them, the balance and the insured / uninsured
      *          totals (CTT-AMOUNT-LEVEL says which are footed).
      *          An output posting names the input dataset it was
      *          produced from (CTT-BASIS-DATASET) and the records
      *          the job added or dropped on the way through --
      *          rejects, closed accounts, appended rows -- so the
      *          in-job difference is explained, not assumed.
      *          CONTROL-TOTAL-BALANCE walks the hand-offs between
      *          jobs for the date and proves the totals leaving
      *          one job arrived at the next. Scenario runs post
      *          with run type 'S' against their scenario datasets
      *          and are never balanced. A rerun simply posts again;
      *          the latest posting for the job / dataset stands.
      * USED BY: ACCT-DELTA-APPLY, ORC-ASSIGNMENT,
      *          DEPOSIT-ACCT-ENRICH, DEPOSIT-INSURANCE-CALC,
      *          TRUST-INSURANCE-CALC, TRUST-RESULT-MERGE,
      *          PART370-SUBMISSION, PART370-VALIDATE,
      *          CONTROL-TOTAL-BALANCE.
      *================================================================*
       01 CONTROL-TOTAL-REC.
           05 CTT-BUSINESS-DATE     PIC X(10).
           05 CTT-JOB-NAME          PIC X(24).
           05 CTT-DATASET           PIC X(10).
           05 CTT-DIRECTION         PIC X(1).
              88 CTT-INPUT          VALUE 'I'.
              88 CTT-OUTPUT         VALUE 'O'.
           05 CTT-RUN-TYPE          PIC X(1).
              88 CTT-PRODUCTION     VALUE 'P'.
              88 CTT-SCENARIO       VALUE 'S'.
      *    'C' count only; 'B' count and balance; 'A' count,
      *    balance, insured and uninsured.
           05 CTT-AMOUNT-LEVEL      PIC X(1).
              88 CTT-COUNT-ONLY     VALUE 'C'.
              88 CTT-BALANCE-CARRIED VALUE 'B'.
              88 CTT-ALL-AMOUNTS    VALUE 'A'.
           05 CTT-RECORD-COUNT      PIC 9(9).
           05 CTT-BALANCE-TOTAL     PIC S9(15)V99.
           05 CTT-INSURED-TOTAL     PIC S9(15)V99.
           05 CTT-UNINSURED-TOTAL   PIC S9(15)V99.
      *    Output postings only: the input the records came from and
      *    the explained difference from its count.
           05 CTT-BASIS-DATASET     PIC X(10).
           05 CTT-ADDED-COUNT       PIC 9(9).
           05 CTT-ADDED-REASON      PIC X(20).
           05 CTT-DROPPED-COUNT     PIC 9(9).
           05 CTT-DROPPED-REASON    PIC X(20).
           05 CTT-POSTED-TS         PIC X(26).
           05 FILLER                PIC X(9).
