      *          which rule produced a given coverage determination
      *          without re-running the job.
      * USED BY: DEPOSIT-INSURANCE-CALC.cob, TRUST-INSURANCE-CALC.cob,
      *          ORC-PENDING-REVIEW.cob, DEPOSIT-ACCT-ENRICH.cob
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  DEPOSIT-ACCT-ENRICH now appends a pair of rows
      *               (source 'ENRICH') for each sole-proprietor DBA
      *               account it regroups under the proprietor's id,
      *               AUD-USER-ID carrying who verified the link.
      *   2026-08-22  Added AUD-USER-ID (carved from trailing FILLER)
      *               so a manually applied determination -- e.g. an
      *               analyst ORC decision from ORC-PENDING-REVIEW --
