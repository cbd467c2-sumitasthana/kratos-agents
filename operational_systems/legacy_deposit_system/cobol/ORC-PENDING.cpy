      * PURPOSE: Queue of accounts ORC-ASSIGNMENT could not classify
      *          with HIGH confidence, held for manual analyst review
      *          rather than silently defaulting to SGL.
      * USED BY: ORC-ASSIGNMENT.cob, ORC-PENDING-REVIEW.cob,
      *          DIGITAL-COVERAGE-FEED.cob
      *
      * MODIFICATION HISTORY:
      *   2026-08-22  Added PEND-ORIG-ORC (carved from trailing
