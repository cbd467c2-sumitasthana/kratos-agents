      *          accounts, used to compute per-non-contingent-interest
      *          coverage per 12 CFR 330.13. Mirrors the shape of
      *          TRUST-BENEFICIARY.cpy in the trust custody system.
      * USED BY: DEPOSIT-INSURANCE-CALC.cob, ORC-ASSIGNMENT.cob,
      *          DMF-DEATH-MATCH.cob, ACQUIRED-BOOK-CONVERT.cob
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Added DTB-BENE-SSN (carved from trailing FILLER,
      *               record length unchanged) so DMF-DEATH-MATCH can
      *               match the beneficiary against the SSA Death
      *               Master File. Blank on records loaded before the
      *               field existed -- such a beneficiary is simply
      *               not matched.
      *   2026-08-22  Added DTB-TRUST-IRREV-FLAG so ORC-ASSIGNMENT can
      *               tell an irrevocable trust account's roster from a
      *               revocable one and classify the account IRR per
           05 DTB-TRUST-IRREV-FLAG  PIC X(1).
              88 DTB-TRUST-IRREV    VALUE 'Y'.
              88 DTB-TRUST-REVOC    VALUE 'N'.
           05 DTB-BENE-SSN          PIC X(11).
           05 FILLER                PIC X(03).
