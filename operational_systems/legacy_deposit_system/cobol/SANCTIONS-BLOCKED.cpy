      *================================================================*
      * COPYBOOK: SANCTIONS-BLOCKED
      * PURPOSE: Blocked property derived by SANCTIONS-SCREEN from
      *          the cases compliance has confirmed (SNC-BLOCKED on
      *          SANCTIONS-CASE.cpy). Two files share this layout:
      *            SANCBACT - deposit accounts, in account-number
      *                       order: the blocked party is the
      *                       depositor (DEP), a co-owner on the
      *                       signature cards (OWN), or a POD or
      *                       irrevocable trust beneficiary (POD /
      *                       DTB) on the account;
      *            SANCBTRS - trusts, in trust-id order: the blocked
      *                       party is the grantor (GRNT) or a
      *                       beneficiary (BENE) of the trust.
      *          An account or trust appears once per blocked party
      *          and role, so a reader takes the first record for a
      *          key and skips the rest. DEPOSIT-ACCT-ENRICH carries
      *          SANCBACT onto ACCTENR for DEPOSIT-INSURANCE-CALC's
      *          RSLT-BLOCKED-FLAG; TRUST-INSURANCE-CALC sets
      *          RES-BLOCKED-FLAG from SANCBTRS.
      * USED BY: SANCTIONS-SCREEN.cob, DEPOSIT-ACCT-ENRICH.cob,
      *          TRUST-INSURANCE-CALC.cob
      *================================================================*
       01 SANCTIONS-BLOCKED-REC.
           05 SNB-ACCT-OR-TRUST    PIC X(20).
           05 SNB-PARTY-ID         PIC X(15).
           05 SNB-ROLE             PIC X(4).
              88 SNB-DEPOSITOR     VALUE 'DEP '.
              88 SNB-CO-OWNER      VALUE 'OWN '.
              88 SNB-POD-BENE      VALUE 'POD '.
              88 SNB-DEP-TRUST-BENE VALUE 'DTB '.
              88 SNB-GRANTOR       VALUE 'GRNT'.
              88 SNB-TRUST-BENE    VALUE 'BENE'.
           05 SNB-CASE-ID          PIC 9(9).
           05 SNB-ENTRY-ID         PIC X(10).
           05 SNB-BUSINESS-DATE    PIC X(10).
           05 FILLER               PIC X(12).
