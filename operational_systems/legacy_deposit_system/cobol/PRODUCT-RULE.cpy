      *================================================================*
      * COPYBOOK: PRODUCT-RULE
      * PURPOSE: Maintained product-to-ORC rules table (PRODRULE).
      *          One record per generation of a source system +
      *          ACCT-TYPE rule, giving the ORC the product
      *          classifies into, the supporting documentation the
      *          category depends on, the confidence, and the
      *          pending code that queues it for analyst review.
      *          ORC-ASSIGNMENT is driven from this table instead of
      *          hardcoded ACCT-TYPE tests, so a new deposit product
      *          is onboarded by a rule change through
      *          PRODUCT-RULE-MAINT, not a program release.
      *          PRR-SOURCE-SYSTEM '*' matches any source system; a
      *          rule for the account's own source system wins over
      *          the '*' rule for the same ACCT-TYPE.
      *          PRR-APPLY-POINT says where the rule is tested:
      *            'T' title override -- ahead of the business and
      *                ownership tests, for products titled to a
      *                business whose funds pass through (IOLTA /
      *                ESCROW to FID, MSA-PI to MSA);
      *            'P' product -- after the ownership tests (joint,
      *                trust, government) and ahead of the SGL
      *                default (IRA / KEOGH / ROTH_IRA to CRA,
      *                401K / PENSION to EBP, ANNUITY to ANC, and
      *                products such as HSA or COVERDELL that would
      *                otherwise fall to the default or the UNR
      *                queue).
      *          A non-blank PRR-PENDING-CODE queues every account
      *          the rule classifies, at PRR-CONFIDENCE; a LOW rule
      *          always carries one. A rule is in force from
      *          PRR-EFFECTIVE-DATE: a restatement dated ahead is a
      *          second record for the same key, and ORC-ASSIGNMENT
      *          uses the latest generation in force at its run date
      *          (a shadow run, the latest on file regardless of
      *          date). A proposed table (PRODRULN) is previewed
      *          by a shadow ORC-ASSIGNMENT run and
      *          PRODUCT-RULE-IMPACT before ops catalogues it over
      *          PRODRULE.
      * USED BY: ORC-ASSIGNMENT.cob, PRODUCT-RULE-MAINT.cob,
      *          PRODUCT-RULE-IMPACT.cob, ACQUIRED-BOOK-CONVERT.cob
      *================================================================*
       01 PRODUCT-RULE-REC.
           05 PRR-RULE-KEY.
              10 PRR-SOURCE-SYSTEM PIC X(15).
              10 PRR-ACCT-TYPE     PIC X(10).
           05 PRR-RULE-DATA.
              10 PRR-ORC-TYPE      PIC X(4).
              10 PRR-APPLY-POINT   PIC X(1).
                 88 PRR-TITLE-OVERRIDE VALUE 'T'.
                 88 PRR-PRODUCT-RULE   VALUE 'P'.
              10 PRR-REQ-DOC       PIC X(10).
              10 PRR-CONFIDENCE    PIC X(4).
              10 PRR-PENDING-CODE  PIC X(3).
              10 PRR-RULE-DESC     PIC X(30).
              10 PRR-EFFECTIVE-DATE PIC X(10).
           05 PRR-MAINT-DATE       PIC X(10).
           05 FILLER               PIC X(3).
