      *================================================================*
      * COPYBOOK: PRODUCT-RULE-CHANGE
      * PURPOSE: A pending product-rule change (PRODCHG) awaiting
      *          application by PRODUCT-RULE-MAINT -- the rule as it
      *          should stand, keyed by source system + ACCT-TYPE,
      *          with a free-text reason and the reviewer and
      *          approver ids (the same maker-checker discipline as
      *          PARM-CHANGE). PCH-ACTION 'U' adds or restates the
      *          rule; 'D' deletes it. PCH-RULE-DATA carries the
      *          PRR-RULE-DATA layout of PRODUCT-RULE.cpy.
      * USED BY: PRODUCT-RULE-MAINT.cob
      *================================================================*
       01 PRODUCT-RULE-CHANGE-REC.
           05 PCH-ACTION           PIC X(1).
              88 PCH-UPSERT        VALUE 'U'.
              88 PCH-DELETE        VALUE 'D'.
           05 PCH-RULE-KEY.
              10 PCH-SOURCE-SYSTEM PIC X(15).
              10 PCH-ACCT-TYPE     PIC X(10).
           05 PCH-RULE-DATA        PIC X(62).
           05 PCH-REASON           PIC X(40).
           05 PCH-REVIEWER-ID      PIC X(10).
           05 PCH-APPROVER-ID      PIC X(10).
           05 FILLER               PIC X(12).
