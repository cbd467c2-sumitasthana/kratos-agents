      *          decision against this table before applying it, so a
      *          keying slip like 'SGK' is rejected at review time
      *          instead of flowing downstream to the insurance
      *          calc's unknown-ORC fallback. PRODUCT-RULE-MAINT
      *          validates every product rule's ORC the same way.
      * USED BY: ORC-PENDING-REVIEW.cob, PRODUCT-RULE-MAINT.cob,
      *          DIGITAL-COVERAGE-FEED.cob, ACQUIRED-BOOK-CONVERT.cob
      *================================================================*
       01 ORC-CODE-REC.
           05 ORCC-CODE            PIC X(4).
