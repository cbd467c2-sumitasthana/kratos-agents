      ******************************************************************
      * TRUST-COGRANTOR.CPY
      * Copybook for the co-grantor roster (COGRNTR), maintained by
      * the trust department: one record per grantor per trust for
      * every trust with more than one grantor -- typically a
      * married couple's joint living trust. The roster lists EVERY
      * grantor of the trust, the one on TRUST-ACCOUNT-MASTER
      * included; a trust with no roster records is owned solely by
      * TRUST-GRANTOR-ID, as before. CGR-OWNERSHIP-PCT is the
      * grantor's share of the trust's funds (equal shares when
      * every share is zero). A grantor who died more than six
      * months before the business date (the 12 CFR 330.3(j) grace
      * period) no longer owns a share; the surviving grantors'
      * shares are scaled up to cover the whole trust.
      * Used by: TRUST-INSURANCE-CALC.cob, PARTY-IDENTITY-MATCH.cob
      ******************************************************************

       01  TRUST-COGRANTOR-REC.
           05  CGR-TRUST-ID            PIC X(12).
           05  CGR-GRANTOR-ID          PIC X(10).
           05  CGR-GRANTOR-NAME        PIC X(40).
           05  CGR-GRANTOR-SSN         PIC X(11).
           05  CGR-OWNERSHIP-PCT       PIC 9(3)V99.
           05  CGR-DEATH-DATE          PIC X(10).
           05  FILLER                  PIC X(12).
