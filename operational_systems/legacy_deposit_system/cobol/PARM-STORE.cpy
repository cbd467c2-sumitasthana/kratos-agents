      *          change); the nightly PARM-STORE-EXTRACT then cuts
      *          the legacy one-record files (SMDIAPRM, DELTAPRM,
      *          VALPARM, APPRVPRM, HOLDPARM, AUDRETPR, ACCTEDPR,
      *          PENDESCP, FBOTOLPR) as of the business date, so the
      *          existing programs pick their values up unchanged.
      *          Keys in use:
      *            SMDIA    - coverage limit (amount)
      *            DELTA    - delta-report threshold (amount)
      *            AUDRET   - audit archive generations to keep
      *            ACCTED   - account edit reject limit
      *            PENDESC  - pending-queue escalation days
      *            FBOTOL   - FBO sub-ledger recon tolerance (amt)
      *          A keyed copy (PRMSVSAM, KSDS REPRO of PARMSTOR,
      *          key = PRM-PARM-KEY + PRM-EFFECTIVE-DATE) is loaded
      *          nightly for online readers, which apply the same
      *          latest-not-after-today rule themselves.
      * USED BY: PARM-STORE-MAINT.cob, PARM-STORE-EXTRACT.cob,
      *          COVERAGE-ESTIMATOR.cob (online, via PRMSVSAM)
      *================================================================*
       01 PARM-STORE-REC.
           05 PRM-PARM-KEY         PIC X(8).
