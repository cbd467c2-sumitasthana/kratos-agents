      *          flat-limit amounts; NOT-ALL-NATURAL: one record per
      *          owner, amounts zero because coverage reverted to the
      *          flat account-level limit).
      *          JOR-ORC-TYPE names the ownership category the owner
      *          detail belongs to: 'JNT' for the joint accounts
      *          above, 'REV' for the co-owners of a multi-owner
      *          payable-on-death account, where each owner's share
      *          is insured against that owner's own named-
      *          beneficiary caps (12 CFR 330.10), and 'SGL' / 'BUS'
      *          for the owners of a business looked through to its
      *          owners ('BLT', 12 CFR 330.11), each share insured in
      *          the owner's own category. Blank on records
      *          cut before the field existed -- read as 'JNT'.
      * USED BY: DEPOSIT-ACCT-ENRICH.cob, PART370-SUBMISSION.cob,
      *          DEPOSITOR-COVERAGE-STMT.cob
      *================================================================*
       01 JNT-OWNER-REC.
           05 JOR-ACCT-NUMBER      PIC X(20).
           05 JOR-INSURED-AMT      PIC S9(13)V99.
           05 JOR-UNINSURED-AMT    PIC S9(13)V99.
           05 JOR-FALLBACK-REASON  PIC X(20).
           05 JOR-ORC-TYPE         PIC X(5).
           05 FILLER               PIC X(5).
