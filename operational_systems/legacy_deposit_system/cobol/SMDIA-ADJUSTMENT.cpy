      *          whole trust-side insured spills onto the deposit
      *          rows. Every adjustment is also stamped onto the
      *          shared AUDITTRL.
      *          ADJ-GRANTOR-ID names the grantor on a trust-book
      *          row: a joint living trust has one result row per
      *          grantor under the same trust id, and the reduction
      *          belongs to one grantor's row only. Blank on
      *          deposit-book rows. Record 70 -> 80 bytes.
      * USED BY: SMDIA-CROSS-RECON.cob, PART370-SUBMISSION.cob
      *================================================================*
       01 SMDIA-ADJUSTMENT-REC.
           05 ADJ-INSTITUTION-ID   PIC X(5).
           05 ADJ-ORC-TYPE         PIC X(5).
           05 ADJ-INSURED-REDUCTION PIC S9(13)V99.
           05 ADJ-GRANTOR-ID       PIC X(10).
           05 FILLER               PIC X(9).
