      *          the retained prior master and produces the flat
      *          ACCTFILE extract the downstream chain expects,
      *          unchanged. The payload is the full ACCOUNT-MASTER
      *          record image (245 bytes) so an add or change carries
      *          every column, not a sparse field list.
      * USED BY: ACCT-DELTA-APPLY.cob
      *================================================================*
           05 ADL-ACCT-NUMBER      PIC X(20).
      *    Full ACCOUNT-MASTER.cpy record image, including the key
      *    repeated in its first 20 bytes.
           05 ADL-ACCT-DATA        PIC X(245).
           05 FILLER               PIC X(7).
