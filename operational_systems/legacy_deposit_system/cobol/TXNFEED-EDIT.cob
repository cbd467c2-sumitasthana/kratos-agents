      * pass -- no per-transaction rescan of ACCTFILE.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Account sort and key records widened for the new
      *               time-deposit fields on ACCOUNT-MASTER (record
      *               226 -> 245 bytes).
      *   2026-09-03  The transmission envelope on TXNFEED is now
      *               validated through the common ENVCHECK module
      *               (see FILE-ENVELOPE.cpy): a duplicate or
       SD ACCT-SORT-FILE.
       01 ASRT-REC.
           05 ASRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(225).

       FD SORTED-ACCT-FILE.
       01 AKEY-RECORD.
           05 AKEY-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(225).

       FD CLEAN-FEED-FILE.
           COPY TRANSACTION-FEED.
