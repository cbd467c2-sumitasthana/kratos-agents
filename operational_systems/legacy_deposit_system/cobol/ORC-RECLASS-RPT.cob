      *             support)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Account sort record widened for the new
      *               time-deposit fields on ACCOUNT-MASTER (record
      *               226 -> 245 bytes).
      *   2026-09-03  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       SD ACCT-SORT-FILE.
       01 ASRT-REC.
           05 ASRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(225).

       FD SORTED-ACCT-FILE.
           COPY ACCOUNT-MASTER
