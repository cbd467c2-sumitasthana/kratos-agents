      *             v3.0 (processing controls)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Account sort record widened for the new
      *               time-deposit fields on ACCOUNT-MASTER (record
      *               226 -> 245 bytes).
      *   2026-09-02  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       01 ASRT-REC.
           05 FILLER               PIC X(20).
           05 ASRT-DEPOSITOR-ID    PIC X(15).
           05 FILLER               PIC X(210).

       FD SORTED-ACCT-FILE.
           COPY ACCOUNT-MASTER
