      * REGULATION: FDIC IT Guide v3.0 (data integrity controls)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-BLOCKED-FLAG (sanctions-blocked accounts;
      *               record 202 -> 203 bytes).
      *   2026-10-15  Account sort record widened for the new
      *               time-deposit fields on ACCOUNT-MASTER (record
      *               226 -> 245 bytes).
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-RESTRAINED-AMT / RSLT-RESTRAINT-TYPE
      *               (legal restraints; record 185 -> 202 bytes).
      *   2026-10-15  Result rows for outstanding official items
      *               (calc methods OFFICIAL_ITEM_*) have no
      *               ACCTFILE account behind them -- the item
      *               number is their key -- so they are counted
      *               separately instead of as orphans. They must
      *               still foot like every other row.
      *   2026-09-03  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       SD ACCT-SORT-FILE.
       01 ASRT-REC.
           05 ASRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(225).

       FD SORTED-ACCT-FILE.
           COPY ACCOUNT-MASTER

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       FD RESULT-FILE.
       01 RSLT-IN-RECORD          PIC X(203).

       SD RSLT-SORT-FILE.
       01 RSRT-REC.
           05 RSRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(183).

       FD SORTED-RSLT-FILE.
       01 SRSL-RECORD.
           05 SRSL-BALANCE         PIC S9(13)V99.
           05 SRSL-INSURED-AMT     PIC S9(13)V99.
           05 SRSL-UNINSURED-AMT   PIC S9(13)V99.
           05 SRSL-CALC-METHOD     PIC X(20).
           05 FILLER               PIC X(94).

       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE   PIC X(120).
       01 WS-DUPLICATE-COUNT      PIC 9(7) VALUE 0.
       01 WS-ORPHAN-COUNT         PIC 9(7) VALUE 0.
       01 WS-UNFOOTED-COUNT       PIC 9(7) VALUE 0.
       01 WS-OFFITEM-COUNT        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           END-READ.

       3300-ORPHAN-RESULT.
      *    An official item is a deposit liability with no account
      *    master record -- expected here, not an orphan.
           IF SRSL-CALC-METHOD(1:13) = 'OFFICIAL_ITEM'
               ADD 1 TO WS-OFFITEM-COUNT
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING 'RESULT ROW FOR UNKNOWN ACCOUNT: '
                      SRSL-ACCT-NUMBER
                   DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF
           PERFORM 4000-CHECK-ROW-FOOTING
           READ SORTED-RSLT-FILE
               AT END SET RSLT-EOF TO TRUE
           DISPLAY '  MISSING ACCOUNTS:   ' WS-MISSING-COUNT
           DISPLAY '  DUPLICATED ACCOUNTS: ' WS-DUPLICATE-COUNT
           DISPLAY '  ORPHAN RESULT ROWS: ' WS-ORPHAN-COUNT
           DISPLAY '  OFFICIAL ITEM ROWS: ' WS-OFFITEM-COUNT
           DISPLAY '  UNFOOTED ROWS:      ' WS-UNFOOTED-COUNT.

       9100-WRITE-RUN-COMPLETE.
