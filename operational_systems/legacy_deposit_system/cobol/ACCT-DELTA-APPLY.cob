      * REGULATION: FDIC IT Guide v3.0 (data integrity controls)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Posts its control totals to the job-to-job
      *               ledger (CTLLEDGR, see CONTROL-TOTAL.cpy):
      *               ACCTPRIO and ACCTDLT in, ACCTFILE out, with
      *               the adds and rejects that explain the
      *               difference, for CONTROL-TOTAL-BALANCE.
      *   2026-10-15  Delta payload and sort records widened for the
      *               new CD maturity date, original term, and rate
      *               on ACCOUNT-MASTER (record 226 -> 245 bytes);
      *               adds and changes carry them in the record
      *               image like every other column.
      *   2026-09-03  The delta file's transmission envelope is now
      *               validated through the common ENVCHECK module
      *               (see FILE-ENVELOPE.cpy) before anything posts:
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO 'CTLLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       SD PRIO-SORT-FILE.
       01 PSRT-REC.
           05 PSRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(225).

       FD SORTED-PRIO-FILE.
           COPY ACCOUNT-MASTER
           05 FILLER               PIC X(1).
           05 DSRT-EFFECTIVE-TS    PIC X(26).
           05 DSRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(252).

       FD SORTED-DELTA-FILE.
       01 SDLT-RECORD.
              88 SDLT-CLOSE        VALUE 'X'.
           05 SDLT-EFFECTIVE-TS    PIC X(26).
           05 SDLT-ACCT-NUMBER     PIC X(20).
           05 SDLT-ACCT-DATA       PIC X(245).
           05 FILLER               PIC X(7).

       FD NEW-MASTER-FILE.
       FD RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       FD CONTROL-TOTAL-FILE.
           COPY CONTROL-TOTAL.

       WORKING-STORAGE SECTION.
       01 WS-PRIO-STATUS          PIC XX.
       01 WS-SPRI-STATUS          PIC XX.
       01 WS-REJ-STATUS           PIC XX.
       01 WS-RPT-STATUS           PIC XX.
       01 WS-RUNC-STATUS          PIC XX.
       01 WS-CTT-STATUS           PIC XX.
       01 WS-PRIO-EOF             PIC X VALUE 'N'.
           88 PRIOR-EOF           VALUE 'Y'.
       01 WS-DLT-EOF              PIC X VALUE 'N'.
       01 WS-CLOSED-COUNT         PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(9) VALUE 0.
       01 WS-WRITTEN-COUNT        PIC 9(9) VALUE 0.
       01 WS-PRIOR-BALANCE        PIC S9(15)V99 VALUE 0.
       01 WS-WRITTEN-BALANCE      PIC S9(15)V99 VALUE 0.

       01 EXCEPTION-DETAIL-LINE.
           05 EXD-ACCT-NUMBER      PIC X(21).
       2100-CARRY-PRIOR.
      *    Nothing changed on this account -- the prior record IS
      *    the current record.
           ADD ACCT-BALANCE OF SPRI-RECORD TO WS-PRIOR-BALANCE
           MOVE SPRI-RECORD TO NEW-MASTER-REC
           WRITE NEW-MASTER-REC
           ADD 1 TO WS-WRITTEN-COUNT
           ADD ACCT-BALANCE OF NEW-MASTER-REC TO WS-WRITTEN-BALANCE
           ADD 1 TO WS-CARRIED-COUNT
           PERFORM 8100-READ-PRIOR.

      *    The key exists on the prior master -- CHANGEs restate the
      *    record image, a CLOSE marks it CLOSED. An ADD for a key
      *    already on file is a source-system replay and rejects.
           ADD ACCT-BALANCE OF SPRI-RECORD TO WS-PRIOR-BALANCE
           MOVE ACCT-NUMBER OF SPRI-RECORD TO WS-WORK-KEY
           MOVE SPRI-RECORD TO WORK-ACCT-REC
           MOVE 'Y' TO WS-WORK-ON-FILE
           MOVE WORK-ACCT-REC TO NEW-MASTER-REC
           WRITE NEW-MASTER-REC
           ADD 1 TO WS-WRITTEN-COUNT
           ADD ACCT-BALANCE OF NEW-MASTER-REC TO WS-WRITTEN-BALANCE
           PERFORM 8100-READ-PRIOR.

       2300-APPLY-NEW-KEY.
               MOVE WORK-ACCT-REC TO NEW-MASTER-REC
               WRITE NEW-MASTER-REC
               ADD 1 TO WS-WRITTEN-COUNT
               ADD ACCT-BALANCE OF NEW-MASTER-REC
                   TO WS-WRITTEN-BALANCE
           END-IF.

       2400-APPLY-DELTAS-FOR-KEY.

       9000-FINALIZE.
           PERFORM 9100-WRITE-CONTROL-TOTALS
           PERFORM 9300-POST-CONTROL-TOTALS
           PERFORM 9200-WRITE-RUN-COMPLETE
           CLOSE SORTED-PRIO-FILE
           CLOSE SORTED-DELTA-FILE
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9300-POST-CONTROL-TOTALS.
      *    The ledger postings CONTROL-TOTAL-BALANCE proves the
      *    hand-offs from: the prior master and the deltas in, the
      *    new master out. Every prior account is written back
      *    (closes stay on file marked CLOSED), so the master out
      *    must equal the prior master plus the adds; rejects never
      *    reach it. Balances change with maintenance, so only the
      *    master out's balance is carried forward for the next job
      *    to prove against.
           OPEN EXTEND CONTROL-TOTAL-FILE
           INITIALIZE CONTROL-TOTAL-REC
           MOVE WS-BUSINESS-DATE TO CTT-BUSINESS-DATE
           MOVE 'ACCT-DELTA-APPLY' TO CTT-JOB-NAME
           SET CTT-PRODUCTION TO TRUE
           MOVE FUNCTION CURRENT-DATE TO CTT-POSTED-TS
           MOVE 'ACCTPRIO' TO CTT-DATASET
           SET CTT-INPUT TO TRUE
           SET CTT-BALANCE-CARRIED TO TRUE
           MOVE WS-PRIOR-COUNT TO CTT-RECORD-COUNT
           MOVE WS-PRIOR-BALANCE TO CTT-BALANCE-TOTAL
           WRITE CONTROL-TOTAL-REC
           MOVE 'ACCTDLT' TO CTT-DATASET
           SET CTT-COUNT-ONLY TO TRUE
           MOVE WS-DELTA-COUNT TO CTT-RECORD-COUNT
           MOVE ZERO TO CTT-BALANCE-TOTAL
           MOVE WS-REJECT-COUNT TO CTT-DROPPED-COUNT
           MOVE 'DELTAS REJECTED' TO CTT-DROPPED-REASON
           WRITE CONTROL-TOTAL-REC
           MOVE 'ACCTFILE' TO CTT-DATASET
           SET CTT-OUTPUT TO TRUE
           SET CTT-BALANCE-CARRIED TO TRUE
           MOVE WS-WRITTEN-COUNT TO CTT-RECORD-COUNT
           MOVE WS-WRITTEN-BALANCE TO CTT-BALANCE-TOTAL
           MOVE 'ACCTPRIO' TO CTT-BASIS-DATASET
           MOVE WS-ADDED-COUNT TO CTT-ADDED-COUNT
           MOVE 'ACCOUNTS ADDED' TO CTT-ADDED-REASON
           MOVE ZERO TO CTT-DROPPED-COUNT
           MOVE SPACES TO CTT-DROPPED-REASON
           WRITE CONTROL-TOTAL-REC
           CLOSE CONTROL-TOTAL-FILE.
