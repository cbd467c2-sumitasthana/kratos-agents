      *              transient data queue, which ops cuts to
      *              ORCDECSN for the batch apply -- so the batch
      *              stops being where typos are discovered.
      *          Every queue item shown and every decision keyed is
      *          journaled to the ACJL transient data queue
      *          (ACCESS-JOURNAL.cpy), the same journal CVIQ writes,
      *          for the nightly privacy review.
      *
      *          Keyed inquiry copies loaded by the nightly batch:
      *            PENDVSAM - KSDS REPRO of PENDQUEU, key =
      *       library, not the batch one.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  WS-ACCT-RECORD mirror widened for the new
      *               time-deposit fields on ACCOUNT-MASTER (record
      *               226 -> 245 bytes).
      *   2026-10-15  Access journal: each browse line and each
      *               decision attempt writes an ACCESS-JOURNAL
      *               record (user, terminal, date and time, account
      *               and depositor) to the ACJL queue. The screen
      *               shows balances and customer names, and nothing
      *               recorded who looked.
      *   2026-09-03  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
           05 WS-PEND-ORIG-ORC      PIC X(4).
           05 FILLER                PIC X(6).

      *    Mirrors ACCOUNT-MASTER.cpy (ACCTVSAM record, 245 bytes).
       01 WS-ACCT-RECORD.
           05 WS-ACCT-NUMBER        PIC X(20).
           05 WS-ACCT-DEPOSITOR-ID  PIC X(15).
           05 WS-ACCT-BALANCE       PIC S9(13)V99.
           05 WS-ACCT-ORC-TYPE      PIC X(4).
           05 WS-ACCT-TYPE          PIC X(10).
           05 FILLER                PIC X(181).

      *    Mirrors CUST-MASTER-REC (CUSTVSAM record, 310 bytes) --
      *    only the id and name are used.
           05 FILLER                PIC X(2).
       01 WS-DECISION-LEN          PIC S9(4) COMP VALUE +56.

      *    Access journal record, mirroring ACCESS-JOURNAL.cpy,
      *    written to the ACJL TDQ (see COVERAGE-INQUIRY).
       01 WS-JRNL-RECORD.
           05 WS-JRNL-USER-ID      PIC X(8).
           05 WS-JRNL-TERMINAL-ID  PIC X(4).
           05 WS-JRNL-ACCESS-DATE  PIC X(10).
           05 WS-JRNL-ACCESS-TIME  PIC X(8).
           05 WS-JRNL-TRANID       PIC X(4).
           05 WS-JRNL-FUNCTION     PIC X(1).
           05 WS-JRNL-ACCT-NUMBER  PIC X(20).
           05 WS-JRNL-DEPOSITOR-ID PIC X(15).
           05 WS-JRNL-RESULT       PIC X(1).
           05 FILLER               PIC X(29).
       01 WS-JRNL-LEN              PIC S9(4) COMP VALUE +100.

       01 WS-RID-ACCT              PIC X(20).
      *    Separate RIDFLD for the direct context reads -- a
      *    READNEXT repositions from its RIDFLD, so the browse
       0000-MAIN.
           PERFORM 1000-RECEIVE-INPUT
           PERFORM 1100-SET-TODAY
           PERFORM 1150-SET-JOURNAL-CONTEXT
           PERFORM 1200-LOAD-THRESHOLD
           EVALUATE TRUE
               WHEN FUNC-BROWSE
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.

       1150-SET-JOURNAL-CONTEXT.
      *    Who and when, once per task; each journal record then
      *    only adds the account and depositor it shows.
           MOVE SPACES TO WS-JRNL-RECORD
           EXEC CICS ASSIGN
               USERID(WS-JRNL-USER-ID)
               FACILITY(WS-JRNL-TERMINAL-ID)
               RESP(WS-RESP2)
           END-EXEC
           MOVE WS-TODAY-DATE TO WS-JRNL-ACCESS-DATE
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-JRNL-ACCESS-TIME(1:2)
           MOVE ':'                        TO WS-JRNL-ACCESS-TIME(3:1)
           MOVE FUNCTION CURRENT-DATE(11:2) TO WS-JRNL-ACCESS-TIME(4:2)
           MOVE ':'                        TO WS-JRNL-ACCESS-TIME(6:1)
           MOVE FUNCTION CURRENT-DATE(13:2) TO WS-JRNL-ACCESS-TIME(7:2)
           MOVE WS-IN-TRANID   TO WS-JRNL-TRANID
           MOVE WS-IN-FUNCTION TO WS-JRNL-FUNCTION.

       1200-LOAD-THRESHOLD.
      *    The maintained approval threshold; the literal above is
      *    the emergency fallback when the copy is not loaded.
           MOVE WS-CUST-NAME(1:20)   TO WBL-NAME
           MOVE WS-PEND-RULE-DESC(1:10) TO WBL-RULE
           MOVE WS-BROWSE-LINE TO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           MOVE WS-PEND-ACCT-NUMBER  TO WS-JRNL-ACCT-NUMBER
           MOVE WS-PEND-DEPOSITOR-ID TO WS-JRNL-DEPOSITOR-ID
           MOVE 'F' TO WS-JRNL-RESULT
           PERFORM 8000-JOURNAL-ACCESS.

       2300-READ-ACCT-CONTEXT.
           MOVE SPACES TO WS-ACCT-RECORD
       3000-CAPTURE-DECISION.
      *    Every edit the batch apply would make happens HERE, at
      *    entry, while the analyst can still fix the keying.
      *    Journaled whether or not the decision is accepted --
      *    the account context was read either way.
           MOVE WS-IN-ACCT-NUMBER TO WS-RID-ACCT
           EXEC CICS READ
               DATASET('PENDVSAM')
               RIDFLD(WS-RID-ACCT)
               RESP(WS-RESP)
           END-EXEC
           MOVE WS-IN-ACCT-NUMBER TO WS-JRNL-ACCT-NUMBER
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO WS-JRNL-DEPOSITOR-ID
               MOVE 'N' TO WS-JRNL-RESULT
               PERFORM 8000-JOURNAL-ACCESS
               MOVE 'ACCOUNT IS NOT ON THE PENDING QUEUE'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PEND-DEPOSITOR-ID TO WS-JRNL-DEPOSITOR-ID
           MOVE 'F' TO WS-JRNL-RESULT
           PERFORM 8000-JOURNAL-ACCESS
           MOVE WS-IN-ORC-TYPE TO WS-RID-ORC
           EXEC CICS READ
               DATASET('ORCCVSAM')
                   TO WS-DISPLAY-LINE(WS-LINE-COUNT)
           END-IF.

       8000-JOURNAL-ACCESS.
           EXEC CICS WRITEQ TD
               QUEUE('ACJL')
               FROM(WS-JRNL-RECORD)
               LENGTH(WS-JRNL-LEN)
               RESP(WS-RESP2)
           END-EXEC.

       8500-SEND-RESPONSE.
           IF WS-LINE-COUNT = 0
               MOVE 'ENTER B+CODE TO BROWSE OR D+ACCT+ORC+IDS'
