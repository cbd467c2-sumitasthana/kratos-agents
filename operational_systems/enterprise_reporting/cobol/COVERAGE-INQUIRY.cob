      *          insured/uninsured, calculation method), the
      *          depositor's other accounts in the same ORC group,
      *          and the matching audit rows showing which rule
      *          produced the number. Every inquiry is journaled to
      *          the ACJL transient data queue (ACCESS-JOURNAL.cpy)
      *          for exam evidence and the nightly privacy review.
      *
      *          Keyed inquiry copies are loaded by the nightly
      *          batch:
      *                       so the load step builds the prefix.
      *                       Browsed GENERIC on the 20-byte entity
      *                       portion of the key.
      *            TINVVSAM - KSDS loaded by REPRO of TINVRFY
      *                       (TIN-VERIFY.cpy), key = source + party
      *                       id + second key (1:39)
      *
      *          Input (terminal or COMMAREA): 'A' + account number,
      *          or 'D' + depositor id.
      *       library, not the batch one.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Shows whether the depositor's tax id has been
      *               verified by IRS TIN matching (TINVVSAM, loaded
      *               from the TIN-MATCH-SUBMIT / TIN-MATCH-RESPONSE
      *               verification file).
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-BLOCKED-FLAG (sanctions-blocked accounts;
      *               record 202 -> 203 bytes).
      *   2026-10-15  The CVIL inquiry log is replaced by the shared
      *               access journal (ACJL queue, ACCESS-JOURNAL.cpy):
      *               CICS user id, terminal, date and time, function,
      *               and the account and depositor shown, so
      *               ACCESS-REVIEW-RPT can review who looked at
      *               whose records. Same record as ORCD writes.
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-RESTRAINED-AMT / RSLT-RESTRAINT-TYPE
      *               (legal restraints; record 185 -> 202 bytes).
      *   2026-08-22  The audit browse RIDFLD is now the FULL 46-byte
      *               key (entity id + timestamp): READNEXT returns
      *               the complete key of each record into the
           05 WS-RSLT-FX-RATE       PIC 9(5)V9(6).
           05 WS-RSLT-RECIP-FLAG    PIC X(1).
           05 WS-RSLT-RECIP-PLACED  PIC S9(13)V99.
           05 WS-RSLT-RESTRAINED-AMT PIC S9(13)V99.
           05 WS-RSLT-RESTRAINT-TYPE PIC X(2).
           05 WS-RSLT-BLOCKED-FLAG   PIC X(1).

      *    The AUDTVSAM inquiry record: the load step's contiguous
      *    46-byte key prefix, then the AUDIT-TRAIL.cpy record
           05 WS-AUD-TIMESTAMP      PIC X(26).
           05 WS-AUD-USER-ID        PIC X(10).

      *    Mirrors TIN-VERIFY-REC in TIN-VERIFY.cpy.
       01 WS-TIN-RECORD.
           05 WS-TNV-KEY.
              10 WS-TNV-SOURCE      PIC X(4).
              10 WS-TNV-PARTY-ID    PIC X(15).
              10 WS-TNV-KEY-2       PIC X(20).
           05 WS-TNV-TIN            PIC X(9).
           05 WS-TNV-TIN-TYPE       PIC X(1).
           05 WS-TNV-NAME           PIC X(40).
           05 WS-TNV-STATUS         PIC X(1).
              88 WS-TNV-NOT-SUBMITTED VALUE 'N'.
              88 WS-TNV-PENDING     VALUE 'P'.
              88 WS-TNV-VERIFIED    VALUE 'V'.
              88 WS-TNV-MISMATCH    VALUE 'M'.
              88 WS-TNV-RESUBMIT    VALUE 'R'.
              88 WS-TNV-INVALID     VALUE 'I'.
           05 WS-TNV-IRS-INDICATOR  PIC X(1).
           05 WS-TNV-FIRST-SEEN     PIC X(10).
           05 WS-TNV-SUBMITTED-DATE PIC X(10).
           05 WS-TNV-RESPONSE-DATE  PIC X(10).
           05 WS-TNV-VERIFIED-DATE  PIC X(10).
           05 FILLER                PIC X(69).

       01 WS-RID-ACCT              PIC X(20).
       01 WS-RID-DEPOSITOR         PIC X(15).
       01 WS-RID-TIN               PIC X(39).
      *    The browse target -- READNEXT overwrites the RIDFLD with
      *    each key it retrieves, so the end-of-depositor test must
      *    compare against this saved copy, never the RIDFLD.
           05 FILLER               PIC X(1).
           05 WAL-USER             PIC X(10).

      *    Access journal record, mirroring ACCESS-JOURNAL.cpy --
      *    written to the ACJL TDQ so every online look at a
      *    determination is itself evidenced.
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
       01 WS-ABSTIME               PIC S9(15) COMP-3.

       01 WS-GROUP-ORC             PIC X(4).
       01 WS-FOUND-ONE             PIC X(1).
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-DISPLAY-AREA
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO WS-TARGET-DEPOSITOR
           MOVE 'N' TO WS-FOUND-ONE.

       2000-SHOW-BY-ACCOUNT.
      *    Latest determination for one account, then the rest of
               MOVE WS-RSLT-DEPOSITOR-ID TO WS-TARGET-DEPOSITOR
               MOVE WS-RSLT-ORC-TYPE     TO WS-GROUP-ORC
               PERFORM 4000-BROWSE-GROUP-ACCOUNTS
               PERFORM 6000-SHOW-TIN-STATUS
               MOVE WS-IN-KEY-VALUE TO WS-AUD-RID-ENTITY
               MOVE LOW-VALUES      TO WS-AUD-RID-TS
               PERFORM 5000-BROWSE-AUDIT-ROWS
           MOVE WS-IN-KEY-VALUE(1:15) TO WS-RID-DEPOSITOR
           MOVE WS-IN-KEY-VALUE(1:15) TO WS-TARGET-DEPOSITOR
           MOVE SPACES TO WS-GROUP-ORC
           PERFORM 4000-BROWSE-GROUP-ACCOUNTS
           PERFORM 6000-SHOW-TIN-STATUS.

       4000-BROWSE-GROUP-ACCOUNTS.
           MOVE 'N' TO WS-FOUND-ONE
               END-IF
           END-IF.

       6000-SHOW-TIN-STATUS.
      *    Whether the tax id the determination keyed on has been
      *    matched by the IRS. Not on file means the depositor was
      *    added since the last TIN-MATCH-SUBMIT run.
           MOVE SPACES TO WS-RID-TIN
           MOVE 'CUST' TO WS-RID-TIN(1:4)
           MOVE WS-TARGET-DEPOSITOR TO WS-RID-TIN(5:15)
           EXEC CICS READ
               DATASET('TINVVSAM')
               INTO(WS-TIN-RECORD)
               RIDFLD(WS-RID-TIN)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'TAX ID: NOT YET ON THE TIN VERIFICATION FILE'
                   TO WS-DETAIL-LINE
           ELSE
               EVALUATE TRUE
                   WHEN WS-TNV-VERIFIED
                       STRING 'TAX ID: VERIFIED BY IRS '
                              WS-TNV-VERIFIED-DATE
                           DELIMITED SIZE INTO WS-DETAIL-LINE
                   WHEN WS-TNV-MISMATCH
                       STRING 'TAX ID: IRS MISMATCH (INDICATOR '
                              WS-TNV-IRS-INDICATOR ') '
                              WS-TNV-RESPONSE-DATE
                              ' -- ON REMEDIATION WORKLIST'
                           DELIMITED SIZE INTO WS-DETAIL-LINE
                   WHEN WS-TNV-PENDING
                       STRING 'TAX ID: SENT TO IRS '
                              WS-TNV-SUBMITTED-DATE
                              ', AWAITING ANSWER'
                           DELIMITED SIZE INTO WS-DETAIL-LINE
                   WHEN WS-TNV-RESUBMIT
                       MOVE 'TAX ID: IRS COULD NOT PROCESS, RESENDING'
                           TO WS-DETAIL-LINE
                   WHEN WS-TNV-INVALID
                       MOVE 'TAX ID: NOT NINE DIGITS, CANNOT BE MATCHED'
                           TO WS-DETAIL-LINE
                   WHEN OTHER
                       MOVE 'TAX ID: NOT YET SENT FOR IRS MATCHING'
                           TO WS-DETAIL-LINE
               END-EVALUATE
           END-IF
           PERFORM 7000-ADD-DETAIL-LINE.

       7000-ADD-DETAIL-LINE.
           IF WS-LINE-COUNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-COUNT

       8000-LOG-INQUIRY.
      *    Read-only transaction, but the LOOKING is evidence too --
      *    examiners ask who viewed a determination and when, and
      *    the privacy review asks whether they had any business
      *    to. The depositor is journaled whichever way the
      *    inquiry was keyed, so the review can match it.
           MOVE SPACES TO WS-JRNL-RECORD
           MOVE WS-IN-TRANID    TO WS-JRNL-TRANID
           MOVE WS-IN-KEY-TYPE  TO WS-JRNL-FUNCTION
           IF INQUIRY-BY-ACCOUNT
               MOVE WS-IN-KEY-VALUE TO WS-JRNL-ACCT-NUMBER
           END-IF
           MOVE WS-TARGET-DEPOSITOR TO WS-JRNL-DEPOSITOR-ID
           IF WS-FOUND-ONE = 'Y'
               MOVE 'F' TO WS-JRNL-RESULT
           ELSE
               MOVE 'N' TO WS-JRNL-RESULT
           END-IF
           EXEC CICS ASSIGN
               USERID(WS-JRNL-USER-ID)
               FACILITY(WS-JRNL-TERMINAL-ID)
               RESP(WS-RESP2)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
               RESP(WS-RESP2)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-JRNL-ACCESS-DATE)
               DATESEP('-')
               TIME(WS-JRNL-ACCESS-TIME)
               TIMESEP(':')
               RESP(WS-RESP2)
           END-EXEC
           EXEC CICS WRITEQ TD
               QUEUE('ACJL')
               FROM(WS-JRNL-RECORD)
               LENGTH(WS-JRNL-LEN)
               RESP(WS-RESP2)
           END-EXEC.

