      *            - whether the deposit calc's restart checkpoint
      *              was left mid-restart;
      *            - the trust calc's run notification verdict;
      *            - whether trust funds held on deposit are fully
      *              collateralized (12 CFR 9.10(b), COLLSTS);
      *            - whether the job-to-job control totals balanced
      *              (CTLBSTS);
      *            - one overall cycle status line.
      * REGULATION: FDIC IT Guide v3.0 (processing controls)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Adds the CTL BALANCE line from
      *               CONTROL-TOTAL-BALANCE's status (CTLBSTS): a
      *               job-to-job break, or a status not for this
      *               cycle, needs attention. CONTROL-TOTAL-BALANCE
      *               joins the expected-job list. Checkpoint mirror
      *               follows the calc's CHECKPOINT-REC (67 bytes).
      *   2026-10-15  Adds the TRUST COLL line from
      *               TRUST-COLLATERAL-RPT's status (COLLSTS): a
      *               collateral shortfall on self-deposited trust
      *               funds, or a status not for this cycle, needs
      *               attention.
      *   2026-10-15  OFFICIAL-ITEM-MATCH, FBO-LEDGER-RECON,
      *               SANCTIONS-SCREEN, and TRUST-TERMINATION-PROC
      *               join the expected-job list (the enrichment and
      *               the trust calc now gate on them).
      *   2026-10-15  LEGAL-RESTRAINT-EDIT joins the expected-job
      *               list (the enrichment now gates on it).
      *   2026-09-03  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
           SELECT HOLD-CONFIRM-STATUS-FILE ASSIGN TO 'HLDCFSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HCF-STATUS.
           SELECT COLLATERAL-STATUS-FILE ASSIGN TO 'COLLSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCS-STATUS.
           SELECT CONTROL-BALANCE-STATUS-FILE ASSIGN TO 'CTLBSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBS-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO 'RESTARTCKP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
       FD  HOLD-CONFIRM-STATUS-FILE.
           COPY HOLD-CONFIRM-STATUS.

       FD  COLLATERAL-STATUS-FILE.
           COPY FIDUCIARY-COLLATERAL-STATUS.

       FD  CONTROL-BALANCE-STATUS-FILE.
           COPY CONTROL-BALANCE-STATUS.

      *    Mirrors CHECKPOINT-REC in DEPOSIT-INSURANCE-CALC.cob --
      *    a record here means the calc is mid-restart.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05  CKPT-DEPOSITOR-ID     PIC X(15).
           05  FILLER                PIC X(52).

       FD  NOTIFICATION-FILE.
           COPY TRUST-RUN-NOTIFICATION.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-VST-STATUS             PIC XX.
       01  WS-HCF-STATUS             PIC XX.
       01  WS-FCS-STATUS             PIC XX.
       01  WS-CBS-STATUS             PIC XX.
       01  WS-CKPT-STATUS            PIC XX.
       01  WS-NOTIF-STATUS           PIC XX.
       01  WS-DASH-STATUS            PIC XX.
       01  WS-PRIOR-OPEN-TS          PIC X(26).
       01  WS-DRILL-CYCLE            PIC X(1) VALUE 'N'.
       01  WS-ATTENTION-COUNT        PIC 9(3) VALUE 0.
       01  WS-SHORT-INST-DISP        PIC ZZ9.
       01  WS-SHORTFALL-DISP         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BREAK-DISP             PIC ZZ,ZZ9.

      *--- The jobs the cycle is expected to complete, in chain
      *    order. A new gated job joins this list when it joins the
           05  FILLER PIC X(24) VALUE 'ACCT-RECORD-EDIT'.
           05  FILLER PIC X(24) VALUE 'ACCT-GL-RECON'.
           05  FILLER PIC X(24) VALUE 'TXNFEED-EDIT'.
           05  FILLER PIC X(24) VALUE 'LEGAL-RESTRAINT-EDIT'.
           05  FILLER PIC X(24) VALUE 'OFFICIAL-ITEM-MATCH'.
           05  FILLER PIC X(24) VALUE 'FBO-LEDGER-RECON'.
           05  FILLER PIC X(24) VALUE 'SANCTIONS-SCREEN'.
           05  FILLER PIC X(24) VALUE 'ORC-ASSIGNMENT'.
           05  FILLER PIC X(24) VALUE 'DEPOSIT-ACCT-ENRICH'.
           05  FILLER PIC X(24) VALUE 'DEPOSIT-INSURANCE-CALC'.
           05  FILLER PIC X(24) VALUE 'TRUST-CORP-ACTION'.
           05  FILLER PIC X(24) VALUE 'TRUST-VALUATION'.
           05  FILLER PIC X(24) VALUE 'TRUST-ORC-ASSIGNMENT'.
           05  FILLER PIC X(24) VALUE 'TRUST-TERMINATION-PROC'.
           05  FILLER PIC X(24) VALUE 'TRUST-INSURANCE-CALC'.
           05  FILLER PIC X(24) VALUE 'SMDIA-CROSS-RECON'.
           05  FILLER PIC X(24) VALUE 'PROVISIONAL-HOLD'.
           05  FILLER PIC X(24) VALUE 'CONTROL-TOTAL-BALANCE'.
           05  FILLER PIC X(24) VALUE 'PART370-SUBMISSION'.
           05  FILLER PIC X(24) VALUE 'PART370-VALIDATE'.
       01  WS-EXPECTED-JOB-TABLE REDEFINES WS-EXPECTED-JOB-NAMES.
           05  WS-EJ-ENTRY OCCURS 22 TIMES
                            INDEXED BY WS-EJ-IDX.
               10  WS-EJ-NAME          PIC X(24).
       01  WS-EXPECTED-JOB-DATA.
           05  WS-EJ-DATA OCCURS 22 TIMES
                            INDEXED BY WS-ED-IDX.
               10  WS-EJ-COMPLETED-TS  PIC X(26).
               10  WS-EJ-PRIOR-TS      PIC X(26).

       1000-LOAD-RUN-CONTROL.
           SET WS-ED-IDX TO 1
           PERFORM UNTIL WS-ED-IDX > 22
               MOVE SPACES TO WS-EJ-COMPLETED-TS(WS-ED-IDX)
               MOVE SPACES TO WS-EJ-PRIOR-TS(WS-ED-IDX)
               SET WS-ED-IDX UP BY 1
                   AND RC-BUSINESS-DATE OF RUN-CONTROL-REC
                       = WS-BUSINESS-DATE
                   SET WS-EJ-IDX TO 1
                   PERFORM UNTIL WS-EJ-IDX > 22
                       IF WS-EJ-NAME(WS-EJ-IDX)
                           = RC-JOB-NAME OF RUN-CONTROL-REC
                           SET WS-ED-IDX TO WS-EJ-IDX
                           MOVE RC-COMPLETED-TS
                               OF RUN-CONTROL-REC
                               TO WS-EJ-COMPLETED-TS(WS-ED-IDX)
                           SET WS-EJ-IDX TO 22
                       END-IF
                       SET WS-EJ-IDX UP BY 1
                   END-PERFORM
                       TO WS-PRIOR-OPEN-TS
               WHEN RC-JOB-COMPLETE-REC OF PRIOR-CONTROL-REC
                   SET WS-EJ-IDX TO 1
                   PERFORM UNTIL WS-EJ-IDX > 22
                       IF WS-EJ-NAME(WS-EJ-IDX)
                           = RC-JOB-NAME OF PRIOR-CONTROL-REC
                           SET WS-ED-IDX TO WS-EJ-IDX
                           MOVE RC-COMPLETED-TS
                               OF PRIOR-CONTROL-REC
                               TO WS-EJ-PRIOR-TS(WS-ED-IDX)
                           SET WS-EJ-IDX TO 22
                       END-IF
                       SET WS-EJ-IDX UP BY 1
                   END-PERFORM

       3000-WRITE-JOB-LINES.
           SET WS-EJ-IDX TO 1
           PERFORM UNTIL WS-EJ-IDX > 22
               SET WS-ED-IDX TO WS-EJ-IDX
               PERFORM 3100-WRITE-ONE-JOB
               SET WS-EJ-IDX UP BY 1
               CLOSE HOLD-CONFIRM-STATUS-FILE
           END-IF
           MOVE GATE-DETAIL-LINE TO DASHBOARD-LINE
           WRITE DASHBOARD-LINE
           OPEN INPUT COLLATERAL-STATUS-FILE
           MOVE SPACES TO GATE-DETAIL-LINE
           MOVE 'TRUST COLL' TO GDL-GATE-NAME
           IF WS-FCS-STATUS NOT = '00'
               ADD 1 TO WS-ATTENTION-COUNT
               MOVE 'STATUS FILE MISSING' TO GDL-VERDICT
           ELSE
               READ COLLATERAL-STATUS-FILE
                   AT END
                       ADD 1 TO WS-ATTENTION-COUNT
                       MOVE 'STATUS FILE EMPTY' TO GDL-VERDICT
                   NOT AT END
                       EVALUATE TRUE
                           WHEN FCS-RUN-DATE NOT = WS-BUSINESS-DATE
                               ADD 1 TO WS-ATTENTION-COUNT
                               MOVE 'STATUS NOT FOR THIS CYCLE'
                                   TO GDL-VERDICT
                           WHEN FCS-SUFFICIENT
                               MOVE 'COLLATERAL SUFFICIENT'
                                   TO GDL-VERDICT
                           WHEN OTHER
      *                        A 9.10(b) shortfall is the trust
      *                        department's to cure this morning.
                               ADD 1 TO WS-ATTENTION-COUNT
                               MOVE FCS-SHORT-INST-COUNT
                                   TO WS-SHORT-INST-DISP
                               MOVE FCS-SHORTFALL-AMT
                                   TO WS-SHORTFALL-DISP
                               STRING 'SHORTFALL AT '
                                      WS-SHORT-INST-DISP
                                      ' INST -- '
                                      WS-SHORTFALL-DISP
                                   DELIMITED SIZE INTO GDL-VERDICT
                       END-EVALUATE
               END-READ
               CLOSE COLLATERAL-STATUS-FILE
           END-IF
           MOVE GATE-DETAIL-LINE TO DASHBOARD-LINE
           WRITE DASHBOARD-LINE
           OPEN INPUT CONTROL-BALANCE-STATUS-FILE
           MOVE SPACES TO GATE-DETAIL-LINE
           MOVE 'CTL BALANCE' TO GDL-GATE-NAME
           IF WS-CBS-STATUS NOT = '00'
               ADD 1 TO WS-ATTENTION-COUNT
               MOVE 'STATUS FILE MISSING' TO GDL-VERDICT
           ELSE
               READ CONTROL-BALANCE-STATUS-FILE
                   AT END
                       ADD 1 TO WS-ATTENTION-COUNT
                       MOVE 'STATUS FILE EMPTY' TO GDL-VERDICT
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CBS-RUN-DATE NOT = WS-BUSINESS-DATE
                               ADD 1 TO WS-ATTENTION-COUNT
                               MOVE 'STATUS NOT FOR THIS CYCLE'
                                   TO GDL-VERDICT
                           WHEN CBS-BALANCED
                               MOVE 'IN BALANCE' TO GDL-VERDICT
                           WHEN OTHER
                               ADD 1 TO WS-ATTENTION-COUNT
                               MOVE CBS-BREAK-COUNT TO WS-BREAK-DISP
                               STRING 'BREAKS ' WS-BREAK-DISP
                                      ' -- GATE CLOSED'
                                   DELIMITED SIZE INTO GDL-VERDICT
                       END-EVALUATE
               END-READ
               CLOSE CONTROL-BALANCE-STATUS-FILE
           END-IF
           MOVE GATE-DETAIL-LINE TO DASHBOARD-LINE
           WRITE DASHBOARD-LINE.

       6000-WRITE-CHECKPOINT-LINE.
