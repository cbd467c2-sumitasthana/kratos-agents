      *   POD roster summaries read in step.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  An official item now reports OFFICIAL_ITEM_SGL
      *               whatever method its payee's aggregate took; an
      *               item in a look-through or deceased-grace group
      *               kept the group's method and was failed as an
      *               orphan by RSLTFILE-VALIDATE.
      *   2026-10-15  Posts its control totals to the job-to-job
      *               ledger (CTLLEDGR, see CONTROL-TOTAL.cpy):
      *               ACCTENR in, RSLTFILE out (ACENRSCN / RSLTSCEN
      *               on a scenario run), both footed from the files
      *               themselves at finalize so a restarted run
      *               posts the whole cycle's totals. Accounts lost
      *               to group-table overflow are the only in-job
      *               drop; their count is now carried on the
      *               checkpoint (CKPT-OVERFLOW-COUNT, record 58 ->
      *               67 bytes) so a restart still explains them.
      *   2026-10-15  Accounts in which a party confirmed blocked by
      *               compliance holds an interest (ENR-BLOCKED-FLAG
      *               from the new SANCTIONS-SCREEN, ACCTENR 403 ->
      *               404 bytes) ride RSLT-RECORD as the new
      *               RSLT-BLOCKED-FLAG (record 202 -> 203 bytes,
      *               mirrors updated), so the provisional hold and
      *               the Part 370 file can set them apart. The
      *               coverage determination itself is unchanged --
      *               blocked deposits are insured like any other;
      *               only the payout is withheld.
      *   2026-10-15  FBO custodial accounts: an agent account whose
      *               fintech/prepaid partner sub-ledger did not
      *               reconcile to its COB balance
      *               (ENR-FBO-RECON-STATUS 'N' from the new
      *               FBO-LEDGER-RECON, ACCTENR 402 -> 403 bytes) is
      *               not passed through to its end users -- it
      *               falls back to one SMDIA, is logged and flagged
      *               'FBO', and reports the distinct method
      *               FBO_LEDGER_UNRECON, which PART370-SUBMISSION
      *               exports as pending.
      *   2026-10-15  ERRFILE now carries the structured
      *               EXCEPTION-RECORD (reason code, entity key,
      *               business date, balance at risk, message) for
      *               EXCEPTION-CASE-MGMT; the reason code is set
      *               ahead of 8000-LOG-ERROR, and the REV header
      *               fallback logs as 'REV'.
      *   2026-10-15  Business owner look-through (12 CFR 330.11): a
      *               'BLT' group -- an entity attested as not
      *               engaged in an independent activity -- is
      *               determined per member as BLT_OWNER_SHARES, each
      *               account at the sum of its owners' insured
      *               shares from the new LTOWNER (LTOWSCN on a
      *               simulation). An SGL or BUS group whose owner
      *               also holds such a share is insured in the
      *               proportion its LTSUMM (LTSMSCN) cap bears to
      *               the owner's combined balance, as
      *               SGL_WITH_LOOK_THRU / BUS_WITH_LOOK_THRU.
      *   2026-10-15  Multi-owner payable-on-death accounts: a REV
      *               group holding one, or whose depositor co-owns
      *               one elsewhere (PODS-JOINT-FLAG, PODSUMM 60 ->
      *               80 bytes), is determined per member as
      *               REV_POD_OWNER -- the co-owned account at the
      *               sum of its owners' insured shares from the new
      *               PODOWNER (PODOWSCN on a simulation), the
      *               depositor's other accounts at the depositor's
      *               capped interests in proportion to the whole
      *               REV balance they stand against.
      *   2026-10-15  Legal restraints in force (levies,
      *               garnishments, court orders) arrive on ACCTENR
      *               from the enrichment and ride RSLT-RECORD (new
      *               RSLT-RESTRAINED-AMT / RSLT-RESTRAINT-TYPE,
      *               record 185 -> 202 bytes, mirrors updated) so
      *               the Part 370 file, the provisional hold, and
      *               the depositor statement can see restricted
      *               funds. The coverage determination itself is
      *               unchanged -- restrained funds are insured like
      *               any other deposit. ACCTENR 385 -> 402 bytes.
      *   2026-10-15  Outstanding official items arrive on ACCTENR
      *               from the enrichment (see OFFICIAL-ITEM-MATCH).
      *               A matched item is an SGL member of its payee's
      *               group and is insured in the payee's aggregate
      *               like any other single-ownership deposit; it
      *               reports the distinct method OFFICIAL_ITEM_SGL.
      *               An item with no determinable payee (ACCT-TYPE
      *               OFFICIAL-P) is calculated by the new
      *               3960-CALC-OFFICIAL-PENDING: nothing is insured
      *               until the payee is known, the whole amount
      *               reports uninsured under method
      *               OFFICIAL_ITEM_PEND, and the group is
      *               flagged with reason OIP.
      *   2026-09-03  Reciprocal placement network support: the
      *               enrichment excludes each account's placed-away
      *               network position from the insurable balance
           SELECT SCENARIO-POD-SUMMARY-FILE ASSIGN TO 'PODSMSCN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCPDS-STATUS.
           SELECT POD-OWNER-FILE ASSIGN TO 'PODOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODO-STATUS.
           SELECT SCENARIO-POD-OWNER-FILE ASSIGN TO 'PODOWSCN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCPDO-STATUS.
           SELECT LOOK-THROUGH-SUMMARY-FILE ASSIGN TO 'LTSUMM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTS-STATUS.
           SELECT SCENARIO-LT-SUMMARY-FILE ASSIGN TO 'LTSMSCN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCLTS-STATUS.
           SELECT LOOK-THROUGH-OWNER-FILE ASSIGN TO 'LTOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTO-STATUS.
           SELECT SCENARIO-LT-OWNER-FILE ASSIGN TO 'LTOWSCN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCLTO-STATUS.
           SELECT SMDIA-PARM-FILE ASSIGN TO 'SMDIAPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMDIAP-STATUS.
           SELECT OVERDRAFT-REPORT-FILE ASSIGN TO 'OVRDRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO 'CTLLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the account.
           05 ENR-RECIP-PLACED     PIC S9(13)V99.
           05 ENR-RECIP-INBOUND    PIC X(1).
      *    Legal restraints in force: restrained amount (capped at
      *    the balance) and order type -- TL, GN, CO, or MX mixed.
           05 ENR-RESTRAINED-AMT   PIC S9(13)V99.
           05 ENR-RESTRAINT-TYPE   PIC X(2).
      *    FBO sub-ledger reconciliation: 'Y' proved, 'N' not,
      *    space when the account has no FBO sub-ledger.
           05 ENR-FBO-RECON-STATUS PIC X(1).
      *    'Y' when a party confirmed blocked by compliance holds
      *    an interest in the account; space otherwise.
           05 ENR-BLOCKED-FLAG     PIC X(1).

      *    Scenario-tagged twin of ENR-RECORD, written by a
      *    simulation run of DEPOSIT-ACCT-ENRICH -- the group pass
      *    sorts from this file instead of ACCTENR in simulation.
       FD SCENARIO-ENRICHED-FILE.
       01 SCEN-ENR-RECORD         PIC X(404).

      *    Sort work record for the enriched file — regrouped by
      *    depositor + institution + ORC ahead of the group pass.
           05 ESRT-INSTITUTION-ID  PIC X(5).
           05 FILLER               PIC X(175).
           05 ESRT-MERGER-BOOK     PIC X(15).
           05 FILLER               PIC X(107).

      *    Sorted enriched records — this is what
      *    2000-PROCESS-ACCOUNTS actually reads. The ACCT-* names are
           05 ACCT-ENR-ANC-INSURED PIC S9(13)V99.
           05 ACCT-ENR-RECIP-PLACED PIC S9(13)V99.
           05 ACCT-ENR-RECIP-INBOUND PIC X(1).
           05 ACCT-ENR-RESTRAINED-AMT PIC S9(13)V99.
           05 ACCT-ENR-RESTRAINT-TYPE PIC X(2).
           05 ACCT-ENR-FBO-RECON-STATUS PIC X(1).
           05 ACCT-ENR-BLOCKED-FLAG PIC X(1).

       FD RESULT-FILE.
       01 RSLT-RECORD.
      *    alongside so statements can show the network coverage.
           05 RSLT-RECIP-FLAG      PIC X(1).
           05 RSLT-RECIP-PLACED-AMT PIC S9(13)V99.
      *    Legal restraints in force on the account: the restrained
      *    amount (within RSLT-BALANCE, not excluded from it) and
      *    the order type -- 'TL' levy, 'GN' garnishment, 'CO' court
      *    order, 'MX' mixed; spaces when unrestrained.
           05 RSLT-RESTRAINED-AMT  PIC S9(13)V99.
           05 RSLT-RESTRAINT-TYPE  PIC X(2).
      *    'Y' when a party confirmed blocked under the sanctions
      *    programs (SANCTIONS-SCREEN) is the depositor, a
      *    co-owner, or a beneficiary on the account -- the insured
      *    amount is withheld from payout, not reduced.
           05 RSLT-BLOCKED-FLAG    PIC X(1).

      *    Structured exceptions for EXCEPTION-CASE-MGMT.
       FD ERROR-FILE.
           COPY EXCEPTION-RECORD.

      *    Distinct vested participant count per depositor +
      *    institution, in group-key order -- read in step with the
           05 PODS-MERGER-BOOK     PIC X(15).
           05 PODS-BENE-COUNT      PIC 9(5).
           05 PODS-INSURED-CAP     PIC S9(13)V99.
           05 PODS-REV-BALANCE     PIC S9(13)V99.
           05 PODS-JOINT-FLAG      PIC X(1).
           05 FILLER               PIC X(9).

       FD SCENARIO-POD-SUMMARY-FILE.
       01 SCEN-PODS-RECORD        PIC X(80).

      *    Mirrors PODO-RECORD in DEPOSIT-ACCT-ENRICH.cob: one
      *    record per co-owner per multi-owner POD account, the
      *    owner's share already insured against the owner's own
      *    beneficiary caps.
       FD POD-OWNER-FILE.
       01 PODO-RECORD.
           05 PODO-ACCT-NUMBER     PIC X(20).
           05 PODO-OWNER-ID        PIC X(15).
           05 PODO-INSTITUTION-ID  PIC X(5).
           05 PODO-OWNER-PCT       PIC 9(3)V99.
           05 PODO-SHARE-AMT       PIC S9(13)V99.
           05 PODO-INSURED-AMT     PIC S9(13)V99.
           05 FILLER               PIC X(5).

       FD SCENARIO-POD-OWNER-FILE.
       01 SCEN-PODO-RECORD        PIC X(80).

      *    Mirrors LTS-RECORD in DEPOSIT-ACCT-ENRICH.cob: per owner
      *    key + category holding a business look-through share,
      *    the owner's combined balance and the insured cap on it.
       FD LOOK-THROUGH-SUMMARY-FILE.
       01 LTS-RECORD.
           05 LTS-DEPOSITOR-ID     PIC X(15).
           05 LTS-INSTITUTION-ID   PIC X(5).
           05 LTS-MERGER-BOOK      PIC X(15).
           05 LTS-CATEGORY         PIC X(4).
           05 LTS-TOTAL-BALANCE    PIC S9(13)V99.
           05 LTS-INSURED-CAP      PIC S9(13)V99.
           05 FILLER               PIC X(11).

       FD SCENARIO-LT-SUMMARY-FILE.
       01 SCEN-LTS-RECORD         PIC X(80).

      *    Mirrors LTO-RECORD in DEPOSIT-ACCT-ENRICH.cob: one record
      *    per owner per BLT account, the owner's share already
      *    insured within the owner's own aggregate.
       FD LOOK-THROUGH-OWNER-FILE.
       01 LTO-RECORD.
           05 LTO-ACCT-NUMBER      PIC X(20).
           05 LTO-OWNER-ID         PIC X(15).
           05 LTO-INSTITUTION-ID   PIC X(5).
           05 LTO-CATEGORY         PIC X(4).
           05 LTO-OWNER-PCT        PIC 9(3)V99.
           05 LTO-SHARE-AMT        PIC S9(13)V99.
           05 LTO-INSURED-AMT      PIC S9(13)V99.
           05 FILLER               PIC X(1).

       FD SCENARIO-LT-OWNER-FILE.
       01 SCEN-LTO-RECORD         PIC X(80).

       FD SMDIA-PARM-FILE.
           COPY SMDIA-PARM.
           05 CKPT-ORC-TYPE          PIC X(4).
           05 CKPT-RECORD-COUNT      PIC 9(9).
           05 CKPT-ERROR-COUNT       PIC 9(9).
           05 CKPT-OVERFLOW-COUNT    PIC 9(9).
           05 FILLER                 PIC X(01).

       FD RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       FD CONTROL-TOTAL-FILE.
           COPY CONTROL-TOTAL.

       FD SORTED-CUST-FILE.
       01 SCUST-RECORD.
           05 SCUST-DEPOSITOR-ID   PIC X(15).
      *    Scenario-tagged twin of RSLT-RECORD -- same layout, so the
      *    comparison report reuses the production mirrors.
       FD SCENARIO-RESULT-FILE.
       01 SCEN-RSLT-RECORD        PIC X(203).

       FD OVERDRAFT-REPORT-FILE.
       01 OVERDRAFT-REPORT-LINE   PIC X(100).
       01 WS-SCEBC-STATUS         PIC XX.
       01 WS-PODS-STATUS          PIC XX.
       01 WS-SCPDS-STATUS         PIC XX.
       01 WS-PODO-STATUS          PIC XX.
       01 WS-SCPDO-STATUS         PIC XX.
       01 WS-LTS-STATUS           PIC XX.
       01 WS-SCLTS-STATUS         PIC XX.
       01 WS-LTO-STATUS           PIC XX.
       01 WS-SCLTO-STATUS         PIC XX.
       01 WS-SMDIAP-STATUS        PIC XX.
       01 WS-AUD-STATUS           PIC XX.
       01 WS-CKPT-STATUS          PIC XX.
       01 WS-SCUST-STATUS         PIC XX.
       01 WS-SCEN-STATUS          PIC XX.
       01 WS-SCR-STATUS           PIC XX.
       01 WS-CTT-STATUS           PIC XX.
       01 WS-OVR-STATUS           PIC XX.
       01 WS-EOF-FLAG             PIC X VALUE 'N'.
           88 END-OF-FILE         VALUE 'Y'.
       01 WS-SCUST-EOF            PIC X VALUE 'N'.
       01 WS-EBPC-EOF             PIC X VALUE 'N'.
       01 WS-PODS-EOF             PIC X VALUE 'N'.
       01 WS-PODO-EOF             PIC X VALUE 'N'.
       01 WS-LTS-EOF              PIC X VALUE 'N'.
       01 WS-LTO-EOF              PIC X VALUE 'N'.

      *--- Checkpoint/restart ---
      *    WS-RECORD-COUNT is checkpointed to CHECKPOINT-FILE every
       01 WS-RESTART-ORC-TYPE     PIC X(4).
       01 WS-RESTART-RECORD-COUNT PIC 9(9).
       01 WS-RESTART-ERROR-COUNT  PIC 9(9).
       01 WS-RESTART-OVERFLOW-COUNT PIC 9(9).

      *--- Insurance Constants ---
      * WS-SMDIA is loaded from SMDIA-PARM-FILE at 1000-INITIALIZE
       01 WS-CALC-METHOD         PIC X(20).
       01 WS-ERROR-MSG           PIC X(200).
       01 WS-ERROR-REASON        PIC X(3).
       01 WS-EXC-ENTITY-KEY      PIC X(30).
       01 WS-EXC-AMOUNT          PIC S9(13)V99.
       01 WS-RECORD-COUNT        PIC 9(9) VALUE 0.
       01 WS-ERROR-COUNT         PIC 9(9) VALUE 0.
       01 WS-OVERFLOW-COUNT      PIC 9(9) VALUE 0.
       01 WS-CURRENT-TIMESTAMP   PIC X(26).

      *--- Job-to-job control totals (see CONTROL-TOTAL.cpy) ---
      *    Footed from ACCTSRT and the result file at finalize, not
      *    accumulated in flight -- a restarted run only writes the
      *    groups after its checkpoint.
       01 WS-FOOT-EOF            PIC X VALUE 'N'.
       01 WS-FOOT-IN-COUNT       PIC 9(9) VALUE 0.
       01 WS-FOOT-IN-BALANCE     PIC S9(15)V99 VALUE 0.
       01 WS-FOOT-OUT-COUNT      PIC 9(9) VALUE 0.
       01 WS-FOOT-OUT-BALANCE    PIC S9(15)V99 VALUE 0.
       01 WS-FOOT-OUT-INSURED    PIC S9(15)V99 VALUE 0.
       01 WS-FOOT-OUT-UNINSURED  PIC S9(15)V99 VALUE 0.
      *    RSLT-RECORD amounts, for footing either result file.
       01 WS-FOOT-RSLT-REC.
           05 FILLER              PIC X(44).
           05 WS-FOOT-BALANCE     PIC S9(13)V99.
           05 WS-FOOT-INSURED     PIC S9(13)V99.
           05 WS-FOOT-UNINSURED   PIC S9(13)V99.
           05 FILLER              PIC X(114).

      *--- Depositor+ORC aggregation (12 CFR Part 330) ---
      *    WS-CALC-BALANCE is the aggregate balance the 3x00
      *    calculators operate on in place of ACCT-BALANCE.
               10 WS-GM-ANC-INSURED PIC S9(13)V99.
               10 WS-GM-RECIP-PLACED PIC S9(13)V99.
               10 WS-GM-RECIP-INBOUND PIC X(1).
               10 WS-GM-RESTRAINED-AMT PIC S9(13)V99.
               10 WS-GM-RESTRAINT-TYPE PIC X(2).
               10 WS-GM-FBO-RECON   PIC X(1).
               10 WS-GM-BLOCKED     PIC X(1).
               10 WS-GM-OVERDRAFT   PIC X(1).
               10 WS-GM-POD-JOINT   PIC X(1).
               10 WS-GM-POD-INSURED PIC S9(13)V99.

      *    Set when any member account was demoted from the joint
      *    split because a co-owner lacks equal withdrawal rights --
           05 FILLER               PIC X(2).
           05 OVD-MATERIAL-FLAG    PIC X(1).
       01 WS-REV-POD-FOUND        PIC X(1).
      *    Multi-owner POD accounts (12 CFR 330.10): the enrichment's
      *    per-owner insured shares, totalled per account.
       01 WS-REV-JOINT-FOUND      PIC X(1).
       01 WS-REV-SOLE-BALANCE     PIC S9(13)V99.
       01 WS-JPA-COUNT            PIC 9(5) VALUE 0.
       01 WS-JPA-MAX              PIC 9(5) VALUE 5000.
       01 WS-JPA-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-JPA-TABLE.
           05 WS-JPA-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-JPA-IDX.
               10 WS-JPA-ACCT-NUMBER PIC X(20).
               10 WS-JPA-INSURED     PIC S9(13)V99.
      *    Business look-through (12 CFR 330.11): the owner caps from
      *    LTSUMM, and each BLT account's owner shares insured,
      *    totalled per account from LTOWNER.
       01 WS-LTC-COUNT            PIC 9(5) VALUE 0.
       01 WS-LTC-MAX              PIC 9(5) VALUE 5000.
       01 WS-LTC-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-LTC-TABLE.
           05 WS-LTC-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-LTC-IDX.
               10 WS-LTC-DEPOSITOR   PIC X(15).
               10 WS-LTC-INST-ID     PIC X(5).
               10 WS-LTC-MERGER-BOOK PIC X(15).
               10 WS-LTC-CATEGORY    PIC X(4).
               10 WS-LTC-TOTAL       PIC S9(13)V99.
               10 WS-LTC-CAP         PIC S9(13)V99.
       01 WS-LTA-COUNT            PIC 9(5) VALUE 0.
       01 WS-LTA-MAX              PIC 9(5) VALUE 5000.
       01 WS-LTA-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-LTA-TABLE.
           05 WS-LTA-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-LTA-IDX.
               10 WS-LTA-ACCT-NUMBER PIC X(20).
               10 WS-LTA-INSURED     PIC S9(13)V99.
       01 WS-LT-CATEGORY          PIC X(4).
       01 WS-LT-FOUND             PIC X(1).
       01 WS-LT-TOTAL             PIC S9(13)V99.
       01 WS-LT-CAP               PIC S9(13)V99.

      *--- EBP per-participant pass-through (12 CFR 330.14) ---
       01 WS-ACTIVE-PARTICIPANTS  PIC 9(5) VALUE 0.
               OPEN EXTEND OVERDRAFT-REPORT-FILE
               MOVE WS-RESTART-RECORD-COUNT TO WS-RECORD-COUNT
               MOVE WS-RESTART-ERROR-COUNT  TO WS-ERROR-COUNT
               MOVE WS-RESTART-OVERFLOW-COUNT TO WS-OVERFLOW-COUNT
           ELSE
               OPEN OUTPUT RESULT-FILE
               OPEN OUTPUT ERROR-FILE
           END-IF
           PERFORM 1065-READ-EBP-COUNT
           PERFORM 1066-READ-POD-SUMMARY
           PERFORM 1067-LOAD-POD-OWNER-SHARES
           PERFORM 1062-LOAD-LOOK-THROUGH-CAPS
           PERFORM 1063-LOAD-LOOK-THROUGH-SHARES

           IF IS-RESTART-RUN
               PERFORM 1070-SKIP-TO-RESTART-POINT
                           TO WS-RESTART-RECORD-COUNT
                       MOVE CKPT-ERROR-COUNT
                           TO WS-RESTART-ERROR-COUNT
                       MOVE CKPT-OVERFLOW-COUNT
                           TO WS-RESTART-OVERFLOW-COUNT
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
           END-IF.


       1062-LOAD-LOOK-THROUGH-CAPS.
      *    Business look-through caps are keyed by owner + category,
      *    which does not follow the ACCTENR sort, so they are held
      *    in storage for 3100-CALC-SGL / 3400-CALC-BUS. A
      *    simulation reads the scenario-tagged cut.
           MOVE 'N' TO WS-LTS-EOF
           IF SIMULATION-RUN
               OPEN INPUT SCENARIO-LT-SUMMARY-FILE
               IF WS-SCLTS-STATUS NOT = '00'
                   MOVE 'Y' TO WS-LTS-EOF
               END-IF
           ELSE
               OPEN INPUT LOOK-THROUGH-SUMMARY-FILE
               IF WS-LTS-STATUS NOT = '00'
                   MOVE 'Y' TO WS-LTS-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-LTS-EOF = 'Y'
               IF SIMULATION-RUN
                   READ SCENARIO-LT-SUMMARY-FILE INTO LTS-RECORD
                       AT END MOVE 'Y' TO WS-LTS-EOF
                   END-READ
               ELSE
                   READ LOOK-THROUGH-SUMMARY-FILE
                       AT END MOVE 'Y' TO WS-LTS-EOF
                   END-READ
               END-IF
               IF WS-LTS-EOF NOT = 'Y'
                   IF WS-LTC-COUNT < WS-LTC-MAX
                       ADD 1 TO WS-LTC-COUNT
                       SET WS-LTC-IDX TO WS-LTC-COUNT
                       MOVE LTS-DEPOSITOR-ID
                           TO WS-LTC-DEPOSITOR(WS-LTC-IDX)
                       MOVE LTS-INSTITUTION-ID
                           TO WS-LTC-INST-ID(WS-LTC-IDX)
                       MOVE LTS-MERGER-BOOK
                           TO WS-LTC-MERGER-BOOK(WS-LTC-IDX)
                       MOVE LTS-CATEGORY
                           TO WS-LTC-CATEGORY(WS-LTC-IDX)
                       MOVE LTS-TOTAL-BALANCE
                           TO WS-LTC-TOTAL(WS-LTC-IDX)
                       MOVE LTS-INSURED-CAP
                           TO WS-LTC-CAP(WS-LTC-IDX)
                   ELSE
                       ADD 1 TO WS-LTC-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM
           IF SIMULATION-RUN
               CLOSE SCENARIO-LT-SUMMARY-FILE
           ELSE
               CLOSE LOOK-THROUGH-SUMMARY-FILE
           END-IF
           IF WS-LTC-OVERFLOW NOT = 0
               DISPLAY 'LOOK-THROUGH CAP TABLE FULL, OWNERS DROPPED: '
                        WS-LTC-OVERFLOW
           END-IF.


       1063-LOAD-LOOK-THROUGH-SHARES.
      *    Owner shares of BLT accounts, totalled per account for
      *    3450-CALC-BLT.
           MOVE 'N' TO WS-LTO-EOF
           IF SIMULATION-RUN
               OPEN INPUT SCENARIO-LT-OWNER-FILE
               IF WS-SCLTO-STATUS NOT = '00'
                   MOVE 'Y' TO WS-LTO-EOF
               END-IF
           ELSE
               OPEN INPUT LOOK-THROUGH-OWNER-FILE
               IF WS-LTO-STATUS NOT = '00'
                   MOVE 'Y' TO WS-LTO-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-LTO-EOF = 'Y'
               IF SIMULATION-RUN
                   READ SCENARIO-LT-OWNER-FILE INTO LTO-RECORD
                       AT END MOVE 'Y' TO WS-LTO-EOF
                   END-READ
               ELSE
                   READ LOOK-THROUGH-OWNER-FILE
                       AT END MOVE 'Y' TO WS-LTO-EOF
                   END-READ
               END-IF
               IF WS-LTO-EOF NOT = 'Y'
                   PERFORM 1064-ADD-LOOK-THROUGH-SHARE
               END-IF
           END-PERFORM
           IF SIMULATION-RUN
               CLOSE SCENARIO-LT-OWNER-FILE
           ELSE
               CLOSE LOOK-THROUGH-OWNER-FILE
           END-IF
           IF WS-LTA-OVERFLOW NOT = 0
               DISPLAY 'LOOK-THROUGH SHARE TABLE FULL, ACCOUNTS '
                       'DROPPED: ' WS-LTA-OVERFLOW
           END-IF.


       1064-ADD-LOOK-THROUGH-SHARE.
           SET WS-LTA-IDX TO 1
           PERFORM UNTIL WS-LTA-IDX > WS-LTA-COUNT
               IF WS-LTA-ACCT-NUMBER(WS-LTA-IDX) = LTO-ACCT-NUMBER
                   ADD LTO-INSURED-AMT TO WS-LTA-INSURED(WS-LTA-IDX)
                   EXIT PARAGRAPH
               END-IF
               SET WS-LTA-IDX UP BY 1
           END-PERFORM
           IF WS-LTA-COUNT < WS-LTA-MAX
               ADD 1 TO WS-LTA-COUNT
               SET WS-LTA-IDX TO WS-LTA-COUNT
               MOVE LTO-ACCT-NUMBER TO WS-LTA-ACCT-NUMBER(WS-LTA-IDX)
               MOVE LTO-INSURED-AMT TO WS-LTA-INSURED(WS-LTA-IDX)
           ELSE
               ADD 1 TO WS-LTA-OVERFLOW
           END-IF.


       1065-READ-EBP-COUNT.
      *    One read paragraph serves both modes -- a simulation
      *    advances the scenario-tagged stream into the same record
           END-IF.


       1067-LOAD-POD-OWNER-SHARES.
      *    The co-owner shares of multi-owner POD accounts are keyed
      *    by account, not by the group key, so they are held in
      *    storage for 3300-CALC-REV instead of read in step. A
      *    simulation reads the scenario-tagged cut.
           MOVE 'N' TO WS-PODO-EOF
           IF SIMULATION-RUN
               OPEN INPUT SCENARIO-POD-OWNER-FILE
               IF WS-SCPDO-STATUS NOT = '00'
                   MOVE 'Y' TO WS-PODO-EOF
               END-IF
           ELSE
               OPEN INPUT POD-OWNER-FILE
               IF WS-PODO-STATUS NOT = '00'
                   MOVE 'Y' TO WS-PODO-EOF
               END-IF
           END-IF
           PERFORM UNTIL WS-PODO-EOF = 'Y'
               IF SIMULATION-RUN
                   READ SCENARIO-POD-OWNER-FILE INTO PODO-RECORD
                       AT END MOVE 'Y' TO WS-PODO-EOF
                   END-READ
               ELSE
                   READ POD-OWNER-FILE
                       AT END MOVE 'Y' TO WS-PODO-EOF
                   END-READ
               END-IF
               IF WS-PODO-EOF NOT = 'Y'
                   PERFORM 1068-ADD-POD-OWNER-SHARE
               END-IF
           END-PERFORM
           IF SIMULATION-RUN
               CLOSE SCENARIO-POD-OWNER-FILE
           ELSE
               CLOSE POD-OWNER-FILE
           END-IF
           IF WS-JPA-OVERFLOW NOT = 0
               DISPLAY 'POD OWNER SHARE TABLE FULL, ACCOUNTS DROPPED: '
                        WS-JPA-OVERFLOW
           END-IF.


       1068-ADD-POD-OWNER-SHARE.
           SET WS-JPA-IDX TO 1
           PERFORM UNTIL WS-JPA-IDX > WS-JPA-COUNT
               IF WS-JPA-ACCT-NUMBER(WS-JPA-IDX) = PODO-ACCT-NUMBER
                   ADD PODO-INSURED-AMT TO WS-JPA-INSURED(WS-JPA-IDX)
                   EXIT PARAGRAPH
               END-IF
               SET WS-JPA-IDX UP BY 1
           END-PERFORM
           IF WS-JPA-COUNT < WS-JPA-MAX
               ADD 1 TO WS-JPA-COUNT
               SET WS-JPA-IDX TO WS-JPA-COUNT
               MOVE PODO-ACCT-NUMBER TO WS-JPA-ACCT-NUMBER(WS-JPA-IDX)
               MOVE PODO-INSURED-AMT TO WS-JPA-INSURED(WS-JPA-IDX)
           ELSE
               ADD 1 TO WS-JPA-OVERFLOW
           END-IF.


       1070-SKIP-TO-RESTART-POINT.
      *    SORTED-ACCT-FILE is in ascending depositor+ORC order, so
      *    skip every record belonging to a group at or before the
                   STRING WS-ERROR-MSG DELIMITED SIZE
                          ACCT-DEPOSITOR-ID DELIMITED SIZE
                          INTO WS-ERROR-MSG
                   MOVE 'OVF' TO WS-ERROR-REASON
                   ADD 1 TO WS-OVERFLOW-COUNT
                   MOVE ACCT-DEPOSITOR-ID TO WS-EXC-ENTITY-KEY
                   MOVE ACCT-BALANCE TO WS-EXC-AMOUNT
                   PERFORM 8000-LOG-ERROR
                   PERFORM 8020-FLAG-GROUP-ERROR
               END-IF

               TO WS-GM-RECIP-PLACED(WS-GRP-IDX)
           MOVE ACCT-ENR-RECIP-INBOUND
               TO WS-GM-RECIP-INBOUND(WS-GRP-IDX)
           MOVE ACCT-ENR-RESTRAINED-AMT
               TO WS-GM-RESTRAINED-AMT(WS-GRP-IDX)
           MOVE ACCT-ENR-RESTRAINT-TYPE
               TO WS-GM-RESTRAINT-TYPE(WS-GRP-IDX)
           MOVE ACCT-ENR-FBO-RECON-STATUS
               TO WS-GM-FBO-RECON(WS-GRP-IDX)
           MOVE ACCT-ENR-BLOCKED-FLAG
               TO WS-GM-BLOCKED(WS-GRP-IDX)
      *    A foreign balance pass 1 could not convert is still the
      *    face amount -- the whole group's determination is an
      *    exception, not a clean USD figure.

       2200-CALC-GROUP.
           MOVE 'N' TO WS-PER-MEMBER-CALC-DONE
           IF WS-GROUP-TYPE = 'OFFICIAL-P'
               PERFORM 3960-CALC-OFFICIAL-PENDING
               EXIT PARAGRAPH
           END-IF
           IF DEATH-GRACE-EXPIRED
               PERFORM 3950-CALC-DECEASED-EXPIRED
           ELSE
                   PERFORM 3300-CALC-REV
               WHEN 'BUS'
                   PERFORM 3400-CALC-BUS
               WHEN 'BLT'
                   PERFORM 3450-CALC-BLT
               WHEN 'EBP'
                   PERFORM 3500-CALC-EBP
               WHEN 'CRA'
                   STRING WS-ERROR-MSG DELIMITED SIZE
                          WS-GROUP-ORC-TYPE DELIMITED SIZE
                          INTO WS-ERROR-MSG
                   MOVE 'ORC' TO WS-ERROR-REASON
                   MOVE WS-GROUP-DEPOSITOR TO WS-EXC-ENTITY-KEY
                   MOVE WS-CALC-BALANCE TO WS-EXC-AMOUNT
                   PERFORM 8000-LOG-ERROR
                   PERFORM 8020-FLAG-GROUP-ERROR
                   PERFORM 3100-CALC-SGL
      *            Distinct from a real SGL classification so
           MOVE WS-GROUP-ORC-TYPE  TO CKPT-ORC-TYPE
           MOVE WS-RECORD-COUNT    TO CKPT-RECORD-COUNT
           MOVE WS-ERROR-COUNT     TO CKPT-ERROR-COUNT
           MOVE WS-OVERFLOW-COUNT  TO CKPT-OVERFLOW-COUNT
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.


       3100-CALC-SGL.
      *    Single Ownership: 12 CFR 330.6 — aggregate per depositor
      *    A depositor who also owns part of a BLT entity shares one
      *    SMDIA between own accounts and look-through shares; see
      *    3150-APPLY-LOOK-THROUGH-CAP.
           MOVE 'SGL' TO WS-LT-CATEGORY
           PERFORM 3160-FIND-LOOK-THROUGH-CAP
           IF WS-LT-FOUND = 'Y'
               PERFORM 3150-APPLY-LOOK-THROUGH-CAP
               MOVE 'SGL_WITH_LOOK_THRU' TO WS-CALC-METHOD
               EXIT PARAGRAPH
           END-IF
           IF WS-CALC-BALANCE > WS-SMDIA
               MOVE WS-SMDIA TO WS-INSURED
               COMPUTE WS-UNINSURED = WS-CALC-BALANCE - WS-SMDIA
           MOVE 'SGL_STANDARD' TO WS-CALC-METHOD.


       3150-APPLY-LOOK-THROUGH-CAP.
      *    The enrichment capped the owner's own balance plus every
      *    look-through share at one SMDIA and insured each share in
      *    the proportion cap / total; the owner's own accounts get
      *    the same proportion here, so the two sides never insure
      *    more than the one SMDIA between them.
           IF WS-LT-TOTAL > WS-LT-CAP
               COMPUTE WS-INSURED ROUNDED =
                   WS-CALC-BALANCE * WS-LT-CAP / WS-LT-TOTAL
           ELSE
               MOVE WS-CALC-BALANCE TO WS-INSURED
           END-IF
           IF WS-INSURED > WS-CALC-BALANCE
               MOVE WS-CALC-BALANCE TO WS-INSURED
           END-IF
           COMPUTE WS-UNINSURED = WS-CALC-BALANCE - WS-INSURED.


       3160-FIND-LOOK-THROUGH-CAP.
           MOVE 'N' TO WS-LT-FOUND
           SET WS-LTC-IDX TO 1
           PERFORM UNTIL WS-LTC-IDX > WS-LTC-COUNT
               IF WS-LTC-DEPOSITOR(WS-LTC-IDX) = WS-GROUP-DEPOSITOR
                   AND WS-LTC-INST-ID(WS-LTC-IDX) = WS-GROUP-INST-ID
                   AND WS-LTC-MERGER-BOOK(WS-LTC-IDX)
                       = WS-GROUP-MERGER-BOOK
                   AND WS-LTC-CATEGORY(WS-LTC-IDX) = WS-LT-CATEGORY
                   MOVE 'Y' TO WS-LT-FOUND
                   MOVE WS-LTC-TOTAL(WS-LTC-IDX) TO WS-LT-TOTAL
                   MOVE WS-LTC-CAP(WS-LTC-IDX)   TO WS-LT-CAP
                   EXIT PARAGRAPH
               END-IF
               SET WS-LTC-IDX UP BY 1
           END-PERFORM.


       3200-CALC-JNT.
      *    Joint Ownership: 12 CFR 330.9
      *    Coverage follows each owner's ACTUAL withdrawal interest
      *    on the same key as the group stream. Only a group with no
      *    roster falls back to the header count below, with its
      *    documented five-beneficiary cap, and logs an exception.
      *    A depositor who co-owns a multi-owner POD account is
      *    determined per member instead (3320-CALC-REV-BY-OWNER).
           MOVE 'N' TO WS-REV-POD-FOUND
           PERFORM UNTIL WS-PODS-EOF = 'Y'
               OR PODS-DEPOSITOR-ID > WS-GROUP-DEPOSITOR
               MOVE 'Y' TO WS-REV-POD-FOUND
           END-IF

           PERFORM 3310-FIND-JOINT-POD-MEMBERS
           IF WS-REV-JOINT-FOUND = 'Y'
               OR (WS-REV-POD-FOUND = 'Y'
                   AND PODS-JOINT-FLAG = 'Y')
               PERFORM 3320-CALC-REV-BY-OWNER
               EXIT PARAGRAPH
           END-IF

           IF WS-REV-POD-FOUND = 'Y'
               MOVE PODS-INSURED-CAP TO WS-MAX-COVERAGE
               IF WS-CALC-BALANCE > WS-MAX-COVERAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM 3330-CALC-REV-HEADER-CAP
           IF WS-CALC-BALANCE > WS-MAX-COVERAGE
               MOVE WS-MAX-COVERAGE TO WS-INSURED
               COMPUTE WS-UNINSURED =
                   WS-CALC-BALANCE - WS-MAX-COVERAGE
           ELSE
               MOVE WS-CALC-BALANCE TO WS-INSURED
               MOVE 0 TO WS-UNINSURED
           END-IF
           MOVE 'REV_BENE_CALC' TO WS-CALC-METHOD.


       3310-FIND-JOINT-POD-MEMBERS.
      *    Mark each member that is a multi-owner POD account and
      *    carry the insured total of its owners' shares.
           MOVE 'N' TO WS-REV-JOINT-FOUND
           SET WS-GRP-IDX TO 1
           PERFORM UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               MOVE 'N' TO WS-GM-POD-JOINT(WS-GRP-IDX)
               MOVE 0   TO WS-GM-POD-INSURED(WS-GRP-IDX)
               SET WS-JPA-IDX TO 1
               PERFORM UNTIL WS-JPA-IDX > WS-JPA-COUNT
                   IF WS-JPA-ACCT-NUMBER(WS-JPA-IDX)
                           = WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                       MOVE 'Y' TO WS-GM-POD-JOINT(WS-GRP-IDX)
                       MOVE WS-JPA-INSURED(WS-JPA-IDX)
                           TO WS-GM-POD-INSURED(WS-GRP-IDX)
                       MOVE 'Y' TO WS-REV-JOINT-FOUND
                       SET WS-JPA-IDX TO WS-JPA-COUNT
                   END-IF
                   SET WS-JPA-IDX UP BY 1
               END-PERFORM
               SET WS-GRP-IDX UP BY 1
           END-PERFORM.


       3320-CALC-REV-BY-OWNER.
      *    12 CFR 330.10 per owner per beneficiary. A multi-owner
      *    POD account is insured at the sum of its owners' insured
      *    shares, each already capped against that owner's own
      *    beneficiaries. The depositor's other REV accounts share
      *    the depositor's caps with the depositor's co-owned
      *    shares, in proportion to balance: capped interests over
      *    the whole REV balance the caps stand against.
           MOVE 'Y' TO WS-PER-MEMBER-CALC-DONE
           MOVE 0 TO WS-REV-SOLE-BALANCE
           SET WS-GRP-IDX TO 1
           PERFORM UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               IF WS-GM-OVERDRAFT(WS-GRP-IDX) NOT = 'Y'
                   AND WS-GM-POD-JOINT(WS-GRP-IDX) NOT = 'Y'
                   ADD WS-GM-BALANCE(WS-GRP-IDX)
                       TO WS-REV-SOLE-BALANCE
               END-IF
               SET WS-GRP-IDX UP BY 1
           END-PERFORM
           IF WS-REV-POD-FOUND = 'Y'
               IF PODS-REV-BALANCE > PODS-INSURED-CAP
                   COMPUTE WS-MAX-COVERAGE ROUNDED =
                       WS-REV-SOLE-BALANCE * PODS-INSURED-CAP
                           / PODS-REV-BALANCE
               ELSE
                   MOVE WS-REV-SOLE-BALANCE TO WS-MAX-COVERAGE
               END-IF
           ELSE
               IF WS-REV-SOLE-BALANCE > 0
                   PERFORM 3330-CALC-REV-HEADER-CAP
               ELSE
                   MOVE 0 TO WS-MAX-COVERAGE
               END-IF
           END-IF
           MOVE WS-MAX-COVERAGE TO WS-REMAINING-INSURED
           MOVE 0 TO WS-INSURED
           MOVE 0 TO WS-UNINSURED
           SET WS-GRP-IDX TO 1
           PERFORM UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               EVALUATE TRUE
                   WHEN WS-GM-OVERDRAFT(WS-GRP-IDX) = 'Y'
                       MOVE 0 TO WS-MEMBER-INSURED
                       MOVE 0 TO WS-MEMBER-UNINSURED
                   WHEN WS-GM-POD-JOINT(WS-GRP-IDX) = 'Y'
                       MOVE WS-GM-POD-INSURED(WS-GRP-IDX)
                           TO WS-MEMBER-INSURED
                       IF WS-MEMBER-INSURED > WS-GM-BALANCE(WS-GRP-IDX)
                           MOVE WS-GM-BALANCE(WS-GRP-IDX)
                               TO WS-MEMBER-INSURED
                       END-IF
                       COMPUTE WS-MEMBER-UNINSURED =
                           WS-GM-BALANCE(WS-GRP-IDX) - WS-MEMBER-INSURED
                   WHEN WS-GM-BALANCE(WS-GRP-IDX)
                           <= WS-REMAINING-INSURED
                       MOVE WS-GM-BALANCE(WS-GRP-IDX)
                           TO WS-MEMBER-INSURED
                       MOVE 0 TO WS-MEMBER-UNINSURED
                       SUBTRACT WS-MEMBER-INSURED
                           FROM WS-REMAINING-INSURED
                   WHEN OTHER
                       MOVE WS-REMAINING-INSURED TO WS-MEMBER-INSURED
                       COMPUTE WS-MEMBER-UNINSURED =
                           WS-GM-BALANCE(WS-GRP-IDX) - WS-MEMBER-INSURED
                       MOVE 0 TO WS-REMAINING-INSURED
               END-EVALUATE
               MOVE WS-MEMBER-INSURED   TO WS-GM-INSURED(WS-GRP-IDX)
               MOVE WS-MEMBER-UNINSURED TO WS-GM-UNINSURED(WS-GRP-IDX)
               ADD WS-MEMBER-INSURED    TO WS-INSURED
               ADD WS-MEMBER-UNINSURED  TO WS-UNINSURED
               SET WS-GRP-IDX UP BY 1
           END-PERFORM
           MOVE 'REV_POD_OWNER' TO WS-CALC-METHOD.


       3330-CALC-REV-HEADER-CAP.
      *    No roster on file for this group -- header-count
      *    fallback, with the exception the rollout works from.
           MOVE SPACES TO WS-ERROR-MSG
           STRING 'REV GROUP WITHOUT POD ROSTER: '
                  WS-GROUP-DEPOSITOR
               DELIMITED SIZE INTO WS-ERROR-MSG
           MOVE 'REV' TO WS-ERROR-REASON
           MOVE WS-GROUP-DEPOSITOR TO WS-EXC-ENTITY-KEY
           MOVE WS-CALC-BALANCE TO WS-EXC-AMOUNT
           PERFORM 8000-LOG-ERROR
           MOVE WS-GROUP-BENE-COUNT TO WS-BENE-COUNT
           IF WS-BENE-COUNT = 0
           ELSE
      *        BUG: Caps at $1.25M instead of proper aggregate
               COMPUTE WS-MAX-COVERAGE = WS-SMDIA * 5
           END-IF.


       3400-CALC-BUS.
      *    Business/Organization: 12 CFR 330.11 — aggregate per depositor
      *    An entity that also owns part of a BLT entity shares its
      *    SMDIA with those look-through shares, as in 3100.
           MOVE 'BUS' TO WS-LT-CATEGORY
           PERFORM 3160-FIND-LOOK-THROUGH-CAP
           IF WS-LT-FOUND = 'Y'
               PERFORM 3150-APPLY-LOOK-THROUGH-CAP
               MOVE 'BUS_WITH_LOOK_THRU' TO WS-CALC-METHOD
               EXIT PARAGRAPH
           END-IF
           IF WS-CALC-BALANCE > WS-SMDIA
               MOVE WS-SMDIA TO WS-INSURED
               COMPUTE WS-UNINSURED = WS-CALC-BALANCE - WS-SMDIA
           MOVE 'BUS_STANDARD' TO WS-CALC-METHOD.


       3450-CALC-BLT.
      *    Business look-through — 12 CFR 330.11(a)
      *    An entity not engaged in an independent activity has no
      *    coverage of its own: each owner's share of each account
      *    was insured in the owner's own SGL or BUS aggregate by
      *    the enrichment (LTOWNER). Each member account is insured
      *    at the sum of its owners' insured shares, the same
      *    per-member shape as 3870-CALC-MSA. An account with no
      *    owner shares on file falls back to one SMDIA and is
      *    logged so the entity profile can be completed.
           MOVE 'Y' TO WS-PER-MEMBER-CALC-DONE
           MOVE 0 TO WS-INSURED
           MOVE 0 TO WS-UNINSURED
           SET WS-GRP-IDX TO 1
           PERFORM UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               PERFORM 3460-CALC-BLT-MEMBER
               MOVE WS-MEMBER-INSURED   TO WS-GM-INSURED(WS-GRP-IDX)
               MOVE WS-MEMBER-UNINSURED TO WS-GM-UNINSURED(WS-GRP-IDX)
               ADD WS-MEMBER-INSURED    TO WS-INSURED
               ADD WS-MEMBER-UNINSURED  TO WS-UNINSURED
               SET WS-GRP-IDX UP BY 1
           END-PERFORM
           MOVE 'BLT_OWNER_SHARES' TO WS-CALC-METHOD.


       3460-CALC-BLT-MEMBER.
           IF WS-GM-OVERDRAFT(WS-GRP-IDX) = 'Y'
               MOVE 0 TO WS-MEMBER-INSURED
               MOVE 0 TO WS-MEMBER-UNINSURED
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LT-FOUND
           SET WS-LTA-IDX TO 1
           PERFORM UNTIL WS-LTA-IDX > WS-LTA-COUNT
               IF WS-LTA-ACCT-NUMBER(WS-LTA-IDX)
                   = WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                   MOVE 'Y' TO WS-LT-FOUND
                   MOVE WS-LTA-INSURED(WS-LTA-IDX)
                       TO WS-MEMBER-INSURED
                   SET WS-LTA-IDX TO WS-LTA-COUNT
               END-IF
               SET WS-LTA-IDX UP BY 1
           END-PERFORM
           IF WS-LT-FOUND = 'N'
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'BLT ACCT WITHOUT OWNER SHARES: '
                      WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'BLT' TO WS-ERROR-REASON
               MOVE WS-GM-ACCT-NUMBER(WS-GRP-IDX) TO WS-EXC-ENTITY-KEY
               MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
               PERFORM 8020-FLAG-GROUP-ERROR
               IF WS-GM-BALANCE(WS-GRP-IDX) > WS-SMDIA
                   MOVE WS-SMDIA TO WS-MEMBER-INSURED
               ELSE
                   MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-MEMBER-INSURED
               END-IF
           END-IF
           IF WS-MEMBER-INSURED > WS-GM-BALANCE(WS-GRP-IDX)
               MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-MEMBER-INSURED
           END-IF
           COMPUTE WS-MEMBER-UNINSURED =
               WS-GM-BALANCE(WS-GRP-IDX) - WS-MEMBER-INSURED.


       3500-CALC-EBP.
      *    Employee Benefit Plan: 12 CFR 330.14
      *    Coverage is $250,000 per plan participant with a vested,
                   STRING 'GOV ACCT WITHOUT CUSTODIAN DESIGNATION: '
                          WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'CST' TO WS-ERROR-REASON
                   MOVE WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                       TO WS-EXC-ENTITY-KEY
                   MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-EXC-AMOUNT
                   PERFORM 8000-LOG-ERROR
                   PERFORM 8020-FLAG-GROUP-ERROR
               END-IF
               SET WS-GRP-IDX UP BY 1
               STRING 'ANC ACCT WITHOUT CONTRACT ROSTER: '
                      WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'ANC' TO WS-ERROR-REASON
               MOVE WS-GM-ACCT-NUMBER(WS-GRP-IDX) TO WS-EXC-ENTITY-KEY
               MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
               PERFORM 8020-FLAG-GROUP-ERROR
               IF WS-GM-BALANCE(WS-GRP-IDX) > WS-SMDIA
                   MOVE WS-SMDIA TO WS-MEMBER-INSURED
               STRING 'FID ACCT WITHOUT CLIENT LEDGER: '
                      WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'FID' TO WS-ERROR-REASON
               MOVE WS-GM-ACCT-NUMBER(WS-GRP-IDX) TO WS-EXC-ENTITY-KEY
               MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
               PERFORM 8020-FLAG-GROUP-ERROR
               IF WS-GM-BALANCE(WS-GRP-IDX) > WS-SMDIA
                   MOVE WS-SMDIA TO WS-MEMBER-INSURED
               MOVE 0 TO WS-MEMBER-UNINSURED
               EXIT PARAGRAPH
           END-IF
      *    An FBO account whose partner sub-ledger did not reconcile
      *    today (FBO-LEDGER-RECON) cannot evidence its end users
      *    either -- the same one-SMDIA fallback, reported as a
      *    pending determination until the ledger proves.
           IF WS-GM-FBO-RECON(WS-GRP-IDX) = 'N'
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'FBO SUB-LEDGER NOT RECONCILED: '
                      WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'FBO' TO WS-ERROR-REASON
               MOVE WS-GM-ACCT-NUMBER(WS-GRP-IDX) TO WS-EXC-ENTITY-KEY
               MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
               PERFORM 8020-FLAG-GROUP-ERROR
               IF WS-GM-BALANCE(WS-GRP-IDX) > WS-SMDIA
                   MOVE WS-SMDIA TO WS-MEMBER-INSURED
                   COMPUTE WS-MEMBER-UNINSURED =
                       WS-GM-BALANCE(WS-GRP-IDX) - WS-SMDIA
               ELSE
                   MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-MEMBER-INSURED
                   MOVE 0 TO WS-MEMBER-UNINSURED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-GM-AGY-OWNER-COUNT(WS-GRP-IDX) = 0
      *        No owner roster disclosed for this agent account --
      *        one SMDIA for the whole omnibus balance, with an
               STRING 'AGY ACCT WITHOUT OWNER ROSTER: '
                      WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'AGY' TO WS-ERROR-REASON
               MOVE WS-GM-ACCT-NUMBER(WS-GRP-IDX) TO WS-EXC-ENTITY-KEY
               MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
               PERFORM 8020-FLAG-GROUP-ERROR
               IF WS-GM-BALANCE(WS-GRP-IDX) > WS-SMDIA
                   MOVE WS-SMDIA TO WS-MEMBER-INSURED
               STRING 'MSA ACCT WITHOUT MORTGAGOR ROSTER: '
                      WS-GM-ACCT-NUMBER(WS-GRP-IDX)
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'MSA' TO WS-ERROR-REASON
               MOVE WS-GM-ACCT-NUMBER(WS-GRP-IDX) TO WS-EXC-ENTITY-KEY
               MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
               PERFORM 8020-FLAG-GROUP-ERROR
               IF WS-GM-BALANCE(WS-GRP-IDX) > WS-SMDIA
                   MOVE WS-SMDIA TO WS-MEMBER-INSURED
           MOVE 'DECEASED_GRACE_EXPIRED' TO WS-CALC-METHOD.


       3960-CALC-OFFICIAL-PENDING.
      *    Official items whose payee could not be determined share
      *    the PENDING-PAYEE placeholder depositor, so they must not
      *    aggregate against one SMDIA -- each is calculated on its
      *    own, insuring nothing until the payee is known. The full
      *    amount reports uninsured and the Part 370 export carries
      *    it as a pending payee determination.
           SET WS-GRP-IDX TO 1
           PERFORM UNTIL WS-GRP-IDX > WS-GROUP-COUNT
               MOVE 0 TO WS-GM-INSURED(WS-GRP-IDX)
               MOVE WS-GM-BALANCE(WS-GRP-IDX)
                   TO WS-GM-UNINSURED(WS-GRP-IDX)
               SET WS-GRP-IDX UP BY 1
           END-PERFORM
           MOVE 0 TO WS-INSURED
           MOVE WS-CALC-BALANCE TO WS-UNINSURED
           MOVE 'Y' TO WS-PER-MEMBER-CALC-DONE
           MOVE 'OIP' TO WS-ERROR-REASON
           PERFORM 8020-FLAG-GROUP-ERROR
           MOVE 'OFFICIAL_ITEM_PEND' TO WS-CALC-METHOD.


       4000-WRITE-RESULT.
           MOVE WS-GM-ACCT-NUMBER(WS-GRP-IDX) TO RSLT-ACCT-NUMBER
           MOVE WS-GROUP-DEPOSITOR            TO RSLT-DEPOSITOR-ID
           MOVE WS-MEMBER-INSURED              TO RSLT-INSURED-AMT
           MOVE WS-MEMBER-UNINSURED            TO RSLT-UNINSURED-AMT
           MOVE WS-CALC-METHOD                 TO RSLT-CALC-METHOD
      *    An official item insured in its payee's single-ownership
      *    aggregate is identified as such on the determination,
      *    whatever method the aggregate itself took (look-through,
      *    deceased grace) -- RSLTFILE-VALIDATE knows the item by
      *    this method and not by the payee's group.
           IF WS-GM-ACCT-TYPE(WS-GRP-IDX) = 'OFFICIAL'
               MOVE 'OFFICIAL_ITEM_SGL' TO RSLT-CALC-METHOD
           END-IF
      *    A member whose placed-away network position left the
      *    insurable balance reports the distinct method so the
      *    exclusion is visible on the determination itself.
           IF WS-GM-RECIP-PLACED(WS-GRP-IDX) > 0
               MOVE 'RECIP_NET_EXCLUDED' TO RSLT-CALC-METHOD
           END-IF
      *    An unreconciled FBO account held at one SMDIA is a
      *    pending determination for the Part 370 file.
           IF WS-GM-FBO-RECON(WS-GRP-IDX) = 'N'
               AND WS-CALC-METHOD = 'AGY_PASS_THROUGH'
               MOVE 'FBO_LEDGER_UNRECON' TO RSLT-CALC-METHOD
           END-IF
           MOVE WS-GROUP-ERROR-FLAG            TO RSLT-ERROR-FLAG
           MOVE WS-GROUP-REASON-CODE           TO RSLT-REASON-CODE
           MOVE WS-GM-ACCRUED-INT(WS-GRP-IDX)  TO RSLT-ACCRUED-INT
               WHEN OTHER
                   MOVE SPACE TO RSLT-RECIP-FLAG
           END-EVALUATE
           MOVE WS-GM-RESTRAINED-AMT(WS-GRP-IDX)
               TO RSLT-RESTRAINED-AMT
           MOVE WS-GM-RESTRAINT-TYPE(WS-GRP-IDX)
               TO RSLT-RESTRAINT-TYPE
           MOVE WS-GM-BLOCKED(WS-GRP-IDX)      TO RSLT-BLOCKED-FLAG
      *    The date portion identifies the CYCLE (the official
      *    business date); only the time portion is wall-clock.
           MOVE FUNCTION CURRENT-DATE TO RSLT-TIMESTAMP


       8000-LOG-ERROR.
      *    The caller sets the reason code, the entity key, and the
      *    balance at risk ahead of the message text; the category
      *    follows from the reason.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO EXCEPTION-REC
           MOVE 'DEPOSIT-INSURANCE-CALC' TO EXC-PROGRAM
           MOVE WS-BUSINESS-DATE TO EXC-BUSINESS-DATE
           MOVE WS-ERROR-REASON TO EXC-ERROR-CODE
           EVALUATE WS-ERROR-REASON
               WHEN 'OVF'
                   SET EXC-CAT-CAPACITY TO TRUE
               WHEN 'ORC'
                   SET EXC-CAT-RULE TO TRUE
               WHEN 'FBO'
                   SET EXC-CAT-BALANCE TO TRUE
               WHEN OTHER
                   SET EXC-CAT-DATA TO TRUE
           END-EVALUATE
           MOVE WS-EXC-ENTITY-KEY TO EXC-ENTITY-KEY
           MOVE WS-EXC-AMOUNT TO EXC-AMOUNT-AT-RISK
           MOVE WS-ERROR-MSG TO EXC-MESSAGE
           WRITE EXCEPTION-REC.


       8020-FLAG-GROUP-ERROR.
               CLOSE OVERDRAFT-REPORT-FILE
           END-IF
           CLOSE ERROR-FILE
           PERFORM 9200-POST-CONTROL-TOTALS
           DISPLAY 'OVERDRAWN ACCOUNTS OFFSET: ' WS-OVERDRAFT-COUNT
           DISPLAY 'RECORDS PROCESSED: ' WS-RECORD-COUNT
           DISPLAY 'GROUP TABLE OVERFLOWS: ' WS-OVERFLOW-COUNT
           DISPLAY 'ERRORS LOGGED: ' WS-ERROR-COUNT.


           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.


       9200-POST-CONTROL-TOTALS.
      *    The enriched accounts in, the result rows out, to the
      *    job-to-job ledger (see CONTROL-TOTAL.cpy). Every account
      *    gets one result row except those a full group table
      *    turned away, so rows = accounts - overflows. The result
      *    balance leaves overdrawn members and overflows out of the
      *    aggregate but not out of RSLT-BALANCE, so it is carried
      *    forward with the insured / uninsured split for the
      *    Part 370 export to prove against. A scenario run posts
      *    against its own files and is never balanced.
           PERFORM 9210-FOOT-ENRICHED-INPUT
           PERFORM 9220-FOOT-RESULT-FILE
           OPEN EXTEND CONTROL-TOTAL-FILE
           INITIALIZE CONTROL-TOTAL-REC
           MOVE WS-BUSINESS-DATE TO CTT-BUSINESS-DATE
           MOVE 'DEPOSIT-INSURANCE-CALC' TO CTT-JOB-NAME
           IF SIMULATION-RUN
               SET CTT-SCENARIO TO TRUE
               MOVE 'ACENRSCN' TO CTT-DATASET
           ELSE
               SET CTT-PRODUCTION TO TRUE
               MOVE 'ACCTENR' TO CTT-DATASET
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CTT-POSTED-TS
           SET CTT-INPUT TO TRUE
           SET CTT-BALANCE-CARRIED TO TRUE
           MOVE WS-FOOT-IN-COUNT TO CTT-RECORD-COUNT
           MOVE WS-FOOT-IN-BALANCE TO CTT-BALANCE-TOTAL
           WRITE CONTROL-TOTAL-REC
           MOVE CTT-DATASET TO CTT-BASIS-DATASET
           IF SIMULATION-RUN
               MOVE 'RSLTSCEN' TO CTT-DATASET
           ELSE
               MOVE 'RSLTFILE' TO CTT-DATASET
           END-IF
           SET CTT-OUTPUT TO TRUE
           SET CTT-ALL-AMOUNTS TO TRUE
           MOVE WS-FOOT-OUT-COUNT TO CTT-RECORD-COUNT
           MOVE WS-FOOT-OUT-BALANCE TO CTT-BALANCE-TOTAL
           MOVE WS-FOOT-OUT-INSURED TO CTT-INSURED-TOTAL
           MOVE WS-FOOT-OUT-UNINSURED TO CTT-UNINSURED-TOTAL
           MOVE WS-OVERFLOW-COUNT TO CTT-DROPPED-COUNT
           MOVE 'GROUP TABLE OVERFLOW' TO CTT-DROPPED-REASON
           WRITE CONTROL-TOTAL-REC
           CLOSE CONTROL-TOTAL-FILE.


       9210-FOOT-ENRICHED-INPUT.
      *    ACCTSRT is this run's sort of the whole enriched file --
      *    restart or not -- so it foots the input as received.
           MOVE 'N' TO WS-FOOT-EOF
           OPEN INPUT SORTED-ACCT-FILE
           PERFORM UNTIL WS-FOOT-EOF = 'Y'
               READ SORTED-ACCT-FILE
                   AT END
                       MOVE 'Y' TO WS-FOOT-EOF
                   NOT AT END
                       ADD 1 TO WS-FOOT-IN-COUNT
                       ADD ACCT-BALANCE TO WS-FOOT-IN-BALANCE
               END-READ
           END-PERFORM
           CLOSE SORTED-ACCT-FILE.


       9220-FOOT-RESULT-FILE.
      *    The closed result file as the successor jobs will read
      *    it: the rows written before a restart's checkpoint and
      *    after it alike.
           MOVE 'N' TO WS-FOOT-EOF
           IF SIMULATION-RUN
               OPEN INPUT SCENARIO-RESULT-FILE
           ELSE
               OPEN INPUT RESULT-FILE
           END-IF
           PERFORM UNTIL WS-FOOT-EOF = 'Y'
               IF SIMULATION-RUN
                   READ SCENARIO-RESULT-FILE INTO WS-FOOT-RSLT-REC
                       AT END
                           MOVE 'Y' TO WS-FOOT-EOF
                   END-READ
               ELSE
                   READ RESULT-FILE INTO WS-FOOT-RSLT-REC
                       AT END
                           MOVE 'Y' TO WS-FOOT-EOF
                   END-READ
               END-IF
               IF WS-FOOT-EOF = 'N'
                   ADD 1 TO WS-FOOT-OUT-COUNT
                   ADD WS-FOOT-BALANCE TO WS-FOOT-OUT-BALANCE
                   ADD WS-FOOT-INSURED TO WS-FOOT-OUT-INSURED
                   ADD WS-FOOT-UNINSURED TO WS-FOOT-OUT-UNINSURED
               END-IF
           END-PERFORM
           IF SIMULATION-RUN
               CLOSE SCENARIO-RESULT-FILE
           ELSE
               CLOSE RESULT-FILE
           END-IF.
