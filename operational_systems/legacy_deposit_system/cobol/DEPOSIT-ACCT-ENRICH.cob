      *          every account-keyed side file (TXNCLEAN, SIGCARD,
      *          DTBENEF, COLLFILE, OFFCUST, EBPPART, PODBENEF,
      *          AGYOWNER, MSABAL, FIDCLNT, ANCOWNER, ACCRINT,
      *          SWEEPPOS, SIGCVRFY, RSTRCLN) are each sorted once,
      *          then read together in a single co-sequential pass
      *          that rolls each balance to its COB snapshot
      *          (same-day netting, accrued interest, USD
      *          conversion, sweep exclusion) and precomputes the
      *          per-account roster figures onto the enriched work
      *          record (ACCTENR). The EBP and POD roster summaries
      *          (EBPCOUNT / PODSUMM, with the POD co-owner shares
      *          on PODOWNER), the sorted customer master
      *          (CUSTSRT), the joint-owner detail (JNTOWNER), the
      *          business look-through owner shares (LTSUMM /
      *          LTOWNER), and the dormant-watch and sweep reports
      *          are produced here too; DEPOSIT-INSURANCE-CALC's
      *          post-midnight step is then just the group pass.
      *          This job posts its own completion record to
      *
      *          The gating that protected the enrichment inputs
      *          moved here with the work: the run refuses to start
      *          until ACCT-GL-RECON, TXNFEED-EDIT,
      *          ACCT-RECORD-EDIT, LEGAL-RESTRAINT-EDIT,
      *          FBO-LEDGER-RECON, and SANCTIONS-SCREEN show complete
      *          for the business date, and their status files pass.
      *
      *          On a simulation run (SCENPARM header on file) the
      *          scenario scaling and SMDIA override apply and the
      *          enriched records go to the scenario-tagged ACENRSCN
      *          instead of the production ACCTENR, with the roster
      *          summaries likewise going to EBPCTSCN / PODSMSCN /
      *          PODOWSCN / LTSMSCN / LTOWSCN; the production
      *          owner/dormant/sweep side outputs are untouched.
      * REGULATION: 12 CFR Part 330, 12 CFR 360.8, FDIC IT Guide v3.0
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  OFFICIAL-ITEM-MATCH is now an aborting
      *               predecessor in 1047-READ-RUN-CONTROL like the
      *               other edits, and an OFFITMAT that will not
      *               open stops the run -- outstanding official
      *               items were otherwise dropped from ACCTENR with
      *               only a console message.
      *   2026-10-15  Posts its control totals to the job-to-job
      *               ledger (CTLLEDGR, see CONTROL-TOTAL.cpy):
      *               ACCTFILE in, ACCTENR (ACENRSCN on a scenario
      *               run) out, with the closed accounts excluded
      *               and the official items appended that explain
      *               the difference, for CONTROL-TOTAL-BALANCE.
      *   2026-10-15  Accounts in which a party confirmed blocked by
      *               compliance holds an interest are read from the
      *               new SANCTIONS-SCREEN (SANCBACT) and flagged on
      *               the enriched record (new ENR-BLOCKED-FLAG,
      *               record 403 -> 404 bytes, mirrors updated) for
      *               RSLT-BLOCKED-FLAG. SANCTIONS-SCREEN is a new
      *               gating predecessor.
      *   2026-10-15  EBPPART grew 66 -> 127 bytes (participant SSN,
      *               name, and birth date for DMF-DEATH-MATCH); the
      *               sort and sorted-roster mirrors follow.
      *   2026-10-15  FBO custodial accounts behind fintech and
      *               prepaid programs carry the day's sub-ledger
      *               reconciliation status from the new
      *               FBO-LEDGER-RECON (FBORCNST) on the enriched
      *               record (new ENR-FBO-RECON-STATUS, record 402
      *               -> 403 bytes, mirrors updated), so the calc can
      *               refuse the end-user pass-through on a ledger
      *               that does not prove. FBO-LEDGER-RECON is a new
      *               gating predecessor.
      *   2026-10-15  ENRERROR now carries the structured
      *               EXCEPTION-RECORD (reason code, entity key,
      *               business date, balance at risk, message) for
      *               EXCEPTION-CASE-MGMT.
      *   2026-10-15  RAW-ACCT, sort and ABN mirrors widened for the
      *               new time-deposit fields on ACCOUNT-MASTER
      *               (record 226 -> 245 bytes); the enrichment
      *               itself does not use them.
      *   2026-10-15  Sole-proprietor DBA accounts: an account
      *               ORC-ASSIGNMENT classified SGL whose tax id is
      *               linked to a proprietor on the new DBALINK file
      *               (see DBA-LINK.cpy) is regrouped under the
      *               proprietor's depositor id ahead of the
      *               duplicate-identity consolidation, so it joins
      *               the owner's other single accounts (12 CFR
      *               330.6). Each substitution is written to the
      *               shared AUDITTRL on a production run.
      *   2026-10-15  Business owner look-through (12 CFR 330.11): a
      *               'BLT' account -- an entity the ENTPROF profile
      *               attests is not engaged in an independent
      *               activity -- is spread across the entity's
      *               owners by ownership percent, each owner's share
      *               stamped under the owner's consolidated id in
      *               the owner's own category (SGL for a person,
      *               BUS for an entity owner) beside the owner's
      *               SGL/BUS balances on the new LTWORK. The
      *               summary caps each owner's combined balance at
      *               the SMDIA and writes the new LTSUMM (owner
      *               totals and caps) and LTOWNER (insured share
      *               per owner per account) for the group pass --
      *               LTSMSCN / LTOWSCN on a simulation -- plus SGL /
      *               BUS owner records on JNTOWNER. WS-POD-OWNER-ID
      *               is now WS-CONSOL-OWNER-ID, shared by both.
      *   2026-10-15  Multi-owner payable-on-death accounts are
      *               insured per owner per beneficiary (12 CFR
      *               330.10): each signature-card co-owner's share
      *               of the beneficiary interests is stamped under
      *               the owner's own id and capped with the owner's
      *               other REV accounts. The POD work record gains
      *               balance rows (PODW 60 -> 100 bytes) and PODSUMM
      *               the owner's REV balance and joint flag (60 ->
      *               80); the owner shares go to the new PODOWNER
      *               (PODOWSCN on a simulation) for the group pass
      *               and to JNTOWNER as 'REV' owner records. The POD
      *               roster now keys on the consolidated depositor
      *               id, as the group pass does.
      *   2026-10-15  Legal restraints (tax levies, garnishments,
      *               court-ordered freezes) validated by the new
      *               LEGAL-RESTRAINT-EDIT (RSTRCLN) are matched in
      *               the enrichment pass and carried on the
      *               enriched record (new ENR-RESTRAINED-AMT /
      *               ENR-RESTRAINT-TYPE, record 385 -> 402 bytes,
      *               mirrors updated) for the determinations. The
      *               restrained amount is capped at the COB balance
      *               and never changes the insurable balance;
      *               LEGAL-RESTRAINT-EDIT is a new gating
      *               predecessor.
      *   2026-10-15  Outstanding official items (cashier's checks,
      *               money orders, expense checks) are deposits of
      *               their payees: the payee determinations written
      *               by OFFICIAL-ITEM-MATCH (OFFITMAT) are appended
      *               to the enriched accounts, honored only when
      *               that job shows complete for the business date.
      *               A matched item enriches as an SGL record under
      *               the payee's surviving depositor id (ACCT-TYPE
      *               OFFICIAL) so it joins the payee's single-
      *               ownership aggregate in the group pass; an item
      *               with no determinable payee enriches under the
      *               PENDING-PAYEE depositor with ACCT-TYPE
      *               OFFICIAL-P, which the calc reports as a
      *               pending payee determination.
      *   2026-09-03  Reciprocal placement network support (ICS-
      *               style): the new RECIPPOS side file (see
      *               RECIPROCAL-POSITION.cpy) is matched in the
           SELECT SCENARIO-POD-SUMMARY-FILE ASSIGN TO 'PODSMSCN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCPDS-STATUS.
           SELECT POD-OWNER-FILE ASSIGN TO 'PODOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODO-STATUS.
           SELECT SCENARIO-POD-OWNER-FILE ASSIGN TO 'PODOWSCN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCPDO-STATUS.
           SELECT SORTED-SGV-FILE ASSIGN TO 'SIGVSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SSGV-STATUS.
           SELECT DEPOSITOR-XREF-FILE ASSIGN TO 'DEPIDXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIX-STATUS.
           SELECT DBA-LINK-FILE ASSIGN TO 'DBALINK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBL-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RECIPROCAL-POSITION-FILE ASSIGN TO 'RECIPPOS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.
           SELECT SORTED-RCP-FILE ASSIGN TO 'RECIPSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRCP-STATUS.
           SELECT OFFICIAL-ITEM-MATCH-FILE ASSIGN TO 'OFFITMAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OIM-STATUS.
           SELECT LEGAL-RESTRAINT-FILE ASSIGN TO 'RSTRCLN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LRS-STATUS.
           SELECT LRS-SORT-FILE ASSIGN TO 'SRTWK21'.
           SELECT SORTED-LRS-FILE ASSIGN TO 'RSTRSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLRS-STATUS.
      *    Already in account-number order as FBO-LEDGER-RECON
      *    writes it -- read in step without a sort.
           SELECT FBO-RECON-STATUS-FILE ASSIGN TO 'FBORCNST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRS-STATUS.
      *    Already in account-number order as SANCTIONS-SCREEN
      *    writes it -- read in step without a sort.
           SELECT BLOCKED-ACCT-FILE ASSIGN TO 'SANCBACT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNB-STATUS.
           SELECT ENTITY-PROFILE-FILE ASSIGN TO 'ENTPROF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EPR-STATUS.
           SELECT LOOK-THROUGH-WORK-FILE ASSIGN TO 'LTWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTW-STATUS.
           SELECT LTW-SORT-FILE ASSIGN TO 'SRTWK22'.
           SELECT SORTED-LTW-FILE ASSIGN TO 'LTWSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLTW-STATUS.
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
           SELECT CONTROL-TOTAL-FILE ASSIGN TO 'CTLLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTT-STATUS.


       DATA DIVISION.
           05 RAW-ACCT-INST-ID      PIC X(5).
           05 FILLER                PIC X(1).
           05 RAW-ACCT-CURRENCY     PIC X(3).
           05 FILLER                PIC X(19).

      *    Sort work record — same ACCOUNT-MASTER.cpy layout as
      *    RAW-ACCT-RECORD above; keyed by account number ahead of
           05 SRT-INSTITUTION-ID    PIC X(5).
           05 FILLER                PIC X(1).
           05 SRT-CURRENCY-CODE     PIC X(3).
           05 FILLER                PIC X(19).

      *    Account records in account-number order — what pass 1
      *    actually reads alongside the sorted side files.
           05 ABN-SOURCE-SYSTEM    PIC X(15).
           05 ABN-JNT-COUNT        PIC 9(2).
           05 ABN-BENE-COUNT       PIC 9(3).
           05 FILLER               PIC X(100).
           05 ABN-TAX-ID           PIC X(15).
           05 ABN-INSTITUTION-ID   PIC X(5).
           05 FILLER               PIC X(1).
           05 ABN-CURRENCY-CODE    PIC X(3).
              88 ABN-IN-USD        VALUES 'USD' '   '.
           05 FILLER               PIC X(19).

      *    Enriched work record written by pass 1: the account fields
      *    the group pass needs (the bus-name/govt-entity/tax-id
      *    account carries inbound reciprocal (brokered) funds.
           05 ENR-RECIP-PLACED     PIC S9(13)V99.
           05 ENR-RECIP-INBOUND    PIC X(1).
      *    Legal restraints in force (LEGAL-RESTRAINT-EDIT): total
      *    restrained, capped at the COB balance, and the order type
      *    -- 'TL' levy, 'GN' garnishment, 'CO' court order, 'MX'
      *    when orders of different types sit on the account.
           05 ENR-RESTRAINED-AMT   PIC S9(13)V99.
           05 ENR-RESTRAINT-TYPE   PIC X(2).
      *    FBO sub-ledger reconciliation (FBO-LEDGER-RECON): 'Y'
      *    the partner ledger proved to the COB balance, 'N' it did
      *    not, space when the account has no FBO sub-ledger.
           05 ENR-FBO-RECON-STATUS PIC X(1).
      *    'Y' when a party confirmed blocked by compliance
      *    (SANCTIONS-SCREEN) is the depositor, a co-owner, or a
      *    beneficiary on the account; space otherwise.
           05 ENR-BLOCKED-FLAG     PIC X(1).

      *    Scenario-tagged twin of ENR-RECORD -- a simulation writes
      *    its scaled enrichment here so the production ACCTENR
      *    handoff to the calc is never overwritten.
       FD SCENARIO-ENRICHED-FILE.
       01 SCEN-ENR-RECORD         PIC X(404).

      *    Structured exceptions for EXCEPTION-CASE-MGMT.
       FD ERROR-FILE.
           COPY EXCEPTION-RECORD.

       FD EBP-PARTICIPANT-FILE.
           COPY EBP-PARTICIPANT.
       01 EPSRT-REC.
           05 EPSRT-PARTICIPANT-ID PIC X(15).
           05 EPSRT-PLAN-ACCT      PIC X(20).
           05 FILLER               PIC X(92).

       FD SORTED-EBPP-FILE.
       01 SEBPP-RECORD.
              88 SEBPP-VESTED      VALUE 'Y'.
           05 SEBPP-TERM-DATE      PIC X(10).
           05 SEBPP-SPONSOR-ID     PIC X(10).
           05 FILLER               PIC X(71).

      *    One record per vested roster entry on an EBP account,
      *    stamped with the account's depositor + institution in
       FD RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       FD CONTROL-TOTAL-FILE.
           COPY CONTROL-TOTAL.

       FD DEPOSITOR-XREF-FILE.
           COPY DEPOSITOR-ID-XREF.

       FD DBA-LINK-FILE.
           COPY DBA-LINK.

       FD AUDIT-TRAIL-FILE.
           COPY AUDIT-TRAIL.

       FD RECIPROCAL-POSITION-FILE.
           COPY RECIPROCAL-POSITION.

       FD ANNUITY-OWNER-FILE.
           COPY ANNUITY-OWNER.

      *    Payee determinations for outstanding official items,
      *    appended to the enriched accounts by 1800.
       FD OFFICIAL-ITEM-MATCH-FILE.
           COPY OFFICIAL-ITEM-MATCH.

       FD LEGAL-RESTRAINT-FILE.
           COPY LEGAL-RESTRAINT.

       SD LRS-SORT-FILE.
       01 LRSRT-REC.
           05 LRSRT-ACCT-NUMBER    PIC X(20).
           05 FILLER               PIC X(80).

       FD SORTED-LRS-FILE.
       01 SLRS-RECORD.
           05 SLRS-ACCT-NUMBER     PIC X(20).
           05 SLRS-RESTRAINT-TYPE  PIC X(2).
           05 SLRS-ORDER-REF       PIC X(20).
           05 SLRS-RESTRAINED-AMT  PIC S9(13)V99.
           05 SLRS-EFFECTIVE-DATE  PIC X(10).
           05 SLRS-RELEASE-DATE    PIC X(10).
           05 FILLER               PIC X(23).

       FD FBO-RECON-STATUS-FILE.
           COPY FBO-RECON-STATUS.

       FD BLOCKED-ACCT-FILE.
           COPY SANCTIONS-BLOCKED.

       SD ANO-SORT-FILE.
       01 ANSRT-REC.
           05 ANSRT-ACCT-NUMBER    PIC X(20).
              88 SPOD-ACTIVE       VALUE 'A'.
           05 FILLER               PIC X(16).

      *    One record per active POD beneficiary interest ('I'),
      *    stamped with the account's group key in pass 1, plus one
      *    balance row ('B', beneficiary id blank so it sorts ahead
      *    of the interests) per REV account -- the owner's whole
      *    balance, or each co-owner's share of a multi-owner POD
      *    account. 1700-SUMMARIZE-POD-ROSTER caps each
      *    beneficiary's combined interest per owner+institution.
       FD POD-WORK-FILE.
       01 PODW-RECORD.
           05 PODW-DEPOSITOR-ID    PIC X(15).
           05 PODW-MERGER-BOOK     PIC X(15).
           05 PODW-BENE-ID         PIC X(10).
           05 PODW-INTEREST-AMT    PIC S9(13)V99.
           05 PODW-ROW-TYPE        PIC X(1).
              88 PODW-BALANCE-ROW  VALUE 'B'.
              88 PODW-INTEREST-ROW VALUE 'I'.
           05 PODW-ACCT-NUMBER     PIC X(20).
           05 PODW-OWNER-PCT       PIC 9(3)V99.
           05 PODW-JOINT-FLAG      PIC X(1).
           05 FILLER               PIC X(13).

       SD PODW-SORT-FILE.
       01 PWSRT-REC.
           05 PWSRT-INSTITUTION-ID PIC X(5).
           05 PWSRT-MERGER-BOOK    PIC X(15).
           05 PWSRT-BENE-ID        PIC X(10).
           05 FILLER               PIC X(55).

       FD SORTED-PODW-FILE.
       01 SPDW-RECORD.
           05 SPDW-MERGER-BOOK     PIC X(15).
           05 SPDW-BENE-ID         PIC X(10).
           05 SPDW-INTEREST-AMT    PIC S9(13)V99.
           05 SPDW-ROW-TYPE        PIC X(1).
              88 SPDW-BALANCE-ROW  VALUE 'B'.
           05 SPDW-ACCT-NUMBER     PIC X(20).
           05 SPDW-OWNER-PCT       PIC 9(3)V99.
           05 SPDW-JOINT-FLAG      PIC X(1).
           05 FILLER               PIC X(13).

      *    Per depositor+institution: distinct named beneficiaries
      *    and their combined interests already capped at the SMDIA
      *    -- read in step with the group pass by 3300-CALC-REV.
      *    PODS-REV-BALANCE is the owner's whole REV balance the
      *    caps stand against (co-owned POD shares included), and
      *    PODS-JOINT-FLAG says the owner co-owns a multi-owner POD
      *    account.
       FD POD-SUMMARY-FILE.
       01 PODS-RECORD.
           05 PODS-DEPOSITOR-ID    PIC X(15).
           05 PODS-MERGER-BOOK     PIC X(15).
           05 PODS-BENE-COUNT      PIC 9(5).
           05 PODS-INSURED-CAP     PIC S9(13)V99.
           05 PODS-REV-BALANCE     PIC S9(13)V99.
           05 PODS-JOINT-FLAG      PIC X(1).
           05 FILLER               PIC X(9).

       FD SCENARIO-POD-SUMMARY-FILE.
       01 SCEN-PODS-RECORD        PIC X(80).

      *    One record per co-owner per multi-owner POD account: the
      *    owner's share of the balance and the part of it insured
      *    under the owner's own beneficiary caps. The group pass
      *    totals them per account.
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

       FD ENTITY-PROFILE-FILE.
           COPY ENTITY-PROFILE.

      *    Business look-through (12 CFR 330.11): one balance row
      *    ('B') per SGL or BUS account under its depositor, and one
      *    share row ('S') per owner per BLT account under the
      *    owner's id and category -- SGL for a person owner, BUS
      *    for an entity owner. 1750-SUMMARIZE-LOOK-THROUGH caps
      *    each owner's combined balance per category at the SMDIA.
       FD LOOK-THROUGH-WORK-FILE.
       01 LTW-RECORD.
           05 LTW-DEPOSITOR-ID     PIC X(15).
           05 LTW-INSTITUTION-ID   PIC X(5).
           05 LTW-MERGER-BOOK      PIC X(15).
           05 LTW-CATEGORY         PIC X(4).
           05 LTW-ROW-TYPE         PIC X(1).
              88 LTW-BALANCE-ROW   VALUE 'B'.
              88 LTW-SHARE-ROW     VALUE 'S'.
           05 LTW-AMOUNT           PIC S9(13)V99.
           05 LTW-ACCT-NUMBER      PIC X(20).
           05 LTW-OWNER-PCT        PIC 9(3)V99.
           05 FILLER               PIC X(20).

       SD LTW-SORT-FILE.
       01 LWSRT-REC.
           05 LWSRT-DEPOSITOR-ID   PIC X(15).
           05 LWSRT-INSTITUTION-ID PIC X(5).
           05 LWSRT-MERGER-BOOK    PIC X(15).
           05 LWSRT-CATEGORY       PIC X(4).
           05 LWSRT-ROW-TYPE       PIC X(1).
           05 FILLER               PIC X(60).

       FD SORTED-LTW-FILE.
       01 SLTW-RECORD.
           05 SLTW-DEPOSITOR-ID    PIC X(15).
           05 SLTW-INSTITUTION-ID  PIC X(5).
           05 SLTW-MERGER-BOOK     PIC X(15).
           05 SLTW-CATEGORY        PIC X(4).
           05 SLTW-ROW-TYPE        PIC X(1).
              88 SLTW-SHARE-ROW    VALUE 'S'.
           05 SLTW-AMOUNT          PIC S9(13)V99.
           05 SLTW-ACCT-NUMBER     PIC X(20).
           05 SLTW-OWNER-PCT       PIC 9(3)V99.
           05 FILLER               PIC X(20).

      *    Per owner+institution+book+category holding any look-
      *    through share: the combined balance (own accounts plus
      *    shares) and the insured cap against it. The group pass
      *    insures the owner's own SGL/BUS accounts in proportion.
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

      *    One record per owner per BLT account: the owner's share
      *    and the part of it insured in the owner's own aggregate.
      *    The group pass totals them per account.
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

       FD SIG-VERIFY-FILE.
           COPY SIG-VERIFY.
       01 WS-ANO-STATUS           PIC XX.
       01 WS-SANO-STATUS          PIC XX.
       01 WS-DIX-STATUS           PIC XX.
       01 WS-DBL-STATUS           PIC XX.
       01 WS-AUD-STATUS           PIC XX.
       01 WS-RCP-STATUS           PIC XX.
       01 WS-SRCP-STATUS          PIC XX.
       01 WS-SSGV-STATUS          PIC XX.
       01 WS-SCENR-STATUS         PIC XX.
       01 WS-SCEBC-STATUS         PIC XX.
       01 WS-SCPDS-STATUS         PIC XX.
       01 WS-PODO-STATUS          PIC XX.
       01 WS-SCPDO-STATUS         PIC XX.
       01 WS-OIM-STATUS           PIC XX.
       01 WS-LRS-STATUS           PIC XX.
       01 WS-SLRS-STATUS          PIC XX.
       01 WS-FRS-STATUS           PIC XX.
       01 WS-SNB-STATUS           PIC XX.
       01 WS-EPR-STATUS           PIC XX.
       01 WS-LTW-STATUS           PIC XX.
       01 WS-SLTW-STATUS          PIC XX.
       01 WS-LTS-STATUS           PIC XX.
       01 WS-SCLTS-STATUS         PIC XX.
       01 WS-LTO-STATUS           PIC XX.
       01 WS-SCLTO-STATUS         PIC XX.

      *--- Suite run control (see RUN-CONTROL.cpy) ---
       01 WS-RUNC-STATUS          PIC XX.
       01 WS-BUSINESS-DATE        PIC X(10).

      *--- Job-to-job control totals (see CONTROL-TOTAL.cpy) ---
       01 WS-CTT-STATUS           PIC XX.
       01 WS-ACCT-READ-COUNT      PIC 9(9) VALUE 0.
       01 WS-ACCT-READ-BALANCE    PIC S9(15)V99 VALUE 0.
       01 WS-ENRICHED-BALANCE     PIC S9(15)V99 VALUE 0.
       01 WS-PRED-GLRECON-DONE   PIC X VALUE 'N'.
       01 WS-PRED-TXNEDIT-DONE   PIC X VALUE 'N'.
       01 WS-PRED-ACCTEDIT-DONE  PIC X VALUE 'N'.
       01 WS-PRED-RSTREDIT-DONE  PIC X VALUE 'N'.
       01 WS-PRED-FBORECON-DONE  PIC X VALUE 'N'.
       01 WS-PRED-SANCSCRN-DONE  PIC X VALUE 'N'.
      *    A gating predecessor like the edits above -- checked in
      *    1047, and an OFFITMAT that will not open aborts the run
      *    in 1800.
       01 WS-PRED-OFFITEM-DONE   PIC X VALUE 'N'.


      *--- Pass-1 stream end-of-file switches ---
       01 WS-SFDC-EOF             PIC X VALUE 'N'.
       01 WS-SANO-EOF             PIC X VALUE 'N'.
       01 WS-SRCP-EOF             PIC X VALUE 'N'.
       01 WS-SLRS-EOF             PIC X VALUE 'N'.
       01 WS-FRS-EOF              PIC X VALUE 'N'.
       01 WS-SNB-EOF              PIC X VALUE 'N'.
       01 WS-SPDW-EOF             PIC X VALUE 'N'.
       01 WS-SLTW-EOF             PIC X VALUE 'N'.

      *--- Insurance Constants ---
      * WS-SMDIA is loaded from SMDIA-PARM-FILE at 1000-INITIALIZE
       01 WS-SMDIA                PIC S9(13)V99 VALUE 250000.00.
       01 WS-RUN-DATE              PIC X(10).
       01 WS-ERROR-MSG           PIC X(200).
       01 WS-ERROR-REASON        PIC X(3).
       01 WS-EXC-ENTITY-KEY      PIC X(30).
       01 WS-EXC-AMOUNT          PIC S9(13)V99.
       01 WS-ERROR-COUNT         PIC 9(9) VALUE 0.

      *--- POD named-beneficiary summarize (12 CFR 330.10) ---
       01 WS-PODS-BENE-INTEREST   PIC S9(13)V99.
       01 WS-PODS-INSURED-CAP     PIC S9(13)V99.
       01 WS-POD-INTEREST-AMT     PIC S9(13)V99.
      *    Multi-owner POD accounts: each co-owner's share is capped
      *    against that owner's own beneficiaries.
       01 WS-POD-JOINT            PIC X(1).
       01 WS-POD-ACTIVE-COUNT     PIC 9(3).
      *    An owner id carried to 1514-CONSOLIDATE-OWNER-ID.
       01 WS-CONSOL-OWNER-ID      PIC X(15).
       01 WS-PODS-REV-BALANCE     PIC S9(13)V99.
       01 WS-PODS-JOINT-FLAG      PIC X(1).
       01 WS-PODO-INSURED         PIC S9(13)V99.
       01 WS-PODO-WRITTEN-COUNT   PIC 9(7) VALUE 0.
       01 WS-PJB-COUNT            PIC 9(3) VALUE 0.
       01 WS-PJB-MAX              PIC 9(3) VALUE 200.
       01 WS-PJB-TABLE.
           05 WS-PJB-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-PJB-IDX.
               10 WS-PJB-ACCT-NUMBER PIC X(20).
               10 WS-PJB-OWNER-PCT   PIC 9(3)V99.
               10 WS-PJB-SHARE-AMT   PIC S9(13)V99.
      *--- Business look-through (12 CFR 330.11) ---
      *    The owners of every profiled entity, loaded from ENTPROF
      *    at initialize; pass 1 spreads a BLT account across its
      *    entity's owners from here.
       01 WS-LTE-COUNT            PIC 9(4) VALUE 0.
       01 WS-LTE-MAX              PIC 9(4) VALUE 5000.
       01 WS-LTE-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-LTE-TABLE.
           05 WS-LTE-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-LTE-IDX.
               10 WS-LTE-ENTITY-ID   PIC X(15).
               10 WS-LTE-OWNER-ID    PIC X(15).
               10 WS-LTE-OWNER-PCT   PIC 9(3)V99.
               10 WS-LTE-OWNER-TYPE  PIC X(1).
       01 WS-LT-OWNERS-FOUND      PIC 9(3).
       01 WS-LT-SHARE-AMT         PIC S9(13)V99.
       01 WS-BLT-NO-OWNER-COUNT   PIC 9(7) VALUE 0.
       01 WS-LTS-DEPOSITOR        PIC X(15).
       01 WS-LTS-INST-ID          PIC X(5).
       01 WS-LTS-MERGER-BOOK      PIC X(15).
       01 WS-LTS-CATEGORY         PIC X(4).
       01 WS-LTS-TOTAL-BALANCE    PIC S9(13)V99.
       01 WS-LTS-INSURED-CAP      PIC S9(13)V99.
       01 WS-LTO-INSURED          PIC S9(13)V99.
       01 WS-LTO-WRITTEN-COUNT    PIC 9(7) VALUE 0.
       01 WS-LTH-COUNT            PIC 9(3) VALUE 0.
       01 WS-LTH-MAX              PIC 9(3) VALUE 200.
       01 WS-LTH-TABLE.
           05 WS-LTH-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-LTH-IDX.
               10 WS-LTH-ACCT-NUMBER PIC X(20).
               10 WS-LTH-OWNER-PCT   PIC 9(3)V99.
               10 WS-LTH-SHARE-AMT   PIC S9(13)V99.
      *    Control-break keys for 1600-SUMMARIZE-EBP-ROSTER's distinct
      *    sponsor+participant count per depositor+institution.
       01 WS-EBPS-DEPOSITOR       PIC X(15).
       01 WS-RECIP-EXCLUDED-COUNT PIC 9(7) VALUE 0.
       01 WS-RECIP-EXCLUDED-AMT   PIC S9(15)V99 VALUE 0.
       01 WS-RECIP-INBOUND-COUNT  PIC 9(7) VALUE 0.

      *--- Legal restraints carried ---
       01 WS-RESTRAINED-COUNT     PIC 9(7) VALUE 0.
       01 WS-RESTRAINED-TOTAL     PIC S9(15)V99 VALUE 0.

      *--- FBO sub-ledger reconciliation carried ---
       01 WS-FBO-RECON-COUNT      PIC 9(7) VALUE 0.
       01 WS-FBO-UNRECON-COUNT    PIC 9(7) VALUE 0.

      *--- Sanctions-blocked accounts carried ---
       01 WS-BLOCKED-ACCT-COUNT   PIC 9(7) VALUE 0.

      *--- Outstanding official items (12 CFR 330.1(l)) ---
      *    Items with no determinable payee group together under
      *    this placeholder depositor; the calc recognizes them by
      *    their OFFICIAL-P account type, never by the id.
       01 WS-PENDING-PAYEE-ID     PIC X(15) VALUE 'PENDING-PAYEE'.
       01 WS-OFFITEM-MATCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-OFFITEM-PENDING-COUNT PIC 9(7) VALUE 0.
       01 SWEEP-DETAIL-LINE.
           05 SWL-ACCT-NUMBER      PIC X(21).
           05 SWL-DEPOSITOR-ID     PIC X(16).
               10 WS-DI-SURVIVOR   PIC X(15).
       01 WS-DIX-APPLIED-COUNT    PIC 9(7) VALUE 0.

      *--- Sole-proprietor DBA links (DBALINK, 12 CFR 330.6) ---
      *    Active links only, business tax id to proprietor id.
       01 WS-DBA-COUNT            PIC 9(4) VALUE 0.
       01 WS-DBA-MAX              PIC 9(4) VALUE 2000.
       01 WS-DBA-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-DBA-TABLE.
           05 WS-DB-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-DB-IDX.
               10 WS-DB-BUS-TAX-ID   PIC X(15).
               10 WS-DB-PROPRIETOR   PIC X(15).
               10 WS-DB-VERIFIED-BY  PIC X(10).
       01 WS-DBA-APPLIED-COUNT    PIC 9(7) VALUE 0.

      *--- Foreign-currency conversion (FXRATES) ---
      *    Rates for the cycle business date only, loaded at
      *    initialize. A foreign account with no rate here keeps its
           PERFORM 1500-ENRICH-ACCOUNTS
           PERFORM 1600-SUMMARIZE-EBP-ROSTER
           PERFORM 1700-SUMMARIZE-POD-ROSTER
           PERFORM 1750-SUMMARIZE-LOOK-THROUGH
           PERFORM 9000-FINALIZE
           STOP RUN.

           PERFORM 1080-LOAD-MERGER-EVENTS
           PERFORM 1085-LOAD-EXCHANGE-RATES
           PERFORM 1087-LOAD-DEPOSITOR-XREF
           PERFORM 1088-LOAD-DBA-LINKS
           PERFORM 1100-SORT-INPUT-FILES
           PERFORM 1075-LOAD-DECEASED-TABLE
           PERFORM 1077-LOAD-ENTITY-OWNERS.

       1040-CHECK-GL-RECON.
           OPEN INPUT RECON-STATUS-FILE
           MOVE 'N' TO WS-PRED-GLRECON-DONE
           MOVE 'N' TO WS-PRED-TXNEDIT-DONE
           MOVE 'N' TO WS-PRED-ACCTEDIT-DONE
           MOVE 'N' TO WS-PRED-RSTREDIT-DONE
           MOVE 'N' TO WS-PRED-FBORECON-DONE
           MOVE 'N' TO WS-PRED-SANCSCRN-DONE
           MOVE 'N' TO WS-PRED-OFFITEM-DONE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                                   MOVE 'Y' TO WS-PRED-TXNEDIT-DONE
                               WHEN 'ACCT-RECORD-EDIT'
                                   MOVE 'Y' TO WS-PRED-ACCTEDIT-DONE
                               WHEN 'LEGAL-RESTRAINT-EDIT'
                                   MOVE 'Y' TO WS-PRED-RSTREDIT-DONE
                               WHEN 'FBO-LEDGER-RECON'
                                   MOVE 'Y' TO WS-PRED-FBORECON-DONE
                               WHEN 'SANCTIONS-SCREEN'
                                   MOVE 'Y' TO WS-PRED-SANCSCRN-DONE
                               WHEN 'OFFICIAL-ITEM-MATCH'
                                   MOVE 'Y' TO WS-PRED-OFFITEM-DONE
                           END-EVALUATE
                       END-IF
               END-READ
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-RSTREDIT-DONE = 'N'
               DISPLAY 'PREDECESSOR LEGAL-RESTRAINT-EDIT NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-FBORECON-DONE = 'N'
               DISPLAY 'PREDECESSOR FBO-LEDGER-RECON NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-SANCSCRN-DONE = 'N'
               DISPLAY 'PREDECESSOR SANCTIONS-SCREEN NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-OFFITEM-DONE = 'N'
               DISPLAY 'PREDECESSOR OFFICIAL-ITEM-MATCH NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.


           END-IF.


       1088-LOAD-DBA-LINKS.
      *    An absent or empty DBALINK simply means no sole-
      *    proprietor accounts are regrouped this cycle.
           OPEN INPUT DBA-LINK-FILE
           IF WS-DBL-STATUS = '00'
               PERFORM UNTIL WS-DBL-STATUS NOT = '00'
                   READ DBA-LINK-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF DBL-ACTIVE
                               AND DBL-PROPRIETOR-ID NOT = SPACES
                               PERFORM 1089-ADD-DBA-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DBA-LINK-FILE
           END-IF
           IF WS-DBA-OVERFLOW NOT = 0
               DISPLAY 'DBA LINK TABLE OVERFLOW -- '
                        WS-DBA-OVERFLOW
                        ' LINK(S) NOT APPLIED.'
           END-IF.


       1089-ADD-DBA-LINK.
           IF WS-DBA-COUNT < WS-DBA-MAX
               ADD 1 TO WS-DBA-COUNT
               SET WS-DB-IDX TO WS-DBA-COUNT
               MOVE DBL-BUS-TAX-ID    TO WS-DB-BUS-TAX-ID(WS-DB-IDX)
               MOVE DBL-PROPRIETOR-ID TO WS-DB-PROPRIETOR(WS-DB-IDX)
               MOVE DBL-VERIFIED-BY   TO WS-DB-VERIFIED-BY(WS-DB-IDX)
           ELSE
               ADD 1 TO WS-DBA-OVERFLOW
           END-IF.


       1090-LOAD-SCENARIO.
      *    An absent or empty SCENPARM is the normal production run;
      *    a header record flips the run into simulation.
           SORT RCP-SORT-FILE
               ON ASCENDING KEY RPSRT-ACCT-NUMBER
               USING RECIPROCAL-POSITION-FILE
               GIVING SORTED-RCP-FILE
           SORT LRS-SORT-FILE
               ON ASCENDING KEY LRSRT-ACCT-NUMBER
               USING LEGAL-RESTRAINT-FILE
               GIVING SORTED-LRS-FILE.


       1075-LOAD-DECEASED-TABLE.
           END-IF.


       1077-LOAD-ENTITY-OWNERS.
      *    Every owner record on the entity profile. Whether an
      *    entity is looked through is ORC-ASSIGNMENT's call (the
      *    account arrives as 'BLT'), so no attestation test here.
      *    An absent profile file simply means no owners.
           OPEN INPUT ENTITY-PROFILE-FILE
           IF WS-EPR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EPR-STATUS NOT = '00'
               READ ENTITY-PROFILE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF EPR-OWNER-RECORD
                           IF WS-LTE-COUNT < WS-LTE-MAX
                               ADD 1 TO WS-LTE-COUNT
                               SET WS-LTE-IDX TO WS-LTE-COUNT
                               MOVE EPR-ENTITY-ID
                                   TO WS-LTE-ENTITY-ID(WS-LTE-IDX)
                               MOVE EPR-OWNER-ID
                                   TO WS-LTE-OWNER-ID(WS-LTE-IDX)
                               MOVE EPR-OWNER-PCT
                                   TO WS-LTE-OWNER-PCT(WS-LTE-IDX)
                               MOVE EPR-OWNER-TYPE
                                   TO WS-LTE-OWNER-TYPE(WS-LTE-IDX)
                           ELSE
                               ADD 1 TO WS-LTE-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-PROFILE-FILE
           IF WS-LTE-OVERFLOW NOT = 0
               DISPLAY 'ENTITY OWNER TABLE FULL -- '
                        WS-LTE-OVERFLOW
                        ' OWNER(S) DROPPED; THEIR BLT ACCOUNTS '
                        'ARE UNDER-SPREAD.'
           END-IF.


       1500-ENRICH-ACCOUNTS.
      *    One pass in account-number order: every sorted side stream
      *    advances forward only, so each file is read exactly once
           OPEN INPUT SORTED-FDC-FILE
           OPEN INPUT SORTED-ANO-FILE
           OPEN INPUT SORTED-RCP-FILE
           OPEN INPUT SORTED-LRS-FILE
           OPEN INPUT FBO-RECON-STATUS-FILE
           OPEN INPUT BLOCKED-ACCT-FILE
      *    A simulation's scaled enrichment goes to the scenario-
      *    tagged file so the production ACCTENR handoff is never
      *    overwritten by what-if balances.
           END-IF
           OPEN OUTPUT EBP-WORK-FILE
           OPEN OUTPUT POD-WORK-FILE
           OPEN OUTPUT LOOK-THROUGH-WORK-FILE
      *    The production owner-detail and dormant-watch outputs are
      *    only touched on a production run.
           IF NOT SIMULATION-RUN
               OPEN OUTPUT OWNER-RESULT-FILE
               OPEN OUTPUT DORMANT-WATCH-FILE
               OPEN OUTPUT SWEEP-REPORT-FILE
               OPEN EXTEND AUDIT-TRAIL-FILE
           END-IF
           MOVE WS-RUN-DATE(1:4) TO WS-BUSDATE-NUM(1:4)
           MOVE WS-RUN-DATE(6:2) TO WS-BUSDATE-NUM(5:2)
           READ SORTED-RCP-FILE
               AT END MOVE 'Y' TO WS-SRCP-EOF
           END-READ
           READ SORTED-LRS-FILE
               AT END MOVE 'Y' TO WS-SLRS-EOF
           END-READ
           READ FBO-RECON-STATUS-FILE
               AT END MOVE 'Y' TO WS-FRS-EOF
           END-READ
           READ BLOCKED-ACCT-FILE
               AT END MOVE 'Y' TO WS-SNB-EOF
           END-READ
           PERFORM 1510-ENRICH-ONE-ACCOUNT UNTIL ABN-EOF
           PERFORM 1800-APPEND-OFFICIAL-ITEMS
           CLOSE ACCT-BY-NUMBER-FILE
           CLOSE SORTED-TXN-FILE
           CLOSE SORTED-SIG-FILE
           CLOSE SORTED-FDC-FILE
           CLOSE SORTED-ANO-FILE
           CLOSE SORTED-RCP-FILE
           CLOSE SORTED-LRS-FILE
           CLOSE FBO-RECON-STATUS-FILE
           CLOSE BLOCKED-ACCT-FILE
           IF SIMULATION-RUN
               CLOSE SCENARIO-ENRICHED-FILE
           ELSE
           END-IF
           CLOSE EBP-WORK-FILE
           CLOSE POD-WORK-FILE
           CLOSE LOOK-THROUGH-WORK-FILE
           IF NOT SIMULATION-RUN
               CLOSE OWNER-RESULT-FILE
               CLOSE DORMANT-WATCH-FILE
               CLOSE SWEEP-REPORT-FILE
               CLOSE AUDIT-TRAIL-FILE
           END-IF.


      *    aggregate or eats insured capacity in the allocation.
      *    The side-file streams self-advance past its keys when the
      *    next account is matched.
           ADD 1 TO WS-ACCT-READ-COUNT
           ADD ABN-BALANCE TO WS-ACCT-READ-BALANCE
           IF ABN-CLOSED
               ADD 1 TO WS-CLOSED-EXCLUDED
           ELSE
           MOVE SPACES TO ENR-RECORD
           MOVE ABN-ACCT-NUMBER    TO ENR-ACCT-NUMBER
           MOVE ABN-DEPOSITOR-ID   TO ENR-DEPOSITOR-ID
      *    A sole proprietor's DBA account regroups under the
      *    proprietor first, so the consolidation below also
      *    applies to the proprietor's id.
           PERFORM 1516-APPLY-DBA-PROPRIETOR
      *    A duplicate identity's accounts must regroup under the
      *    surviving depositor id, or the person draws one SMDIA
      *    per CIF number instead of one per ORC.
           MOVE ABN-BENE-COUNT     TO ENR-BENE-COUNT
           MOVE ABN-INSTITUTION-ID TO ENR-INSTITUTION-ID
           PERFORM 1520-NET-SAME-DAY-TXNS
      *    Restraints are sized against the final COB balance, so
      *    this follows the netting, exclusions, and any scaling.
           PERFORM 1528-MATCH-RESTRAINTS
      *    The card verdict must be in hand before the signature
      *    cards are matched -- the owner-level records written
      *    there carry the verification fallback reason.
           PERFORM 1570-MATCH-EBP-ROSTER
           PERFORM 1585-MATCH-POD-ROSTER
           PERFORM 1580-MATCH-AGENT-OWNERS
           PERFORM 1582-MATCH-FBO-STATUS
           PERFORM 1583-MATCH-BLOCKED-ACCT
           PERFORM 1587-MATCH-FID-CLIENTS
           PERFORM 1589-MATCH-ANNUITY-OWNERS
           PERFORM 1590-MATCH-MORTGAGOR-BALS
           PERFORM 1591-MATCH-LOOK-THROUGH
           IF SIMULATION-RUN
               WRITE SCEN-ENR-RECORD FROM ENR-RECORD
           ELSE
               WRITE ENR-RECORD
           END-IF
           ADD 1 TO WS-ENRICHED-COUNT
           ADD ENR-BALANCE TO WS-ENRICHED-BALANCE
           IF ABN-DORMANT
               AND NOT SIMULATION-RUN
               PERFORM 1515-WRITE-DORMANT-WATCH
           END-PERFORM.


       1514-CONSOLIDATE-OWNER-ID.
      *    Same consolidation for a signature-card co-owner or a
      *    look-through entity owner, so the owner's share lands
      *    under the id the group pass keys on.
           SET WS-DI-IDX TO 1
           PERFORM UNTIL WS-DI-IDX > WS-DIX-COUNT
               IF WS-DI-DUP-ID(WS-DI-IDX) = WS-CONSOL-OWNER-ID
                   MOVE WS-DI-SURVIVOR(WS-DI-IDX)
                       TO WS-CONSOL-OWNER-ID
                   SET WS-DI-IDX TO WS-DIX-COUNT
               END-IF
               SET WS-DI-IDX UP BY 1
           END-PERFORM.


       1516-APPLY-DBA-PROPRIETOR.
      *    ORC-ASSIGNMENT classified the account SGL from the same
      *    link; only such an account is moved, so a link added
      *    after classification cannot regroup a BUS account into
      *    the owner's single ownership.
           IF ABN-ORC-TYPE NOT = 'SGL'
               OR ABN-TAX-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           SET WS-DB-IDX TO 1
           PERFORM UNTIL WS-DB-IDX > WS-DBA-COUNT
               IF WS-DB-BUS-TAX-ID(WS-DB-IDX) = ABN-TAX-ID
                   MOVE WS-DB-PROPRIETOR(WS-DB-IDX)
                       TO ENR-DEPOSITOR-ID
                   ADD 1 TO WS-DBA-APPLIED-COUNT
                   IF NOT SIMULATION-RUN
                       PERFORM 1517-WRITE-DBA-AUDIT
                   END-IF
                   SET WS-DB-IDX TO WS-DBA-COUNT
               END-IF
               SET WS-DB-IDX UP BY 1
           END-PERFORM.


       1517-WRITE-DBA-AUDIT.
      *    Two rows on the shared audit trail: the account moved,
      *    and the proprietor id it moved to, each under the id of
      *    whoever verified the link.
           MOVE SPACES             TO AUDIT-TRAIL-REC
           MOVE 'ENRICH'           TO AUD-SOURCE-SYSTEM
           MOVE ABN-ACCT-NUMBER    TO AUD-ENTITY-ID
           MOVE 'SGL'              TO AUD-ORC-TYPE
           MOVE 'DBA PROPRIETOR SUBST' TO AUD-CALC-METHOD
           MOVE ABN-BALANCE        TO AUD-INPUT-BALANCE
           MOVE ZEROS              TO AUD-INSURED-AMT
           MOVE ZEROS              TO AUD-UNINSURED-AMT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE WS-DB-VERIFIED-BY(WS-DB-IDX) TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC
           MOVE ENR-DEPOSITOR-ID   TO AUD-ENTITY-ID
           MOVE 'DBA PROPRIETOR ID' TO AUD-CALC-METHOD
           WRITE AUDIT-TRAIL-REC.


       1515-WRITE-DORMANT-WATCH.
      *    Dormant accounts stay fully in coverage -- dormancy does
      *    not change insurability -- but the branch needs to work
                   STRING 'RECIPROCAL PLACEMENT EXCEEDS COB '
                          'BALANCE ON ACCT: ' ABN-ACCT-NUMBER
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'RCP' TO WS-ERROR-REASON
                   MOVE ABN-ACCT-NUMBER TO WS-EXC-ENTITY-KEY
                   MOVE ENR-RECIP-PLACED TO WS-EXC-AMOUNT
                   PERFORM 8000-LOG-ERROR
                   MOVE ENR-BALANCE TO ENR-RECIP-PLACED
               END-IF
           END-IF.


       1528-MATCH-RESTRAINTS.
      *    Orders in force on the business date sum per account; a
      *    levy or freeze can name more than the account holds, so
      *    the carried figure is capped at the balance. The
      *    restraint limits withdrawal only -- ENR-BALANCE and the
      *    coverage math are untouched.
           MOVE 0 TO ENR-RESTRAINED-AMT
           MOVE SPACES TO ENR-RESTRAINT-TYPE
           PERFORM UNTIL WS-SLRS-EOF = 'Y'
               OR SLRS-ACCT-NUMBER NOT < ABN-ACCT-NUMBER
               READ SORTED-LRS-FILE
                   AT END MOVE 'Y' TO WS-SLRS-EOF
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-SLRS-EOF = 'Y'
               OR SLRS-ACCT-NUMBER NOT = ABN-ACCT-NUMBER
               ADD SLRS-RESTRAINED-AMT TO ENR-RESTRAINED-AMT
               IF ENR-RESTRAINT-TYPE = SPACES
                   MOVE SLRS-RESTRAINT-TYPE TO ENR-RESTRAINT-TYPE
               ELSE
                   IF ENR-RESTRAINT-TYPE NOT = SLRS-RESTRAINT-TYPE
                       MOVE 'MX' TO ENR-RESTRAINT-TYPE
                   END-IF
               END-IF
               READ SORTED-LRS-FILE
                   AT END MOVE 'Y' TO WS-SLRS-EOF
               END-READ
           END-PERFORM
           IF ENR-RESTRAINED-AMT > ENR-BALANCE
               IF ENR-BALANCE > 0
                   MOVE ENR-BALANCE TO ENR-RESTRAINED-AMT
               ELSE
                   MOVE 0 TO ENR-RESTRAINED-AMT
               END-IF
           END-IF
           IF ENR-RESTRAINT-TYPE NOT = SPACES
               ADD 1 TO WS-RESTRAINED-COUNT
               ADD ENR-RESTRAINED-AMT TO WS-RESTRAINED-TOTAL
           END-IF.


       1526-CONVERT-TO-USD.
           MOVE ABN-CURRENCY-CODE TO ENR-CURRENCY-CODE
           MOVE 0 TO ENR-FX-RATE
               STRING 'NO FX RATE FOR ' ABN-CURRENCY-CODE
                      ' ON ACCT: ' ABN-ACCT-NUMBER
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'FXR' TO WS-ERROR-REASON
               MOVE ABN-ACCT-NUMBER TO WS-EXC-ENTITY-KEY
               MOVE ENR-BALANCE TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
           END-IF.

                   STRING 'SWEEP EXCEEDS COB BALANCE ON ACCT: '
                          ABN-ACCT-NUMBER
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'SWP' TO WS-ERROR-REASON
                   MOVE ABN-ACCT-NUMBER TO WS-EXC-ENTITY-KEY
                   MOVE WS-ENR-SWEPT-AMT TO WS-EXC-AMOUNT
                   PERFORM 8000-LOG-ERROR
                   MOVE ENR-BALANCE TO WS-ENR-SWEPT-AMT
               END-IF
           PERFORM UNTIL WS-JOC-IDX > WS-JOC-COUNT
               MOVE SPACES TO JNT-OWNER-REC
               MOVE ABN-ACCT-NUMBER TO JOR-ACCT-NUMBER
               MOVE 'JNT' TO JOR-ORC-TYPE
               MOVE WS-JOC-OWNER-ID(WS-JOC-IDX) TO JOR-OWNER-ID
               MOVE WS-JOC-PCT(WS-JOC-IDX) TO JOR-INTEREST-PCT
               MOVE ZEROS TO JOR-INSURED-AMT
           IF WS-JOC-COUNT = 0
               MOVE SPACES TO JNT-OWNER-REC
               MOVE ABN-ACCT-NUMBER TO JOR-ACCT-NUMBER
               MOVE 'JNT' TO JOR-ORC-TYPE
               MOVE ZEROS TO JOR-INTEREST-PCT
               MOVE ZEROS TO JOR-INSURED-AMT
               MOVE ZEROS TO JOR-UNINSURED-AMT
                   PERFORM UNTIL WS-JOC-IDX > WS-JOC-COUNT
                       MOVE SPACES TO JNT-OWNER-REC
                       MOVE ABN-ACCT-NUMBER TO JOR-ACCT-NUMBER
                       MOVE 'JNT' TO JOR-ORC-TYPE
                       MOVE WS-JOC-OWNER-ID(WS-JOC-IDX)
                           TO JOR-OWNER-ID
                       MOVE WS-JOC-PCT(WS-JOC-IDX)
                   IF WS-JOC-COUNT = 0
                       MOVE SPACES TO JNT-OWNER-REC
                       MOVE ABN-ACCT-NUMBER TO JOR-ACCT-NUMBER
                       MOVE 'JNT' TO JOR-ORC-TYPE
                       MOVE ZEROS TO JOR-INTEREST-PCT
                       MOVE ZEROS TO JOR-INSURED-AMT
                       MOVE ZEROS TO JOR-UNINSURED-AMT
               WHEN ENR-DSC-OWNER-COUNT = 0
                   MOVE SPACES TO JNT-OWNER-REC
                   MOVE ABN-ACCT-NUMBER TO JOR-ACCT-NUMBER
                   MOVE 'JNT' TO JOR-ORC-TYPE
                   MOVE ZEROS TO JOR-INTEREST-PCT
                   IF ENR-BALANCE > WS-SMDIA
                       MOVE WS-SMDIA TO JOR-INSURED-AMT
                   PERFORM UNTIL WS-JOC-IDX > WS-JOC-COUNT
                       MOVE SPACES TO JNT-OWNER-REC
                       MOVE ABN-ACCT-NUMBER TO JOR-ACCT-NUMBER
                       MOVE 'JNT' TO JOR-ORC-TYPE
                       MOVE WS-JOC-OWNER-ID(WS-JOC-IDX)
                           TO JOR-OWNER-ID
                       MOVE WS-JOC-PCT(WS-JOC-IDX)
                   PERFORM UNTIL WS-JOC-IDX > WS-JOC-COUNT
                       MOVE SPACES TO JNT-OWNER-REC
                       MOVE ABN-ACCT-NUMBER TO JOR-ACCT-NUMBER
                       MOVE 'JNT' TO JOR-ORC-TYPE
                       MOVE WS-JOC-OWNER-ID(WS-JOC-IDX)
                           TO JOR-OWNER-ID
                       MOVE WS-JOC-PCT(WS-JOC-IDX)
      *    Each active named beneficiary's interest in a REV
      *    account (allocation percent of the COB balance) is
      *    stamped with the group key for
      *    1700-SUMMARIZE-POD-ROSTER's per-beneficiary cap. The key
      *    is the CONSOLIDATED depositor id the group pass uses.
      *    A POD account with more than one signature-card owner,
      *    all natural persons on verified cards, is insured per
      *    owner per beneficiary (12 CFR 330.10): each owner's share
      *    of every interest is stamped under that owner's own id.
           MOVE 0   TO WS-POD-ACTIVE-COUNT
           MOVE 'N' TO WS-POD-JOINT
           IF ABN-ORC-TYPE = 'REV'
               AND WS-JOC-COUNT > 1
               AND ENR-DSC-ALL-NATURAL = 'Y'
               AND ENR-DSC-VERIFIED NOT = 'N'
               MOVE 'Y' TO WS-POD-JOINT
           END-IF
           PERFORM UNTIL WS-SPOD-EOF = 'Y'
               OR SPOD-ACCT-NUMBER NOT < ABN-ACCT-NUMBER
               READ SORTED-POD-FILE
               IF ABN-ORC-TYPE = 'REV'
                   AND SPOD-ACTIVE
                   AND ENR-BALANCE NOT < 0
                   ADD 1 TO WS-POD-ACTIVE-COUNT
                   IF WS-POD-JOINT = 'Y'
                       PERFORM 1586-WRITE-OWNER-INTERESTS
                   ELSE
                       COMPUTE WS-POD-INTEREST-AMT ROUNDED =
                           ENR-BALANCE * SPOD-ALLOCATION-PCT / 100
                       MOVE SPACES TO PODW-RECORD
                       MOVE ENR-DEPOSITOR-ID   TO PODW-DEPOSITOR-ID
                       MOVE ABN-INSTITUTION-ID TO PODW-INSTITUTION-ID
                       MOVE ENR-MERGER-BOOK    TO PODW-MERGER-BOOK
                       MOVE SPOD-BENE-ID       TO PODW-BENE-ID
                       MOVE WS-POD-INTEREST-AMT TO PODW-INTEREST-AMT
                       SET PODW-INTEREST-ROW   TO TRUE
                       MOVE ABN-ACCT-NUMBER    TO PODW-ACCT-NUMBER
                       MOVE 100                TO PODW-OWNER-PCT
                       MOVE 'N'                TO PODW-JOINT-FLAG
                       WRITE PODW-RECORD
                   END-IF
               END-IF
               READ SORTED-POD-FILE
                   AT END MOVE 'Y' TO WS-SPOD-EOF
               END-READ
           END-PERFORM
      *    The balance rows: what each owner's caps stand against.
      *    A multi-owner account with no active beneficiary has no
      *    owner-level split to make and stays with its depositor.
           IF ABN-ORC-TYPE = 'REV'
               AND ENR-BALANCE NOT < 0
               IF WS-POD-JOINT = 'Y'
                   AND WS-POD-ACTIVE-COUNT > 0
                   PERFORM 1588-WRITE-OWNER-BALANCES
               ELSE
                   MOVE SPACES TO PODW-RECORD
                   MOVE ENR-DEPOSITOR-ID   TO PODW-DEPOSITOR-ID
                   MOVE ABN-INSTITUTION-ID TO PODW-INSTITUTION-ID
                   MOVE ENR-MERGER-BOOK    TO PODW-MERGER-BOOK
                   MOVE ENR-BALANCE        TO PODW-INTEREST-AMT
                   SET PODW-BALANCE-ROW    TO TRUE
                   MOVE ABN-ACCT-NUMBER    TO PODW-ACCT-NUMBER
                   MOVE 100                TO PODW-OWNER-PCT
                   MOVE 'N'                TO PODW-JOINT-FLAG
                   WRITE PODW-RECORD
               END-IF
           END-IF.


       1586-WRITE-OWNER-INTERESTS.
      *    The owner's signature-card percent of the beneficiary's
      *    interest, under the owner's consolidated id, so it caps
      *    with the owner's other REV interests in the same
      *    beneficiary.
           SET WS-JOC-IDX TO 1
           PERFORM UNTIL WS-JOC-IDX > WS-JOC-COUNT
               MOVE WS-JOC-OWNER-ID(WS-JOC-IDX)
                   TO WS-CONSOL-OWNER-ID
               PERFORM 1514-CONSOLIDATE-OWNER-ID
               COMPUTE WS-POD-INTEREST-AMT ROUNDED =
                   ENR-BALANCE * WS-JOC-PCT(WS-JOC-IDX)
                       * SPOD-ALLOCATION-PCT / 10000
               MOVE SPACES TO PODW-RECORD
               MOVE WS-CONSOL-OWNER-ID TO PODW-DEPOSITOR-ID
               MOVE ABN-INSTITUTION-ID TO PODW-INSTITUTION-ID
               MOVE ENR-MERGER-BOOK    TO PODW-MERGER-BOOK
               MOVE SPOD-BENE-ID       TO PODW-BENE-ID
               MOVE WS-POD-INTEREST-AMT TO PODW-INTEREST-AMT
               SET PODW-INTEREST-ROW   TO TRUE
               MOVE ABN-ACCT-NUMBER    TO PODW-ACCT-NUMBER
               MOVE WS-JOC-PCT(WS-JOC-IDX) TO PODW-OWNER-PCT
               MOVE 'Y'                TO PODW-JOINT-FLAG
               WRITE PODW-RECORD
               SET WS-JOC-IDX UP BY 1
           END-PERFORM.


       1588-WRITE-OWNER-BALANCES.
      *    Each co-owner's share of the balance, under the owner's
      *    consolidated id.
           SET WS-JOC-IDX TO 1
           PERFORM UNTIL WS-JOC-IDX > WS-JOC-COUNT
               MOVE WS-JOC-OWNER-ID(WS-JOC-IDX)
                   TO WS-CONSOL-OWNER-ID
               PERFORM 1514-CONSOLIDATE-OWNER-ID
               MOVE SPACES TO PODW-RECORD
               MOVE WS-CONSOL-OWNER-ID TO PODW-DEPOSITOR-ID
               MOVE ABN-INSTITUTION-ID TO PODW-INSTITUTION-ID
               MOVE ENR-MERGER-BOOK    TO PODW-MERGER-BOOK
               MOVE WS-JOC-OWNER-AMT(WS-JOC-IDX)
                   TO PODW-INTEREST-AMT
               SET PODW-BALANCE-ROW    TO TRUE
               MOVE ABN-ACCT-NUMBER    TO PODW-ACCT-NUMBER
               MOVE WS-JOC-PCT(WS-JOC-IDX) TO PODW-OWNER-PCT
               MOVE 'Y'                TO PODW-JOINT-FLAG
               WRITE PODW-RECORD
               SET WS-JOC-IDX UP BY 1
           END-PERFORM.


       1591-MATCH-LOOK-THROUGH.
      *    Business look-through (12 CFR 330.11). A BLT entity's
      *    balance is its owners' money: each owner's percentage of
      *    it is stamped under the owner's consolidated id, in the
      *    owner's own category, beside that owner's SGL and BUS
      *    balance rows -- 1750-SUMMARIZE-LOOK-THROUGH adds them up
      *    and caps them together. An overdrawn account adds nothing
      *    to any aggregate. Official items come through here too
      *    (from 1810), so the ENR- fields are the ones used.
           IF ENR-BALANCE < 0
               EXIT PARAGRAPH
           END-IF
           IF ENR-ORC-TYPE = 'SGL'
               OR ENR-ORC-TYPE = 'BUS'
               MOVE SPACES TO LTW-RECORD
               MOVE ENR-DEPOSITOR-ID   TO LTW-DEPOSITOR-ID
               MOVE ENR-INSTITUTION-ID TO LTW-INSTITUTION-ID
               MOVE ENR-MERGER-BOOK    TO LTW-MERGER-BOOK
               MOVE ENR-ORC-TYPE       TO LTW-CATEGORY
               SET LTW-BALANCE-ROW     TO TRUE
               MOVE ENR-BALANCE        TO LTW-AMOUNT
               MOVE ENR-ACCT-NUMBER    TO LTW-ACCT-NUMBER
               MOVE 100                TO LTW-OWNER-PCT
               WRITE LTW-RECORD
               EXIT PARAGRAPH
           END-IF
           IF ENR-ORC-TYPE NOT = 'BLT'
               EXIT PARAGRAPH
           END-IF
      *    The profile is keyed by the depositor id ORC-ASSIGNMENT
      *    saw, which may be a duplicate consolidated away since.
           MOVE 0 TO WS-LT-OWNERS-FOUND
           SET WS-LTE-IDX TO 1
           PERFORM UNTIL WS-LTE-IDX > WS-LTE-COUNT
               IF WS-LTE-ENTITY-ID(WS-LTE-IDX) = ABN-DEPOSITOR-ID
                   OR WS-LTE-ENTITY-ID(WS-LTE-IDX) = ENR-DEPOSITOR-ID
                   ADD 1 TO WS-LT-OWNERS-FOUND
                   PERFORM 1592-WRITE-LOOK-THROUGH-SHARE
               END-IF
               SET WS-LTE-IDX UP BY 1
           END-PERFORM
           IF WS-LT-OWNERS-FOUND = 0
               ADD 1 TO WS-BLT-NO-OWNER-COUNT
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'BLT ACCT WITHOUT ENTITY OWNERS: '
                      ENR-ACCT-NUMBER ' ' ENR-DEPOSITOR-ID
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'BLT' TO WS-ERROR-REASON
               MOVE ENR-ACCT-NUMBER TO WS-EXC-ENTITY-KEY
               MOVE ENR-BALANCE TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
           END-IF.


       1592-WRITE-LOOK-THROUGH-SHARE.
           MOVE WS-LTE-OWNER-ID(WS-LTE-IDX) TO WS-CONSOL-OWNER-ID
           PERFORM 1514-CONSOLIDATE-OWNER-ID
           COMPUTE WS-LT-SHARE-AMT ROUNDED =
               ENR-BALANCE * WS-LTE-OWNER-PCT(WS-LTE-IDX) / 100
           MOVE SPACES TO LTW-RECORD
           MOVE WS-CONSOL-OWNER-ID TO LTW-DEPOSITOR-ID
           MOVE ENR-INSTITUTION-ID TO LTW-INSTITUTION-ID
           MOVE ENR-MERGER-BOOK    TO LTW-MERGER-BOOK
           IF WS-LTE-OWNER-TYPE(WS-LTE-IDX) = 'E'
               MOVE 'BUS'          TO LTW-CATEGORY
           ELSE
               MOVE 'SGL'          TO LTW-CATEGORY
           END-IF
           SET LTW-SHARE-ROW       TO TRUE
           MOVE WS-LT-SHARE-AMT    TO LTW-AMOUNT
           MOVE ENR-ACCT-NUMBER    TO LTW-ACCT-NUMBER
           MOVE WS-LTE-OWNER-PCT(WS-LTE-IDX) TO LTW-OWNER-PCT
           WRITE LTW-RECORD.


       1580-MATCH-AGENT-OWNERS.
      *    Pass-through owners on an agent/broker omnibus account
      *    (12 CFR 330.7): each active underlying owner's principal
           END-PERFORM.


       1582-MATCH-FBO-STATUS.
      *    The day's sub-ledger reconciliation for an FBO account.
      *    An account the recon did not see keeps a blank status
      *    and is determined exactly as before.
           MOVE SPACE TO ENR-FBO-RECON-STATUS
           PERFORM UNTIL WS-FRS-EOF = 'Y'
               OR FRS-ACCT-NUMBER NOT < ABN-ACCT-NUMBER
               READ FBO-RECON-STATUS-FILE
                   AT END MOVE 'Y' TO WS-FRS-EOF
               END-READ
           END-PERFORM
           IF WS-FRS-EOF = 'N'
               AND FRS-ACCT-NUMBER = ABN-ACCT-NUMBER
               MOVE FRS-STATUS TO ENR-FBO-RECON-STATUS
               IF FRS-NOT-RECONCILED
                   ADD 1 TO WS-FBO-UNRECON-COUNT
               ELSE
                   ADD 1 TO WS-FBO-RECON-COUNT
               END-IF
           END-IF.


       1583-MATCH-BLOCKED-ACCT.
      *    An account appears once per blocked party and role on
      *    SANCBACT; the extra records for the same account are
      *    passed over by the next account's advance.
           MOVE SPACE TO ENR-BLOCKED-FLAG
           PERFORM UNTIL WS-SNB-EOF = 'Y'
               OR SNB-ACCT-OR-TRUST NOT < ABN-ACCT-NUMBER
               READ BLOCKED-ACCT-FILE
                   AT END MOVE 'Y' TO WS-SNB-EOF
               END-READ
           END-PERFORM
           IF WS-SNB-EOF = 'N'
               AND SNB-ACCT-OR-TRUST = ABN-ACCT-NUMBER
               MOVE 'Y' TO ENR-BLOCKED-FLAG
               ADD 1 TO WS-BLOCKED-ACCT-COUNT
           END-IF.


       1587-MATCH-FID-CLIENTS.
      *    Underlying clients of a fiduciary (IOLTA/escrow) account
      *    (12 CFR 330.7): each active client's ledger balance is
      *    depositor's REV accounts at the SMDIA, and write the
      *    capped total and distinct count per depositor+institution
      *    -- the 12 CFR 330.10 aggregate the header-count path
      *    could never get right past five beneficiaries. A co-owner
      *    of a multi-owner POD account is summarized as an owner in
      *    their own right, and the owner's share of each such
      *    account is insured here (1720-WRITE-OWNER-SHARES).
           SORT PODW-SORT-FILE
               ON ASCENDING KEY PWSRT-DEPOSITOR-ID
                                PWSRT-INSTITUTION-ID
      *    the EBP counts above.
           IF SIMULATION-RUN
               OPEN OUTPUT SCENARIO-POD-SUMMARY-FILE
               OPEN OUTPUT SCENARIO-POD-OWNER-FILE
           ELSE
               OPEN OUTPUT POD-SUMMARY-FILE
               OPEN OUTPUT POD-OWNER-FILE
               OPEN EXTEND OWNER-RESULT-FILE
           END-IF
           READ SORTED-PODW-FILE
               AT END MOVE 'Y' TO WS-SPDW-EOF
               MOVE SPDW-MERGER-BOOK    TO WS-PODS-MERGER-BOOK
               MOVE 0 TO WS-PODS-BENE-COUNT
               MOVE 0 TO WS-PODS-INSURED-CAP
               MOVE 0 TO WS-PODS-REV-BALANCE
               MOVE 'N' TO WS-PODS-JOINT-FLAG
               MOVE 0 TO WS-PJB-COUNT
      *        The balance rows sort ahead of the beneficiary rows.
               PERFORM UNTIL WS-SPDW-EOF = 'Y'
                   OR SPDW-DEPOSITOR-ID NOT = WS-PODS-DEPOSITOR
                   OR SPDW-INSTITUTION-ID NOT = WS-PODS-INST-ID
                   OR SPDW-MERGER-BOOK NOT = WS-PODS-MERGER-BOOK
                   OR NOT SPDW-BALANCE-ROW
                   ADD SPDW-INTEREST-AMT TO WS-PODS-REV-BALANCE
                   IF SPDW-JOINT-FLAG = 'Y'
                       MOVE 'Y' TO WS-PODS-JOINT-FLAG
                       PERFORM 1710-HOLD-JOINT-SHARE
                   END-IF
                   READ SORTED-PODW-FILE
                       AT END MOVE 'Y' TO WS-SPDW-EOF
                   END-READ
               END-PERFORM
               PERFORM UNTIL WS-SPDW-EOF = 'Y'
                   OR SPDW-DEPOSITOR-ID NOT = WS-PODS-DEPOSITOR
                   OR SPDW-INSTITUTION-ID NOT = WS-PODS-INST-ID
                           TO WS-PODS-INSURED-CAP
                   END-IF
               END-PERFORM
      *        An owner with balance rows but no named beneficiary
      *        has no roster -- 3300-CALC-REV's fallback, as before.
               IF WS-PODS-BENE-COUNT > 0
                   MOVE SPACES TO PODS-RECORD
                   MOVE WS-PODS-DEPOSITOR   TO PODS-DEPOSITOR-ID
                   MOVE WS-PODS-INST-ID     TO PODS-INSTITUTION-ID
                   MOVE WS-PODS-MERGER-BOOK TO PODS-MERGER-BOOK
                   MOVE WS-PODS-BENE-COUNT  TO PODS-BENE-COUNT
                   MOVE WS-PODS-INSURED-CAP TO PODS-INSURED-CAP
                   MOVE WS-PODS-REV-BALANCE TO PODS-REV-BALANCE
                   MOVE WS-PODS-JOINT-FLAG  TO PODS-JOINT-FLAG
                   IF SIMULATION-RUN
                       WRITE SCEN-PODS-RECORD FROM PODS-RECORD
                   ELSE
                       WRITE PODS-RECORD
                   END-IF
               END-IF
               IF WS-PJB-COUNT > 0
                   PERFORM 1720-WRITE-OWNER-SHARES
               END-IF
           END-PERFORM
           CLOSE SORTED-PODW-FILE
           IF SIMULATION-RUN
               CLOSE SCENARIO-POD-SUMMARY-FILE
               CLOSE SCENARIO-POD-OWNER-FILE
           ELSE
               CLOSE POD-SUMMARY-FILE
               CLOSE POD-OWNER-FILE
               CLOSE OWNER-RESULT-FILE
           END-IF.


       1710-HOLD-JOINT-SHARE.
      *    Held until the owner's caps are known at the break.
           IF WS-PJB-COUNT < WS-PJB-MAX
               ADD 1 TO WS-PJB-COUNT
               SET WS-PJB-IDX TO WS-PJB-COUNT
               MOVE SPDW-ACCT-NUMBER  TO WS-PJB-ACCT-NUMBER(WS-PJB-IDX)
               MOVE SPDW-OWNER-PCT    TO WS-PJB-OWNER-PCT(WS-PJB-IDX)
               MOVE SPDW-INTEREST-AMT TO WS-PJB-SHARE-AMT(WS-PJB-IDX)
           ELSE
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'POD OWNER SHARE TABLE FULL: '
                      WS-PODS-DEPOSITOR ' ' SPDW-ACCT-NUMBER
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'PJF' TO WS-ERROR-REASON
               MOVE SPDW-ACCT-NUMBER TO WS-EXC-ENTITY-KEY
               MOVE SPDW-INTEREST-AMT TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
           END-IF.


       1720-WRITE-OWNER-SHARES.
      *    The owner's share of each multi-owner POD account is
      *    insured in the proportion the owner's capped beneficiary
      *    interests bear to the owner's whole REV balance -- the
      *    same proportion 3300-CALC-REV applies to the owner's own
      *    accounts. Production also cuts the owner-level
      *    right-and-capacity detail for Part 370 and statements.
           SET WS-PJB-IDX TO 1
           PERFORM UNTIL WS-PJB-IDX > WS-PJB-COUNT
               IF WS-PODS-REV-BALANCE > WS-PODS-INSURED-CAP
                   COMPUTE WS-PODO-INSURED ROUNDED =
                       WS-PJB-SHARE-AMT(WS-PJB-IDX)
                           * WS-PODS-INSURED-CAP / WS-PODS-REV-BALANCE
               ELSE
                   MOVE WS-PJB-SHARE-AMT(WS-PJB-IDX) TO WS-PODO-INSURED
               END-IF
               MOVE SPACES TO PODO-RECORD
               MOVE WS-PJB-ACCT-NUMBER(WS-PJB-IDX) TO PODO-ACCT-NUMBER
               MOVE WS-PODS-DEPOSITOR   TO PODO-OWNER-ID
               MOVE WS-PODS-INST-ID     TO PODO-INSTITUTION-ID
               MOVE WS-PJB-OWNER-PCT(WS-PJB-IDX) TO PODO-OWNER-PCT
               MOVE WS-PJB-SHARE-AMT(WS-PJB-IDX) TO PODO-SHARE-AMT
               MOVE WS-PODO-INSURED     TO PODO-INSURED-AMT
               IF SIMULATION-RUN
                   WRITE SCEN-PODO-RECORD FROM PODO-RECORD
               ELSE
                   WRITE PODO-RECORD
                   MOVE SPACES TO JNT-OWNER-REC
                   MOVE PODO-ACCT-NUMBER TO JOR-ACCT-NUMBER
                   MOVE 'REV' TO JOR-ORC-TYPE
                   MOVE PODO-OWNER-ID    TO JOR-OWNER-ID
                   MOVE PODO-OWNER-PCT   TO JOR-INTEREST-PCT
                   MOVE PODO-INSURED-AMT TO JOR-INSURED-AMT
                   COMPUTE JOR-UNINSURED-AMT =
                       PODO-SHARE-AMT - PODO-INSURED-AMT
                   WRITE JNT-OWNER-REC
               END-IF
               ADD 1 TO WS-PODO-WRITTEN-COUNT
               SET WS-PJB-IDX UP BY 1
           END-PERFORM.


       1750-SUMMARIZE-LOOK-THROUGH.
      *    Sort the look-through rows by owner key + category, total
      *    each owner's own balances and shares together, and --
      *    where the owner holds any look-through share -- cap the
      *    total at the SMDIA. Each share is insured in the
      *    proportion the cap bears to the total, the same
      *    proportion 3100-CALC-SGL / 3400-CALC-BUS apply to the
      *    owner's own accounts, so the owner draws one SMDIA per
      *    category across both.
           SORT LTW-SORT-FILE
               ON ASCENDING KEY LWSRT-DEPOSITOR-ID
                                LWSRT-INSTITUTION-ID
                                LWSRT-MERGER-BOOK
                                LWSRT-CATEGORY
                                LWSRT-ROW-TYPE
               USING LOOK-THROUGH-WORK-FILE
               GIVING SORTED-LTW-FILE
           OPEN INPUT SORTED-LTW-FILE
           IF SIMULATION-RUN
               OPEN OUTPUT SCENARIO-LT-SUMMARY-FILE
               OPEN OUTPUT SCENARIO-LT-OWNER-FILE
           ELSE
               OPEN OUTPUT LOOK-THROUGH-SUMMARY-FILE
               OPEN OUTPUT LOOK-THROUGH-OWNER-FILE
               OPEN EXTEND OWNER-RESULT-FILE
           END-IF
           READ SORTED-LTW-FILE
               AT END MOVE 'Y' TO WS-SLTW-EOF
           END-READ
           PERFORM UNTIL WS-SLTW-EOF = 'Y'
               MOVE SLTW-DEPOSITOR-ID   TO WS-LTS-DEPOSITOR
               MOVE SLTW-INSTITUTION-ID TO WS-LTS-INST-ID
               MOVE SLTW-MERGER-BOOK    TO WS-LTS-MERGER-BOOK
               MOVE SLTW-CATEGORY       TO WS-LTS-CATEGORY
               MOVE 0 TO WS-LTS-TOTAL-BALANCE
               MOVE 0 TO WS-LTH-COUNT
               PERFORM UNTIL WS-SLTW-EOF = 'Y'
                   OR SLTW-DEPOSITOR-ID NOT = WS-LTS-DEPOSITOR
                   OR SLTW-INSTITUTION-ID NOT = WS-LTS-INST-ID
                   OR SLTW-MERGER-BOOK NOT = WS-LTS-MERGER-BOOK
                   OR SLTW-CATEGORY NOT = WS-LTS-CATEGORY
                   ADD SLTW-AMOUNT TO WS-LTS-TOTAL-BALANCE
                   IF SLTW-SHARE-ROW
                       PERFORM 1760-HOLD-LOOK-THROUGH-SHARE
                   END-IF
                   READ SORTED-LTW-FILE
                       AT END MOVE 'Y' TO WS-SLTW-EOF
                   END-READ
               END-PERFORM
      *        An owner with no look-through share is capped by the
      *        group pass alone, as before -- nothing to write.
               IF WS-LTH-COUNT > 0
                   IF WS-LTS-TOTAL-BALANCE > WS-SMDIA
                       MOVE WS-SMDIA TO WS-LTS-INSURED-CAP
                   ELSE
                       MOVE WS-LTS-TOTAL-BALANCE TO WS-LTS-INSURED-CAP
                   END-IF
                   MOVE SPACES TO LTS-RECORD
                   MOVE WS-LTS-DEPOSITOR    TO LTS-DEPOSITOR-ID
                   MOVE WS-LTS-INST-ID      TO LTS-INSTITUTION-ID
                   MOVE WS-LTS-MERGER-BOOK  TO LTS-MERGER-BOOK
                   MOVE WS-LTS-CATEGORY     TO LTS-CATEGORY
                   MOVE WS-LTS-TOTAL-BALANCE TO LTS-TOTAL-BALANCE
                   MOVE WS-LTS-INSURED-CAP  TO LTS-INSURED-CAP
                   IF SIMULATION-RUN
                       WRITE SCEN-LTS-RECORD FROM LTS-RECORD
                   ELSE
                       WRITE LTS-RECORD
                   END-IF
                   PERFORM 1770-WRITE-LOOK-THROUGH-OWNERS
               END-IF
           END-PERFORM
           CLOSE SORTED-LTW-FILE
           IF SIMULATION-RUN
               CLOSE SCENARIO-LT-SUMMARY-FILE
               CLOSE SCENARIO-LT-OWNER-FILE
           ELSE
               CLOSE LOOK-THROUGH-SUMMARY-FILE
               CLOSE LOOK-THROUGH-OWNER-FILE
               CLOSE OWNER-RESULT-FILE
           END-IF.


       1760-HOLD-LOOK-THROUGH-SHARE.
      *    Held until the owner's total is known at the break.
           IF WS-LTH-COUNT < WS-LTH-MAX
               ADD 1 TO WS-LTH-COUNT
               SET WS-LTH-IDX TO WS-LTH-COUNT
               MOVE SLTW-ACCT-NUMBER TO WS-LTH-ACCT-NUMBER(WS-LTH-IDX)
               MOVE SLTW-OWNER-PCT   TO WS-LTH-OWNER-PCT(WS-LTH-IDX)
               MOVE SLTW-AMOUNT      TO WS-LTH-SHARE-AMT(WS-LTH-IDX)
           ELSE
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'LOOK-THROUGH SHARE TABLE FULL: '
                      WS-LTS-DEPOSITOR ' ' SLTW-ACCT-NUMBER
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'LTF' TO WS-ERROR-REASON
               MOVE SLTW-ACCT-NUMBER TO WS-EXC-ENTITY-KEY
               MOVE SLTW-AMOUNT TO WS-EXC-AMOUNT
               PERFORM 8000-LOG-ERROR
           END-IF.


       1770-WRITE-LOOK-THROUGH-OWNERS.
      *    Production also cuts the owner-level detail for Part 370
      *    and statements, under the owner's category.
           SET WS-LTH-IDX TO 1
           PERFORM UNTIL WS-LTH-IDX > WS-LTH-COUNT
               IF WS-LTS-TOTAL-BALANCE > WS-LTS-INSURED-CAP
                   COMPUTE WS-LTO-INSURED ROUNDED =
                       WS-LTH-SHARE-AMT(WS-LTH-IDX)
                           * WS-LTS-INSURED-CAP / WS-LTS-TOTAL-BALANCE
               ELSE
                   MOVE WS-LTH-SHARE-AMT(WS-LTH-IDX) TO WS-LTO-INSURED
               END-IF
               MOVE SPACES TO LTO-RECORD
               MOVE WS-LTH-ACCT-NUMBER(WS-LTH-IDX) TO LTO-ACCT-NUMBER
               MOVE WS-LTS-DEPOSITOR    TO LTO-OWNER-ID
               MOVE WS-LTS-INST-ID      TO LTO-INSTITUTION-ID
               MOVE WS-LTS-CATEGORY     TO LTO-CATEGORY
               MOVE WS-LTH-OWNER-PCT(WS-LTH-IDX) TO LTO-OWNER-PCT
               MOVE WS-LTH-SHARE-AMT(WS-LTH-IDX) TO LTO-SHARE-AMT
               MOVE WS-LTO-INSURED      TO LTO-INSURED-AMT
               IF SIMULATION-RUN
                   WRITE SCEN-LTO-RECORD FROM LTO-RECORD
               ELSE
                   WRITE LTO-RECORD
                   MOVE SPACES TO JNT-OWNER-REC
                   MOVE LTO-ACCT-NUMBER TO JOR-ACCT-NUMBER
                   MOVE LTO-CATEGORY    TO JOR-ORC-TYPE
                   MOVE LTO-OWNER-ID    TO JOR-OWNER-ID
                   MOVE LTO-OWNER-PCT   TO JOR-INTEREST-PCT
                   MOVE LTO-INSURED-AMT TO JOR-INSURED-AMT
                   COMPUTE JOR-UNINSURED-AMT =
                       LTO-SHARE-AMT - LTO-INSURED-AMT
                   WRITE JNT-OWNER-REC
               END-IF
               ADD 1 TO WS-LTO-WRITTEN-COUNT
               SET WS-LTH-IDX UP BY 1
           END-PERFORM.


       1800-APPEND-OFFICIAL-ITEMS.
      *    An outstanding official item is owed to its payee and is
      *    insured as the payee's single-ownership deposit. The
      *    payee id on OFFITMAT is already the surviving identity,
      *    so no consolidation is re-applied here. Items carry no
      *    side-file evidence -- every roster figure stays zero.
      *    OFFICIAL-ITEM-MATCH is a gated predecessor (1047), so a
      *    missing OFFITMAT is an abort, never a silent drop.
           OPEN INPUT OFFICIAL-ITEM-MATCH-FILE
           IF WS-OIM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFFICIAL ITEM MATCH FILE: '
                        WS-OIM-STATUS
               DISPLAY 'OFFICIAL ITEMS NOT APPENDED -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OIM-STATUS NOT = '00'
               READ OFFICIAL-ITEM-MATCH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM 1810-BUILD-OFFICIAL-ITEM
               END-READ
           END-PERFORM
           CLOSE OFFICIAL-ITEM-MATCH-FILE.


       1810-BUILD-OFFICIAL-ITEM.
           MOVE SPACES TO ENR-RECORD
           MOVE OIM-ITEM-NUMBER    TO ENR-ACCT-NUMBER
           MOVE OIM-AMOUNT         TO ENR-BALANCE
           MOVE 'SGL'              TO ENR-ORC-TYPE
           MOVE 'ACTIVE'           TO ENR-STATUS
           MOVE OIM-ISSUE-DATE     TO ENR-OPEN-DATE
           MOVE 'OFFICIAL-CHECK'   TO ENR-SOURCE-SYSTEM
           MOVE OIM-INSTITUTION-ID TO ENR-INSTITUTION-ID
           MOVE 0 TO ENR-JNT-COUNT
           MOVE 0 TO ENR-BENE-COUNT
           MOVE 0 TO ENR-DSC-OWNER-COUNT
           MOVE 0 TO ENR-DSC-INSURED-ACCUM
           MOVE 0 TO ENR-IRR-BENE-COUNT
           MOVE 0 TO ENR-IRR-INSURED
           MOVE 0 TO ENR-IRR-UNINSURED
           MOVE 0 TO ENR-COLL-PLEDGED
           MOVE 0 TO ENR-AGY-OWNER-COUNT
           MOVE 0 TO ENR-AGY-INSURED
           MOVE 0 TO ENR-MSA-MTGR-COUNT
           MOVE 0 TO ENR-MSA-INSURED
           MOVE 0 TO ENR-ACCRUED-INT
           MOVE 'USD'              TO ENR-CURRENCY-CODE
           MOVE 0 TO ENR-FX-RATE
           MOVE 0 TO ENR-FID-CLIENT-COUNT
           MOVE 0 TO ENR-FID-INSURED
           MOVE 0 TO ENR-ANC-OWNER-COUNT
           MOVE 0 TO ENR-ANC-INSURED
           MOVE 0 TO ENR-RECIP-PLACED
           MOVE 0 TO ENR-RESTRAINED-AMT
           IF OIM-MATCHED
               MOVE OIM-DEPOSITOR-ID TO ENR-DEPOSITOR-ID
               MOVE 'OFFICIAL'       TO ENR-TYPE
               ADD 1 TO WS-OFFITEM-MATCHED-COUNT
      *        Part of the payee's SGL aggregate, look-through
      *        shares included.
               PERFORM 1591-MATCH-LOOK-THROUGH
           ELSE
               MOVE WS-PENDING-PAYEE-ID TO ENR-DEPOSITOR-ID
               MOVE 'OFFICIAL-P'     TO ENR-TYPE
               ADD 1 TO WS-OFFITEM-PENDING-COUNT
           END-IF
           IF SIMULATION-RUN
               WRITE SCEN-ENR-RECORD FROM ENR-RECORD
           ELSE
               WRITE ENR-RECORD
           END-IF
           ADD 1 TO WS-ENRICHED-COUNT
           ADD ENR-BALANCE TO WS-ENRICHED-BALANCE.


       2170-CALC-MONTHS-SINCE-DEATH.
      *    Dates arrive as YYYY-MM-DD text; months-since-death is a
      *    plain calendar-month difference, not counting partial days.


       8000-LOG-ERROR.
      *    Same convention as the calc's 8000-LOG-ERROR: the caller
      *    sets the reason code, entity key, and balance at risk
      *    ahead of the message text.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO EXCEPTION-REC
           MOVE 'DEPOSIT-ACCT-ENRICH' TO EXC-PROGRAM
           MOVE WS-BUSINESS-DATE TO EXC-BUSINESS-DATE
           MOVE WS-ERROR-REASON TO EXC-ERROR-CODE
           EVALUATE WS-ERROR-REASON
               WHEN 'RCP'
               WHEN 'SWP'
                   SET EXC-CAT-BALANCE TO TRUE
               WHEN 'PJF'
               WHEN 'LTF'
                   SET EXC-CAT-CAPACITY TO TRUE
               WHEN OTHER
                   SET EXC-CAT-DATA TO TRUE
           END-EVALUATE
           MOVE WS-EXC-ENTITY-KEY TO EXC-ENTITY-KEY
           MOVE WS-EXC-AMOUNT TO EXC-AMOUNT-AT-RISK
           MOVE WS-ERROR-MSG TO EXC-MESSAGE
           WRITE EXCEPTION-REC.

       9000-FINALIZE.
           PERFORM 9200-POST-CONTROL-TOTALS
           IF NOT SIMULATION-RUN
               PERFORM 9100-WRITE-RUN-COMPLETE
           END-IF
                   WS-FX-MISSING-COUNT
           DISPLAY 'DEPOSITOR IDS CONSOLIDATED: '
                   WS-DIX-APPLIED-COUNT
           DISPLAY 'DBA ACCOUNTS REGROUPED TO PROPRIETOR: '
                   WS-DBA-APPLIED-COUNT
           DISPLAY 'POD CO-OWNER SHARES INSURED: '
                   WS-PODO-WRITTEN-COUNT
           DISPLAY 'LOOK-THROUGH OWNER SHARES INSURED: '
                   WS-LTO-WRITTEN-COUNT
           DISPLAY 'BLT ACCOUNTS WITHOUT OWNERS: '
                   WS-BLT-NO-OWNER-COUNT
           DISPLAY 'RECIPROCAL PLACEMENTS EXCLUDED: '
                   WS-RECIP-EXCLUDED-COUNT
           DISPLAY 'INBOUND RECIPROCAL ACCOUNTS: '
                   WS-RECIP-INBOUND-COUNT
           DISPLAY 'ACCOUNTS UNDER LEGAL RESTRAINT: '
                   WS-RESTRAINED-COUNT
           DISPLAY 'RESTRAINED AMOUNT CARRIED: '
                   WS-RESTRAINED-TOTAL
           DISPLAY 'FBO ACCOUNTS RECONCILED: '
                   WS-FBO-RECON-COUNT
           DISPLAY 'FBO ACCOUNTS NOT RECONCILED: '
                   WS-FBO-UNRECON-COUNT
           DISPLAY 'SANCTIONS-BLOCKED ACCOUNTS: '
                   WS-BLOCKED-ACCT-COUNT
           DISPLAY 'OFFICIAL ITEMS TO PAYEE SGL: '
                   WS-OFFITEM-MATCHED-COUNT
           DISPLAY 'OFFICIAL ITEMS PENDING PAYEE: '
                   WS-OFFITEM-PENDING-COUNT
           DISPLAY 'ERRORS LOGGED: ' WS-ERROR-COUNT.

       9100-WRITE-RUN-COMPLETE.
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9200-POST-CONTROL-TOTALS.
      *    ACCTFILE in, the enriched file out, to the job-to-job
      *    ledger (see CONTROL-TOTAL.cpy). Every account read is
      *    either enriched or excluded as CLOSED, and the official
      *    items are appended on top -- so enriched = read - closed
      *    + items, to the record. The balance out is the
      *    transformed COB balance (netting, FX, exclusions), so it
      *    is carried forward for the calc to prove against rather
      *    than compared with the extract's. A scenario run posts
      *    against its own output and is never balanced.
           OPEN EXTEND CONTROL-TOTAL-FILE
           INITIALIZE CONTROL-TOTAL-REC
           MOVE WS-BUSINESS-DATE TO CTT-BUSINESS-DATE
           MOVE 'DEPOSIT-ACCT-ENRICH' TO CTT-JOB-NAME
           IF SIMULATION-RUN
               SET CTT-SCENARIO TO TRUE
           ELSE
               SET CTT-PRODUCTION TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CTT-POSTED-TS
           MOVE 'ACCTFILE' TO CTT-DATASET
           SET CTT-INPUT TO TRUE
           SET CTT-BALANCE-CARRIED TO TRUE
           MOVE WS-ACCT-READ-COUNT TO CTT-RECORD-COUNT
           MOVE WS-ACCT-READ-BALANCE TO CTT-BALANCE-TOTAL
           WRITE CONTROL-TOTAL-REC
           IF SIMULATION-RUN
               MOVE 'ACENRSCN' TO CTT-DATASET
           ELSE
               MOVE 'ACCTENR' TO CTT-DATASET
           END-IF
           SET CTT-OUTPUT TO TRUE
           MOVE WS-ENRICHED-COUNT TO CTT-RECORD-COUNT
           MOVE WS-ENRICHED-BALANCE TO CTT-BALANCE-TOTAL
           MOVE 'ACCTFILE' TO CTT-BASIS-DATASET
           COMPUTE CTT-ADDED-COUNT = WS-OFFITEM-MATCHED-COUNT
                                   + WS-OFFITEM-PENDING-COUNT
           MOVE 'OFFICIAL ITEMS' TO CTT-ADDED-REASON
           MOVE WS-CLOSED-EXCLUDED TO CTT-DROPPED-COUNT
           MOVE 'CLOSED EXCLUDED' TO CTT-DROPPED-REASON
           WRITE CONTROL-TOTAL-REC
           CLOSE CONTROL-TOTAL-FILE.
