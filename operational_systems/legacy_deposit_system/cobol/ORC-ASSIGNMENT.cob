      *     going unreviewed.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  A product rule restated ahead of its
      *               effective date now sits on PRODRULE as a new
      *               generation beside the one in force: the loader
      *               keeps the latest generation in force per rule
      *               at the run date, and a shadow run loads the
      *               latest generation of every rule regardless of
      *               date so the change is previewed before it
      *               takes effect.
      *   2026-10-15  Posts its control totals to the job-to-job
      *               ledger (CTLLEDGR, see CONTROL-TOTAL.cpy):
      *               ACCTFILE in, ORCOUT (ORCSCEN on a scenario
      *               run) out -- one classification per account
      *               read, proved by CONTROL-TOTAL-BALANCE.
      *   2026-10-15  The product tests are no longer hardcoded: the
      *               IOLTA / ESCROW / MSA-PI title overrides and the
      *               IRA / KEOGH / ROTH_IRA / 401K / PENSION /
      *               ANNUITY product tests now come from the
      *               maintained product rules table (PRODRULE, see
      *               PRODUCT-RULE.cpy, kept by PRODUCT-RULE-MAINT),
      *               keyed by source system and ACCT-TYPE, so a new
      *               product is onboarded without a release. A rule
      *               may queue its accounts under its own pending
      *               code. With a SCENPARM header present the run is
      *               a shadow run: it classifies under the proposed
      *               table (PRODRULN) into ORCSCEN for
      *               PRODUCT-RULE-IMPACT, leaving ORCOUT, the
      *               pending queue, the shell report, and the run
      *               control file untouched.
      *   2026-10-15  A sole proprietor's "doing business as" account
      *               no longer gets its own SMDIA as a business: an
      *               account whose ACCT-TAX-ID is linked to the
      *               proprietor on the new DBALINK file (see
      *               DBA-LINK.cpy) now classifies SGL per 12 CFR
      *               330.6, and DEPOSIT-ACCT-ENRICH regroups it
      *               under the proprietor's depositor id. A
      *               customer whose CUST-ENTITY-FORM says sole
      *               proprietorship but has no link keeps BUS and is
      *               queued (DBA); a link against a customer whose
      *               form says otherwise classifies SGL but is
      *               queued the same way.
      *   2026-10-15  Business accounts now take the 12 CFR 330.11
      *               independent-activity test from the new entity
      *               profile (ENTPROF, see ENTITY-PROFILE.cpy). An
      *               entity attested as NOT engaged in an
      *               independent activity classifies 'BLT' (owner
      *               look-through) so its deposits are insured as
      *               its owners' funds, and is listed on the new
      *               shell-entity exception report (SHELLRPT) for
      *               the BSA/KYC team; a shell whose owners are
      *               missing or do not total 100 percent is queued
      *               for review (LTO). A profile with no
      *               attestation yet keeps BUS but is queued (IAT).
      *               A business with no profile is unchanged.
      *   2026-09-02  Attorney IOLTA and escrow-agent accounts
      *               (ACCT-TYPE 'IOLTA' or 'ESCROW') now classify
      *               FID, per 12 CFR 330.7, instead of landing in
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT ENTITY-PROFILE-FILE ASSIGN TO 'ENTPROF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EPR-STATUS.
           SELECT SHELL-REPORT-FILE ASSIGN TO 'SHELLRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHL-STATUS.
           SELECT DBA-LINK-FILE ASSIGN TO 'DBALINK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DBL-STATUS.
           SELECT PRODUCT-RULE-FILE ASSIGN TO 'PRODRULE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRR-STATUS.
           SELECT PROPOSED-RULE-FILE ASSIGN TO 'PRODRULN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRR-STATUS.
           SELECT SCENARIO-PARM-FILE ASSIGN TO 'SCENPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.
           SELECT SCENARIO-OUTPUT-FILE ASSIGN TO 'ORCSCEN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO 'CTLLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       FD CONTROL-TOTAL-FILE.
           COPY CONTROL-TOTAL.

       FD ENTITY-PROFILE-FILE.
           COPY ENTITY-PROFILE.

       FD SHELL-REPORT-FILE.
       01 SHELL-REPORT-LINE      PIC X(132).

       FD DBA-LINK-FILE.
           COPY DBA-LINK.

       FD PRODUCT-RULE-FILE.
           COPY PRODUCT-RULE.

      *    The proposed rules generation from PRODUCT-RULE-MAINT --
      *    read only by a shadow run.
       FD PROPOSED-RULE-FILE.
           COPY PRODUCT-RULE
               REPLACING ==PRODUCT-RULE-REC== BY ==PROPOSED-RULE-REC==.

       FD SCENARIO-PARM-FILE.
           COPY SCENARIO-PARM.

      *    A shadow run's classifications, in the ORCOUT layout.
       FD SCENARIO-OUTPUT-FILE.
       01 SCENARIO-OUTPUT-REC    PIC X(103).

       WORKING-STORAGE SECTION.

       01 WS-CUST-STATUS         PIC XX.
       01 WS-CUSTD-STATUS        PIC XX.
       01 WS-RUN-DATE            PIC X(10).
       01 WS-RUNC-STATUS         PIC XX.
       01 WS-CTT-STATUS          PIC XX.
       01 WS-BUSINESS-DATE       PIC X(10).
       01 WS-EPR-STATUS          PIC XX.
       01 WS-SHL-STATUS          PIC XX.
       01 WS-DBL-STATUS          PIC XX.
       01 WS-PRR-STATUS          PIC XX.
       01 WS-SCEN-STATUS         PIC XX.
       01 WS-EOF-ACCT            PIC X VALUE 'N'.
           88 ACCT-EOF            VALUE 'Y'.
       01 WS-CUST-FOUND          PIC X VALUE 'N'.
       01 WS-CUST-GOVT-ID        PIC X(15).
       01 WS-CUST-DEATH-FLAG     PIC X(1).
       01 WS-CUST-TAX-ID-TYPE    PIC X(4).
       01 WS-CUST-ENTITY-FORM    PIC X(3).

      *--- Sole-proprietor DBA link (12 CFR 330.6) ---
       01 WS-DBL-FOUND           PIC X(1).
           88 DBA-LINK-FOUND      VALUE 'Y'.
       01 WS-DBA-COUNT           PIC 9(9) VALUE 0.

      *--- Product rules table (PRODUCT-RULE.cpy), one entry per
      *    rule -- its latest generation in force at the run date ---
       01 WS-PRR-COUNT           PIC 9(5) VALUE 0.
       01 WS-PRR-MAX             PIC 9(5) VALUE 500.
       01 WS-PRR-TABLE.
           05 WS-PRR-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-PRR-IDX.
               10 WS-PRR-SOURCE-SYSTEM PIC X(15).
               10 WS-PRR-ACCT-TYPE PIC X(10).
               10 WS-PRR-ORC-TYPE  PIC X(4).
               10 WS-PRR-APPLY-POINT PIC X(1).
               10 WS-PRR-CONFIDENCE PIC X(4).
               10 WS-PRR-PENDING-CODE PIC X(3).
               10 WS-PRR-RULE-DESC PIC X(30).
               10 WS-PRR-EFFECTIVE-DATE PIC X(10).
       01 WS-PRR-LOAD-REC.
           05 WS-PRL-SOURCE-SYSTEM PIC X(15).
           05 WS-PRL-ACCT-TYPE   PIC X(10).
           05 WS-PRL-ORC-TYPE    PIC X(4).
           05 WS-PRL-APPLY-POINT PIC X(1).
           05 WS-PRL-REQ-DOC     PIC X(10).
           05 WS-PRL-CONFIDENCE  PIC X(4).
           05 WS-PRL-PENDING-CODE PIC X(3).
           05 WS-PRL-RULE-DESC   PIC X(30).
           05 WS-PRL-EFFECTIVE-DATE PIC X(10).
           05 FILLER             PIC X(13).
       01 WS-RULE-POINT          PIC X(1).
       01 WS-PRR-MATCH-IDX       PIC 9(5).
       01 WS-PRR-FOUND           PIC X(1).
           88 PRODUCT-RULE-FOUND  VALUE 'Y'.
       01 WS-PRR-RULED-COUNT     PIC 9(9) VALUE 0.

      *--- Shadow run for a proposed rules generation
      *    (SCENARIO-PARM.cpy) ---
       01 WS-SIM-MODE            PIC X VALUE 'N'.
           88 SIMULATION-RUN      VALUE 'Y'.
       01 WS-SCENARIO-ID         PIC X(8).

      *--- Official custodian designation check (12 CFR 330.15) ---
       01 WS-CUSTD-FOUND         PIC X(1).
       01 WS-DTB-IRREV-COUNT     PIC 9(5).
       01 WS-DTB-REVOC-COUNT     PIC 9(5).

      *--- Entity profile scan (12 CFR 330.11 independent
      *    activity test) ---
       01 WS-EPR-FOUND           PIC X(1).
           88 ENTITY-PROFILE-FOUND VALUE 'Y'.
       01 WS-EPR-ENTITY-NAME     PIC X(40).
       01 WS-EPR-FORMATION-DATE  PIC X(10).
       01 WS-EPR-ENTITY-FORM     PIC X(3).
       01 WS-EPR-INDEP-ACTIVITY  PIC X(1).
       01 WS-EPR-ATTEST-DATE     PIC X(10).
       01 WS-EPR-OWNER-COUNT     PIC 9(3).
       01 WS-EPR-OWNER-PCT-TOTAL PIC 9(5)V99.
       01 WS-SHELL-REASON        PIC X(30).
       01 WS-SHELL-COUNT         PIC 9(9) VALUE 0.

       01 SHELL-HEADING-LINE.
           05 FILLER              PIC X(21) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(16) VALUE 'DEPOSITOR'.
           05 FILLER              PIC X(41) VALUE 'ENTITY NAME'.
           05 FILLER              PIC X(5)  VALUE 'FORM'.
           05 FILLER              PIC X(11) VALUE 'FORMED'.
           05 FILLER              PIC X(11) VALUE 'ATTESTED'.
           05 FILLER              PIC X(7)  VALUE 'OWNERS'.
           05 FILLER              PIC X(20) VALUE 'REASON'.
       01 SHELL-DETAIL-LINE.
           05 SHD-ACCT-NUMBER     PIC X(21).
           05 SHD-DEPOSITOR-ID    PIC X(16).
           05 SHD-ENTITY-NAME     PIC X(41).
           05 SHD-ENTITY-FORM     PIC X(5).
           05 SHD-FORMATION-DATE  PIC X(11).
           05 SHD-ATTEST-DATE     PIC X(11).
           05 SHD-OWNER-COUNT     PIC ZZ9.
           05 FILLER              PIC X(4).
           05 SHD-REASON          PIC X(20).

      *--- Counters ---
       01 WS-TOTAL-PROCESSED     PIC 9(9) VALUE 0.
       01 WS-ASSIGNED-COUNT      PIC 9(9) VALUE 0.
       01 WS-PENDING-COUNT       PIC 9(9) VALUE 0.
       01 WS-UNRESOLVED-COUNT    PIC 9(9) VALUE 0.
       01 WS-OUTPUT-COUNT        PIC 9(9) VALUE 0.
       01 WS-INPUT-BALANCE       PIC S9(15)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INIT.
           PERFORM 1090-LOAD-SCENARIO
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT DEPOSIT-TRUST-BENE-FILE
           OPEN INPUT OFFICIAL-CUSTODIAN-FILE
           OPEN INPUT ACCOUNT-FILE
           IF SIMULATION-RUN
      *        A shadow run writes only its own classifications --
      *        nothing an analyst or a successor job acts on.
               OPEN OUTPUT SCENARIO-OUTPUT-FILE
           ELSE
               OPEN OUTPUT OUTPUT-FILE
               OPEN OUTPUT PENDING-QUEUE-FILE
               OPEN OUTPUT SHELL-REPORT-FILE
               WRITE SHELL-REPORT-LINE FROM SHELL-HEADING-LINE
           END-IF
           OPEN INPUT ENTITY-PROFILE-FILE
           OPEN INPUT DBA-LINK-FILE
           PERFORM 1100-READ-RUN-CONTROL
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM 1200-LOAD-PRODUCT-RULES
           READ ACCOUNT-FILE
               AT END SET ACCT-EOF TO TRUE
           END-READ.
               STOP RUN
           END-IF.

       1090-LOAD-SCENARIO.
      *    An absent or empty SCENPARM is the normal production run;
      *    a header record makes this a shadow run of the proposed
      *    product rules.
           MOVE 'N' TO WS-SIM-MODE
           OPEN INPUT SCENARIO-PARM-FILE
           IF WS-SCEN-STATUS = '00'
               PERFORM UNTIL WS-SCEN-STATUS NOT = '00'
                   READ SCENARIO-PARM-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SCEN-HEADER-REC
                               MOVE 'Y' TO WS-SIM-MODE
                               MOVE SCEN-ID TO WS-SCENARIO-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCENARIO-PARM-FILE
           END-IF
           IF SIMULATION-RUN
               DISPLAY 'SHADOW RUN -- SCENARIO ' WS-SCENARIO-ID
                        ' -- PROPOSED RULES (PRODRULN) TO ORCSCEN'
           END-IF.

       1200-LOAD-PRODUCT-RULES.
      *    The product tests are data, not code -- without the table
      *    every IRA, IOLTA, and annuity would fall to the SGL
      *    default, so a missing or empty table stops the run. A
      *    restatement is a new generation of its rule, so a key
      *    can be on file more than once: the latest generation in
      *    force at the run date is loaded. A shadow run applies no
      *    date test -- the latest generation of every rule on the
      *    proposed table is loaded, so a change dated ahead is
      *    previewed before it takes effect.
           IF SIMULATION-RUN
               OPEN INPUT PROPOSED-RULE-FILE
           ELSE
               OPEN INPUT PRODUCT-RULE-FILE
           END-IF
           IF WS-PRR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRODUCT RULE TABLE: '
                        WS-PRR-STATUS
               DISPLAY 'ACCOUNTS CANNOT BE CLASSIFIED -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRR-STATUS NOT = '00'
               IF SIMULATION-RUN
                   READ PROPOSED-RULE-FILE INTO WS-PRR-LOAD-REC
                       AT END
                           EXIT PERFORM
                   END-READ
               ELSE
                   READ PRODUCT-RULE-FILE INTO WS-PRR-LOAD-REC
                       AT END
                           EXIT PERFORM
                   END-READ
               END-IF
               IF WS-PRR-STATUS = '00'
                   AND (SIMULATION-RUN
                        OR WS-PRL-EFFECTIVE-DATE NOT > WS-RUN-DATE)
                   PERFORM 1210-ADD-PRODUCT-RULE
               END-IF
           END-PERFORM
           IF SIMULATION-RUN
               CLOSE PROPOSED-RULE-FILE
           ELSE
               CLOSE PRODUCT-RULE-FILE
           END-IF
           IF WS-PRR-COUNT = 0
               DISPLAY 'NO PRODUCT RULES IN FORCE -- RUN ABORTED.'
               STOP RUN
           END-IF.

       1210-ADD-PRODUCT-RULE.
      *    An earlier generation of a rule already loaded gives way
      *    to a later one; a later one already loaded is kept.
           PERFORM 1220-FIND-LOADED-RULE
           IF WS-PRR-MATCH-IDX > 0
               SET WS-PRR-IDX TO WS-PRR-MATCH-IDX
               IF WS-PRL-EFFECTIVE-DATE
                   NOT > WS-PRR-EFFECTIVE-DATE(WS-PRR-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-PRR-COUNT < WS-PRR-MAX
                   ADD 1 TO WS-PRR-COUNT
                   SET WS-PRR-IDX TO WS-PRR-COUNT
               ELSE
                   DISPLAY 'PRODUCT RULE TABLE FULL -- RUN ABORTED.'
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-PRL-SOURCE-SYSTEM
               TO WS-PRR-SOURCE-SYSTEM(WS-PRR-IDX)
           MOVE WS-PRL-ACCT-TYPE TO WS-PRR-ACCT-TYPE(WS-PRR-IDX)
           MOVE WS-PRL-ORC-TYPE TO WS-PRR-ORC-TYPE(WS-PRR-IDX)
           MOVE WS-PRL-APPLY-POINT
               TO WS-PRR-APPLY-POINT(WS-PRR-IDX)
           MOVE WS-PRL-CONFIDENCE
               TO WS-PRR-CONFIDENCE(WS-PRR-IDX)
           MOVE WS-PRL-PENDING-CODE
               TO WS-PRR-PENDING-CODE(WS-PRR-IDX)
           MOVE WS-PRL-RULE-DESC TO WS-PRR-RULE-DESC(WS-PRR-IDX)
           MOVE WS-PRL-EFFECTIVE-DATE
               TO WS-PRR-EFFECTIVE-DATE(WS-PRR-IDX).

       1220-FIND-LOADED-RULE.
           MOVE 0 TO WS-PRR-MATCH-IDX
           SET WS-PRR-IDX TO 1
           PERFORM UNTIL WS-PRR-IDX > WS-PRR-COUNT
               IF WS-PRR-SOURCE-SYSTEM(WS-PRR-IDX)
                   = WS-PRL-SOURCE-SYSTEM
                   AND WS-PRR-ACCT-TYPE(WS-PRR-IDX) = WS-PRL-ACCT-TYPE
                   SET WS-PRR-MATCH-IDX TO WS-PRR-IDX
                   SET WS-PRR-IDX TO WS-PRR-COUNT
               END-IF
               SET WS-PRR-IDX UP BY 1
           END-PERFORM.

       2000-PROCESS.
           ADD 1 TO WS-TOTAL-PROCESSED
           ADD ACCT-BALANCE OF ACCT-INPUT TO WS-INPUT-BALANCE
           MOVE 'N' TO WS-PENDING-FLAG
           MOVE SPACES TO WS-PENDING-CODE
           MOVE 'HIGH' TO WS-CONFIDENCE
                           MOVE CUST-GOVT-ID TO WS-CUST-GOVT-ID
                           MOVE CUST-DEATH-FLAG TO WS-CUST-DEATH-FLAG
                           MOVE CUST-TAX-ID-TYPE TO WS-CUST-TAX-ID-TYPE
                           MOVE CUST-ENTITY-FORM TO WS-CUST-ENTITY-FORM
                       END-IF
               END-READ
           END-PERFORM.
               EXIT PARAGRAPH
           END-IF

      *    Title-override product rules (PRODRULE apply point 'T')
      *    must run ahead of the BUS test -- an attorney IOLTA or
      *    escrow-agent account (FID, 12 CFR 330.7) or a mortgage
      *    servicing P&I custodial account (MSA, 12 CFR 330.7(d)) is
      *    titled to a business, but the funds pass through to the
      *    clients or mortgagors on the rosters
      *    DEPOSIT-INSURANCE-CALC applies.
           MOVE 'T' TO WS-RULE-POINT
           PERFORM 4060-APPLY-PRODUCT-RULE
           IF PRODUCT-RULE-FOUND
               PERFORM 4090-CHECK-NATURAL-PERSON-TAXID
               ADD 1 TO WS-ASSIGNED-COUNT
               EXIT PARAGRAPH
      *    Check for Business/Organization
           IF ACCT-BUS-NAME OF ACCT-INPUT NOT = SPACES
               AND WS-CUST-NATURAL-PERSON = 'N'
      *        A sole proprietor's DBA account is the owner's own
      *        single-ownership deposit (12 CFR 330.6), not a
      *        separate entity's -- see 4040.
               PERFORM 4040-TEST-SOLE-PROPRIETOR
               IF DBA-LINK-FOUND
                   PERFORM 4090-CHECK-NATURAL-PERSON-TAXID
                   ADD 1 TO WS-ASSIGNED-COUNT
                   EXIT PARAGRAPH
               END-IF
      *        BUG: Not checking corporation vs. partnership
               MOVE 'BUS' TO WS-ASSIGNED-ORC
               IF ACCT-TAX-ID OF ACCT-INPUT(1:2) IS NUMERIC
                   MOVE 'Y' TO WS-PENDING-FLAG
                   MOVE 'EIN' TO WS-PENDING-CODE
               END-IF
               IF WS-CUST-ENTITY-FORM = 'SPR'
                   AND WS-PENDING-FLAG NOT = 'Y'
      *            The customer is a sole proprietorship but nothing
      *            ties the EIN to the proprietor -- the account
      *            cannot join the owner's single accounts until the
      *            link is supplied.
                   MOVE 'BUS-SOLE-PROP-NO-DBA-LINK' TO WS-RULE-DESC
                   MOVE 'LOW' TO WS-CONFIDENCE
                   MOVE 'Y' TO WS-PENDING-FLAG
                   MOVE 'DBA' TO WS-PENDING-CODE
               END-IF
               PERFORM 4050-TEST-INDEPENDENT-ACTIVITY
               PERFORM 4090-CHECK-NATURAL-PERSON-TAXID
               ADD 1 TO WS-ASSIGNED-COUNT
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

      *    Product rules (PRODRULE apply point 'P') -- retirement
      *    (CRA), employee benefit plan (EBP), annuity contract
      *    (ANC), and whatever products have been onboarded since.
           MOVE 'P' TO WS-RULE-POINT
           PERFORM 4060-APPLY-PRODUCT-RULE
           IF PRODUCT-RULE-FOUND
               PERFORM 4090-CHECK-NATURAL-PERSON-TAXID
               ADD 1 TO WS-ASSIGNED-COUNT
               EXIT PARAGRAPH
               END-READ
           END-PERFORM.

       4040-TEST-SOLE-PROPRIETOR.
      *    An active DBALINK record for the account's EIN ties the
      *    business name to the proprietor, so the account is the
      *    owner's single-ownership deposit. DEPOSIT-ACCT-ENRICH
      *    regroups it under the proprietor's depositor id from the
      *    same link. A link against a customer recorded as some
      *    other form of entity is a record conflict -- SGL stands,
      *    but the account is queued for review.
           PERFORM 3300-SCAN-DBA-LINK
           IF NOT DBA-LINK-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 'SGL' TO WS-ASSIGNED-ORC
           MOVE '12CFR330.6-SOLE-PROP-DBA' TO WS-RULE-DESC
           ADD 1 TO WS-DBA-COUNT
           IF WS-CUST-ENTITY-FORM NOT = 'SPR'
               AND WS-CUST-ENTITY-FORM NOT = SPACES
               MOVE 'DBA-LINK-FORM-CONFLICT' TO WS-RULE-DESC
               MOVE 'LOW' TO WS-CONFIDENCE
               MOVE 'Y' TO WS-PENDING-FLAG
               MOVE 'DBA' TO WS-PENDING-CODE
           END-IF.

       4050-TEST-INDEPENDENT-ACTIVITY.
      *    12 CFR 330.11 insures a corporation, partnership, or
      *    unincorporated association separately only when it is
      *    engaged in an independent activity. An entity the
      *    profile attests is not (a shell set up just to hold
      *    deposits) is insured as its owners' funds: 'BLT' owner
      *    look-through, which DEPOSIT-ACCT-ENRICH spreads across
      *    the owners from the same profile. A business with no
      *    profile on file keeps BUS as before.
           PERFORM 3200-SCAN-ENTITY-PROFILE
           IF NOT ENTITY-PROFILE-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-EPR-INDEP-ACTIVITY = 'N'
               MOVE 'BLT' TO WS-ASSIGNED-ORC
               MOVE '12CFR330.11-LOOK-THROUGH' TO WS-RULE-DESC
               MOVE 'NO INDEPENDENT ACTIVITY' TO WS-SHELL-REASON
               IF WS-EPR-OWNER-COUNT = 0
                   OR WS-EPR-OWNER-PCT-TOTAL NOT = 100
      *            The owners are what the look-through insures --
      *            without a complete roster the split cannot be
      *            trusted.
                   MOVE 'BLT-OWNERS-INCOMPLETE' TO WS-RULE-DESC
                   MOVE 'OWNERS INCOMPLETE' TO WS-SHELL-REASON
                   MOVE 'LOW' TO WS-CONFIDENCE
                   MOVE 'Y' TO WS-PENDING-FLAG
                   MOVE 'LTO' TO WS-PENDING-CODE
               END-IF
               PERFORM 5200-WRITE-SHELL-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-EPR-INDEP-ACTIVITY = SPACE
               AND WS-PENDING-FLAG NOT = 'Y'
      *        Profiled but never attested -- the test has not been
      *        made, so the BUS treatment is not yet certain.
               MOVE 'BUS-ACTIVITY-UNATTESTED' TO WS-RULE-DESC
               MOVE 'LOW' TO WS-CONFIDENCE
               MOVE 'Y' TO WS-PENDING-FLAG
               MOVE 'IAT' TO WS-PENDING-CODE
           END-IF.

       4060-APPLY-PRODUCT-RULE.
      *    Finds the rule for the account's ACCT-TYPE at this apply
      *    point -- a rule for the account's own source system wins
      *    over a '*' (any source) rule -- and takes its ORC, rule
      *    text, confidence, and pending code.
           MOVE 'N' TO WS-PRR-FOUND
           MOVE 0 TO WS-PRR-MATCH-IDX
           SET WS-PRR-IDX TO 1
           PERFORM UNTIL WS-PRR-IDX > WS-PRR-COUNT
               IF WS-PRR-ACCT-TYPE(WS-PRR-IDX) =
                       ACCT-TYPE OF ACCT-INPUT
                   AND WS-PRR-APPLY-POINT(WS-PRR-IDX) = WS-RULE-POINT
                   IF WS-PRR-SOURCE-SYSTEM(WS-PRR-IDX) =
                           ACCT-SOURCE-SYSTEM OF ACCT-INPUT
                       SET WS-PRR-MATCH-IDX TO WS-PRR-IDX
                       SET WS-PRR-IDX TO WS-PRR-COUNT
                   ELSE
                       IF WS-PRR-SOURCE-SYSTEM(WS-PRR-IDX) = '*'
                           AND WS-PRR-MATCH-IDX = 0
                           SET WS-PRR-MATCH-IDX TO WS-PRR-IDX
                       END-IF
                   END-IF
               END-IF
               SET WS-PRR-IDX UP BY 1
           END-PERFORM
           IF WS-PRR-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           SET PRODUCT-RULE-FOUND TO TRUE
           ADD 1 TO WS-PRR-RULED-COUNT
           SET WS-PRR-IDX TO WS-PRR-MATCH-IDX
           MOVE WS-PRR-ORC-TYPE(WS-PRR-IDX) TO WS-ASSIGNED-ORC
           MOVE WS-PRR-RULE-DESC(WS-PRR-IDX) TO WS-RULE-DESC
           MOVE WS-PRR-CONFIDENCE(WS-PRR-IDX) TO WS-CONFIDENCE
           IF WS-PRR-PENDING-CODE(WS-PRR-IDX) NOT = SPACES
               MOVE 'Y' TO WS-PENDING-FLAG
               MOVE WS-PRR-PENDING-CODE(WS-PRR-IDX)
                   TO WS-PENDING-CODE
           END-IF.

       4090-CHECK-NATURAL-PERSON-TAXID.
      *    A natural person's tax id should be an SSN or ITIN -- an
      *    EIN paired with that flag is a customer-record mismatch
               MOVE 'TID' TO WS-PENDING-CODE
           END-IF.

       3200-SCAN-ENTITY-PROFILE.
      *    BUG: Sequential scan per account — see 3000-LOOKUP-CUSTOMER
      *    for the same performance tradeoff.
           MOVE 'N' TO WS-EPR-FOUND
           MOVE SPACES TO WS-EPR-ENTITY-NAME
           MOVE SPACES TO WS-EPR-FORMATION-DATE
           MOVE SPACES TO WS-EPR-ENTITY-FORM
           MOVE SPACES TO WS-EPR-INDEP-ACTIVITY
           MOVE SPACES TO WS-EPR-ATTEST-DATE
           MOVE ZEROS TO WS-EPR-OWNER-COUNT
           MOVE ZEROS TO WS-EPR-OWNER-PCT-TOTAL
           CLOSE ENTITY-PROFILE-FILE
           OPEN INPUT ENTITY-PROFILE-FILE
           PERFORM UNTIL WS-EPR-STATUS NOT = '00'
               READ ENTITY-PROFILE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF EPR-ENTITY-ID =
                               ACCT-DEPOSITOR-ID OF ACCT-INPUT
                           IF EPR-ENTITY-HEADER
                               SET ENTITY-PROFILE-FOUND TO TRUE
                               MOVE EPR-ENTITY-NAME
                                   TO WS-EPR-ENTITY-NAME
                               MOVE EPR-FORMATION-DATE
                                   TO WS-EPR-FORMATION-DATE
                               MOVE EPR-ENTITY-FORM
                                   TO WS-EPR-ENTITY-FORM
                               MOVE EPR-INDEP-ACTIVITY
                                   TO WS-EPR-INDEP-ACTIVITY
                               MOVE EPR-ATTEST-DATE
                                   TO WS-EPR-ATTEST-DATE
                           END-IF
                           IF EPR-OWNER-RECORD
                               ADD 1 TO WS-EPR-OWNER-COUNT
                               ADD EPR-OWNER-PCT
                                   TO WS-EPR-OWNER-PCT-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3300-SCAN-DBA-LINK.
      *    BUG: Sequential scan per account — see 3000-LOOKUP-CUSTOMER
      *    for the same performance tradeoff.
           MOVE 'N' TO WS-DBL-FOUND
           IF ACCT-TAX-ID OF ACCT-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF
           CLOSE DBA-LINK-FILE
           OPEN INPUT DBA-LINK-FILE
           PERFORM UNTIL DBA-LINK-FOUND OR
                         WS-DBL-STATUS NOT = '00'
               READ DBA-LINK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF DBL-BUS-TAX-ID = ACCT-TAX-ID OF ACCT-INPUT
                           AND DBL-ACTIVE
                           AND DBL-PROPRIETOR-ID NOT = SPACES
                           SET DBA-LINK-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       4100-CLASSIFY-GOVT.
           EVALUATE TRUE
               WHEN ACCT-GOVT-ENTITY OF ACCT-INPUT(1:7) = 'FEDERAL'
           MOVE WS-PENDING-CODE TO OUT-PENDING-CODE
      *    BUG: Timestamp not populated
           MOVE SPACES TO OUT-TIMESTAMP
           ADD 1 TO WS-OUTPUT-COUNT
           IF SIMULATION-RUN
               WRITE SCENARIO-OUTPUT-REC FROM ORC-OUTPUT-REC
               EXIT PARAGRAPH
           END-IF
           WRITE ORC-OUTPUT-REC

           IF WS-PENDING-FLAG = 'Y'
           WRITE ORC-PENDING-REC
           ADD 1 TO WS-PENDING-COUNT.

       5200-WRITE-SHELL-EXCEPTION.
      *    The shells the independent-activity test turns up are a
      *    BSA/KYC concern as well as a coverage one -- one line per
      *    account for that team's review.
           IF SIMULATION-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SHELL-DETAIL-LINE
           MOVE ACCT-NUMBER OF ACCT-INPUT TO SHD-ACCT-NUMBER
           MOVE ACCT-DEPOSITOR-ID OF ACCT-INPUT TO SHD-DEPOSITOR-ID
           MOVE WS-EPR-ENTITY-NAME    TO SHD-ENTITY-NAME
           MOVE WS-EPR-ENTITY-FORM    TO SHD-ENTITY-FORM
           MOVE WS-EPR-FORMATION-DATE TO SHD-FORMATION-DATE
           MOVE WS-EPR-ATTEST-DATE    TO SHD-ATTEST-DATE
           MOVE WS-EPR-OWNER-COUNT    TO SHD-OWNER-COUNT
           MOVE WS-SHELL-REASON       TO SHD-REASON
           WRITE SHELL-REPORT-LINE FROM SHELL-DETAIL-LINE
           ADD 1 TO WS-SHELL-COUNT.

       9000-CLEANUP.
           PERFORM 9200-POST-CONTROL-TOTALS
           IF SIMULATION-RUN
               CLOSE SCENARIO-OUTPUT-FILE
           ELSE
               PERFORM 9100-WRITE-RUN-COMPLETE
               CLOSE OUTPUT-FILE
               CLOSE PENDING-QUEUE-FILE
               CLOSE SHELL-REPORT-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE DEPOSIT-TRUST-BENE-FILE
           CLOSE OFFICIAL-CUSTODIAN-FILE
           CLOSE ACCOUNT-FILE
           CLOSE ENTITY-PROFILE-FILE
           CLOSE DBA-LINK-FILE
           DISPLAY 'TOTAL PROCESSED: ' WS-TOTAL-PROCESSED
           DISPLAY 'ASSIGNED: ' WS-ASSIGNED-COUNT
           DISPLAY 'PENDING: ' WS-PENDING-COUNT
           DISPLAY 'UNRESOLVED: ' WS-UNRESOLVED-COUNT
           DISPLAY 'SHELL ENTITIES (LOOK-THROUGH): ' WS-SHELL-COUNT
           DISPLAY 'SOLE-PROPRIETOR DBA (SGL): ' WS-DBA-COUNT
           DISPLAY 'PRODUCT RULES IN FORCE: ' WS-PRR-COUNT
           DISPLAY 'CLASSIFIED BY PRODUCT RULE: ' WS-PRR-RULED-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9200-POST-CONTROL-TOTALS.
      *    ACCTFILE in, the classifications out, to the job-to-job
      *    ledger (see CONTROL-TOTAL.cpy). Every account read --
      *    closed ones included -- gets exactly one classification,
      *    so the two counts must agree. A scenario run posts
      *    against its own output for the record and is never
      *    balanced.
           OPEN EXTEND CONTROL-TOTAL-FILE
           INITIALIZE CONTROL-TOTAL-REC
           MOVE WS-BUSINESS-DATE TO CTT-BUSINESS-DATE
           MOVE 'ORC-ASSIGNMENT' TO CTT-JOB-NAME
           IF SIMULATION-RUN
               SET CTT-SCENARIO TO TRUE
           ELSE
               SET CTT-PRODUCTION TO TRUE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CTT-POSTED-TS
           MOVE 'ACCTFILE' TO CTT-DATASET
           SET CTT-INPUT TO TRUE
           SET CTT-BALANCE-CARRIED TO TRUE
           MOVE WS-TOTAL-PROCESSED TO CTT-RECORD-COUNT
           MOVE WS-INPUT-BALANCE TO CTT-BALANCE-TOTAL
           WRITE CONTROL-TOTAL-REC
           IF SIMULATION-RUN
               MOVE 'ORCSCEN' TO CTT-DATASET
           ELSE
               MOVE 'ORCOUT' TO CTT-DATASET
           END-IF
           SET CTT-OUTPUT TO TRUE
           SET CTT-COUNT-ONLY TO TRUE
           MOVE WS-OUTPUT-COUNT TO CTT-RECORD-COUNT
           MOVE ZERO TO CTT-BALANCE-TOTAL
           MOVE 'ACCTFILE' TO CTT-BASIS-DATASET
           WRITE CONTROL-TOTAL-REC
           CLOSE CONTROL-TOTAL-FILE.
