      * REGULATION: FDIC IT Guide v3.0, 12 CFR Part 370
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Posts its control totals to the job-to-job
      *               ledger (CTLLEDGR, see CONTROL-TOTAL.cpy):
      *               RSLTFILE and RESULTOUT in as received, P370SUB
      *               out with the trust, carried-pending, and owner
      *               rows that explain the difference. Gates on
      *               CONTROL-TOTAL-BALANCE (CTLBSTS) the same way
      *               as RSLTVSTS -- a break anywhere up the chain
      *               holds the submission.
      *   2026-10-15  Deposit and trust records now carry a
      *               sanctions-blocked indicator, P370-BLOCKED-FLAG
      *               (carved from the trailing FILLER, record length
      *               unchanged, PART370-VALIDATE's mirror updated):
      *               'Y' when compliance has confirmed a blocked
      *               party on the account or trust
      *               (RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG), 'N'
      *               otherwise; blank on analyst-pending and owner
      *               records. RSLT-RECORD mirror 202 -> 203 and
      *               RESULT-REC mirror 203 -> 204 bytes.
      *   2026-10-15  An FBO custodial account whose partner
      *               sub-ledger did not reconcile (calc method
      *               FBO_LEDGER_UNRECON, see FBO-LEDGER-RECON) is
      *               exported as a pending record ('P', exception
      *               code FBO) at its one-SMDIA fallback amounts,
      *               the same as an undetermined official item.
      *   2026-10-15  Owner-level 'O' records take their ORC from
      *               the new JOR-ORC-TYPE, so the co-owners of a
      *               multi-owner payable-on-death account export as
      *               REV owner records beside the JNT ones.
      *   2026-10-15  A joint living trust exports one record per
      *               grantor under the same trust id; combined-book
      *               adjustments and manual overrides naming a
      *               grantor (ADJ-GRANTOR-ID / OVR-GRANTOR-ID) now
      *               apply only to that grantor's record.
      *   2026-10-15  Deposit records now carry a restricted-funds
      *               indicator, P370-RESTRICTED-FLAG (carved from
      *               the trailing FILLER, record length unchanged,
      *               PART370-VALIDATE's mirror updated): 'Y' when a
      *               tax levy, garnishment, or court order is in
      *               force on the account (RSLT-RESTRAINED-AMT from
      *               the calc), 'N' otherwise; blank on trust
      *               records. RSLT-RECORD mirror 185 -> 202 bytes.
      *   2026-10-15  An outstanding official item whose payee could
      *               not be determined (calc method
      *               OFFICIAL_ITEM_PEND) is exported as a
      *               pending record ('P', exception code OIP) with
      *               its amounts, not as a final deposit
      *               determination -- it still foots into the hash
      *               totals and counts as pending on the trailer.
      *   2026-09-03  Exported records now carry the FDIC
      *               certificate number from the maintained
      *               covered-institution reference (INSTREF, see
           SELECT INSTITUTION-REF-FILE ASSIGN TO 'INSTREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT CONTROL-BALANCE-STATUS-FILE ASSIGN TO 'CTLBSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBS-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO 'CTLLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  DRSLT-FX-RATE         PIC 9(5)V9(6).
           05  DRSLT-RECIP-FLAG      PIC X(1).
           05  DRSLT-RECIP-PLACED    PIC S9(13)V99.
           05  DRSLT-RESTRAINED-AMT  PIC S9(13)V99.
           05  DRSLT-RESTRAINT-TYPE  PIC X(2).
           05  DRSLT-BLOCKED-FLAG    PIC X(1).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  TRUST-RESULT-FILE.
           05  TRSLT-NONDEPOSIT-AMT  PIC S9(13)V99.
           05  TRSLT-CALC-METHOD     PIC X(20).
           05  TRSLT-STATUS          PIC X(10).
           05  TRSLT-BLOCKED-FLAG    PIC X(1).

      *    Fixed-width Part 370 submission layout -- one 165-byte
      *    record per deposit account or trust.
      *    The FDIC certificate number the charter files under,
      *    from the covered-institution reference.
           05  P370-FDIC-CERT        PIC X(7).
      *    Restricted-funds indicator, deposit records only: 'Y'
      *    when a legal restraint (levy, garnishment, court order)
      *    is in force on the account, 'N' when none is.
           05  P370-RESTRICTED-FLAG  PIC X(1).
               88  P370-FUNDS-RESTRICTED VALUE 'Y'.
      *    Sanctions-blocked indicator, deposit and trust records:
      *    'Y' when a party to the account or trust is confirmed
      *    blocked (SANCTIONS-SCREEN), 'N' when none is. The
      *    amounts are still the insured determination.
           05  P370-BLOCKED-FLAG     PIC X(1).
               88  P370-PROPERTY-BLOCKED VALUE 'Y'.
           05  FILLER                PIC X(1).

      *    Header -- first record of the file, type '0'.
       01  P370-HEADER-RECORD.
       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  CONTROL-BALANCE-STATUS-FILE.
           COPY CONTROL-BALANCE-STATUS.

       FD  CONTROL-TOTAL-FILE.
           COPY CONTROL-TOTAL.

       FD  OVERRIDE-FILE.
           COPY DETERMINATION-OVERRIDE.

           05  FILLER                PIC X(10).

      *    Mirrors JNT-OWNER-RESULT.cpy -- per-owner joint account
      *    and multi-owner POD account detail from the deposit
      *    enrichment.
       FD  OWNER-RESULT-FILE.
       01  JOR-RECORD.
           05  JOR-ACCT-NUMBER       PIC X(20).
           05  JOR-INSURED-AMT       PIC S9(13)V99.
           05  JOR-UNINSURED-AMT     PIC S9(13)V99.
           05  JOR-FALLBACK-REASON   PIC X(20).
           05  JOR-ORC-TYPE          PIC X(5).
           05  FILLER                PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-BALANCE-HASH           PIC S9(15)V99 VALUE 0.
       01  WS-INSURED-HASH           PIC S9(15)V99 VALUE 0.
       01  WS-UNINSURED-HASH         PIC S9(15)V99 VALUE 0.

      *--- Input control totals for the job-to-job ledger -- the
      *    result files as received, before any adjustment or
      *    override touches an amount.
       01  WS-DRSLT-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-DRSLT-BALANCE          PIC S9(15)V99 VALUE 0.
       01  WS-DRSLT-INSURED          PIC S9(15)V99 VALUE 0.
       01  WS-DRSLT-UNINSURED        PIC S9(15)V99 VALUE 0.
       01  WS-TRSLT-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-TRSLT-BALANCE          PIC S9(15)V99 VALUE 0.
       01  WS-TRSLT-INSURED          PIC S9(15)V99 VALUE 0.
       01  WS-TRSLT-UNINSURED        PIC S9(15)V99 VALUE 0.
       01  WS-CARRIED-PENDING-COUNT  PIC 9(7) VALUE 0.
       01  WS-STP-STATUS             PIC XX.
       01  WS-EOF-PENDING            PIC X VALUE 'N'.
           88  PENDING-EOF           VALUE 'Y'.
       01  WS-ADJ-STATUS             PIC XX.
       01  WS-RST-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-CBS-STATUS             PIC XX.
       01  WS-CTT-STATUS             PIC XX.
       01  WS-OVR-STATUS             PIC XX.
       01  WS-AUD-STATUS             PIC XX.

                            INDEXED BY WS-OV-IDX.
               10  WS-OV-TYPE          PIC X(1).
               10  WS-OV-ENTITY-ID     PIC X(20).
               10  WS-OV-GRANTOR-ID    PIC X(10).
               10  WS-OV-INSURED       PIC S9(13)V99.
               10  WS-OV-UNINSURED     PIC S9(13)V99.
               10  WS-OV-REASON        PIC X(4).
                            INDEXED BY WS-AJ-IDX.
               10  WS-AJ-BOOK          PIC X(1).
               10  WS-AJ-ENTITY-ID     PIC X(20).
               10  WS-AJ-GRANTOR-ID    PIC X(10).
               10  WS-AJ-REDUCTION     PIC S9(13)V99.
       01  WS-ADJ-REDUCTION           PIC S9(13)V99.
       01  WS-ADJ-APPLIED-COUNT       PIC 9(7) VALUE 0.
           OPEN INPUT TRUST-RESULT-FILE
           OPEN OUTPUT PART370-SUBMISSION-FILE
           PERFORM 1040-CHECK-RSLT-VALIDATE
           PERFORM 1045-CHECK-CONTROL-BALANCE
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-CHECK-PRIOR-RETURN
           PERFORM 1200-LOAD-ADJUSTMENTS
           END-IF
           CLOSE RSLT-VALIDATE-STATUS-FILE.

       1045-CHECK-CONTROL-BALANCE.
      *    CONTROL-TOTAL-BALANCE must be run ahead of this program
      *    each cycle -- a count or dollar break between two jobs
      *    in the chain means records were lost or invented on the
      *    way here. Same convention as the RSLTVSTS gate.
           OPEN INPUT CONTROL-BALANCE-STATUS-FILE
           IF WS-CBS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTROL BALANCE STATUS FILE: '
                        WS-CBS-STATUS
               STOP RUN
           END-IF
           READ CONTROL-BALANCE-STATUS-FILE
               AT END
                   DISPLAY 'CONTROL BALANCE STATUS FILE IS EMPTY -- '
                            'CONTROL-TOTAL-BALANCE HAS NOT RUN THIS '
                            'CYCLE. RUN ABORTED.'
                   CLOSE CONTROL-BALANCE-STATUS-FILE
                   STOP RUN
           END-READ
           IF CBS-BREAK
               DISPLAY 'JOB-TO-JOB CONTROL TOTALS OUT OF BALANCE ('
                        CBS-BREAK-COUNT
                        ' BREAK(S)) -- RUN ABORTED.'
               CLOSE CONTROL-BALANCE-STATUS-FILE
               STOP RUN
           END-IF
           CLOSE CONTROL-BALANCE-STATUS-FILE.

       1100-READ-RUN-CONTROL.
      * The cycle's official business date comes from the run-
      * control file written by CYCLE-OPEN -- never the system
                                   TO WS-AJ-BOOK(WS-AJ-IDX)
                               MOVE ADJ-ENTITY-ID
                                   TO WS-AJ-ENTITY-ID(WS-AJ-IDX)
                               MOVE ADJ-GRANTOR-ID
                                   TO WS-AJ-GRANTOR-ID(WS-AJ-IDX)
                               MOVE ADJ-INSURED-REDUCTION
                                   TO WS-AJ-REDUCTION(WS-AJ-IDX)
                           ELSE
                       TO WS-OV-TYPE(WS-OV-IDX)
                   MOVE OVR-ENTITY-ID
                       TO WS-OV-ENTITY-ID(WS-OV-IDX)
                   MOVE OVR-GRANTOR-ID
                       TO WS-OV-GRANTOR-ID(WS-OV-IDX)
                   MOVE OVR-INSURED-AMT
                       TO WS-OV-INSURED(WS-OV-IDX)
                   MOVE OVR-UNINSURED-AMT
               IF WS-OV-TYPE(WS-OV-IDX) = P370-RECORD-TYPE
                   AND WS-OV-ENTITY-ID(WS-OV-IDX)
                       = P370-ACCOUNT-ID
                   AND (WS-OV-GRANTOR-ID(WS-OV-IDX) = SPACES
                        OR WS-OV-GRANTOR-ID(WS-OV-IDX)
                           = P370-DEPOSITOR-ID)
                   MOVE WS-OV-INSURED(WS-OV-IDX)
                       TO P370-INSURED-AMT
                   MOVE WS-OV-UNINSURED(WS-OV-IDX)
           PERFORM UNTIL WS-AJ-IDX > WS-ADJ-COUNT
               IF WS-AJ-BOOK(WS-AJ-IDX) = P370-RECORD-TYPE
                   AND WS-AJ-ENTITY-ID(WS-AJ-IDX) = P370-ACCOUNT-ID
                   AND (WS-AJ-GRANTOR-ID(WS-AJ-IDX) = SPACES
                        OR WS-AJ-GRANTOR-ID(WS-AJ-IDX)
                           = P370-DEPOSITOR-ID)
                   ADD WS-AJ-REDUCTION(WS-AJ-IDX)
                       TO WS-ADJ-REDUCTION
               END-IF
                        WS-AS-OF-DATE ' -- EXPORT ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-DRSLT-READ-COUNT
           ADD DRSLT-BALANCE       TO WS-DRSLT-BALANCE
           ADD DRSLT-INSURED-AMT   TO WS-DRSLT-INSURED
           ADD DRSLT-UNINSURED-AMT TO WS-DRSLT-UNINSURED
           MOVE SPACES TO P370-SUBMISSION-RECORD
           SET P370-TYPE-DEPOSIT TO TRUE
           MOVE 'DEPOSIT' TO P370-SOURCE-SYSTEM
               MOVE DRSLT-CURRENCY-CODE TO P370-CURRENCY-CODE
           END-IF
           MOVE DRSLT-FX-RATE TO P370-FX-RATE
           IF DRSLT-RESTRAINED-AMT > 0
               SET P370-FUNDS-RESTRICTED TO TRUE
           ELSE
               MOVE 'N' TO P370-RESTRICTED-FLAG
           END-IF
           IF DRSLT-BLOCKED-FLAG = 'Y'
               SET P370-PROPERTY-BLOCKED TO TRUE
           ELSE
               MOVE 'N' TO P370-BLOCKED-FLAG
           END-IF
           MOVE DRSLT-INSTITUTION-ID TO P370-INSTITUTION-ID
           MOVE DRSLT-ACCT-NUMBER  TO P370-ACCOUNT-ID
           MOVE DRSLT-DEPOSITOR-ID TO P370-DEPOSITOR-ID
           ADD DRSLT-BALANCE       TO WS-BALANCE-HASH
           ADD P370-INSURED-AMT    TO WS-INSURED-HASH
           ADD P370-UNINSURED-AMT  TO WS-UNINSURED-HASH
      *    An official item with no determinable payee is a pending
      *    payee determination, not a final deposit record -- it
      *    keeps its amounts but is disclosed and counted as pending.
      *    So is an FBO account whose sub-ledger did not reconcile
      *    -- held at one SMDIA until the end users can be proven.
           EVALUATE DRSLT-CALC-METHOD
               WHEN 'OFFICIAL_ITEM_PEND'
                   SET P370-TYPE-PENDING TO TRUE
                   MOVE 'OIP' TO P370-EXCEPTION-CODE
                   WRITE P370-SUBMISSION-RECORD
                   ADD 1 TO WS-PENDING-COUNT
               WHEN 'FBO_LEDGER_UNRECON'
                   SET P370-TYPE-PENDING TO TRUE
                   MOVE 'FBO' TO P370-EXCEPTION-CODE
                   WRITE P370-SUBMISSION-RECORD
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   WRITE P370-SUBMISSION-RECORD
                   ADD 1 TO WS-DEPOSIT-COUNT
           END-EVALUATE
           READ DEPOSIT-RESULT-FILE
               AT END SET DEPOSIT-EOF TO TRUE
           END-READ.

       2500-EXPORT-TRUST.
           ADD 1 TO WS-TRSLT-READ-COUNT
           ADD TRSLT-TOTAL-BALANCE TO WS-TRSLT-BALANCE
           ADD TRSLT-INSURED-AMT   TO WS-TRSLT-INSURED
           ADD TRSLT-UNINSURED-AMT TO WS-TRSLT-UNINSURED
           MOVE SPACES TO P370-SUBMISSION-RECORD
           SET P370-TYPE-TRUST TO TRUE
           MOVE 'TRUST' TO P370-SOURCE-SYSTEM
           MOVE 'USD'               TO P370-CURRENCY-CODE
           MOVE ZEROS               TO P370-FX-RATE
           MOVE WS-AS-OF-DATE       TO P370-AS-OF-DATE
           IF TRSLT-BLOCKED-FLAG = 'Y'
               SET P370-PROPERTY-BLOCKED TO TRUE
           ELSE
               MOVE 'N' TO P370-BLOCKED-FLAG
           END-IF
           PERFORM 1350-STAMP-FDIC-CERT
           PERFORM 1300-FIND-ADJUSTMENT
           PERFORM 1400-APPLY-OVERRIDE
           MOVE STP-PENDING-CODE  TO P370-EXCEPTION-CODE
           WRITE P370-SUBMISSION-RECORD
           ADD 1 TO WS-PENDING-COUNT
           ADD 1 TO WS-CARRIED-PENDING-COUNT
           READ STILL-PENDING-FILE
               AT END SET PENDING-EOF TO TRUE
           END-READ.
           MOVE 'DEPOSIT' TO P370-SOURCE-SYSTEM
           MOVE JOR-ACCT-NUMBER OF JOR-RECORD TO P370-ACCOUNT-ID
           MOVE JOR-OWNER-ID OF JOR-RECORD    TO P370-DEPOSITOR-ID
      *    Owner records cut before the category was carried are
      *    all joint-account owners.
           IF JOR-ORC-TYPE OF JOR-RECORD = SPACES
               MOVE 'JNT'         TO P370-ORC-TYPE
           ELSE
               MOVE JOR-ORC-TYPE OF JOR-RECORD TO P370-ORC-TYPE
           END-IF
           COMPUTE P370-BALANCE =
               JOR-INSURED-AMT OF JOR-RECORD
               + JOR-UNINSURED-AMT OF JOR-RECORD

       9000-FINALIZE.
           PERFORM 8600-REPORT-UNAPPLIED-OVERRIDES
           PERFORM 9200-POST-CONTROL-TOTALS
           PERFORM 9100-WRITE-RUN-COMPLETE
           IF WS-OVR-COUNT > 0
               CLOSE AUDIT-TRAIL-FILE
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9200-POST-CONTROL-TOTALS.
      *    The two result files in as received and the submission
      *    out, to the job-to-job ledger (see CONTROL-TOTAL.cpy).
      *    Every RSLTFILE row exports exactly once (as 'D' or 'P');
      *    the trust, carried-pending, and owner rows are added on
      *    top. The submission's amounts are the trailer hashes --
      *    after adjustments and overrides, owners excluded -- which
      *    PART370-VALIDATE's own footing is proved against.
           OPEN EXTEND CONTROL-TOTAL-FILE
           INITIALIZE CONTROL-TOTAL-REC
           MOVE WS-BUSINESS-DATE TO CTT-BUSINESS-DATE
           MOVE 'PART370-SUBMISSION' TO CTT-JOB-NAME
           SET CTT-PRODUCTION TO TRUE
           SET CTT-ALL-AMOUNTS TO TRUE
           MOVE FUNCTION CURRENT-DATE TO CTT-POSTED-TS
           MOVE 'RSLTFILE' TO CTT-DATASET
           SET CTT-INPUT TO TRUE
           MOVE WS-DRSLT-READ-COUNT TO CTT-RECORD-COUNT
           MOVE WS-DRSLT-BALANCE    TO CTT-BALANCE-TOTAL
           MOVE WS-DRSLT-INSURED    TO CTT-INSURED-TOTAL
           MOVE WS-DRSLT-UNINSURED  TO CTT-UNINSURED-TOTAL
           WRITE CONTROL-TOTAL-REC
           MOVE 'RESULTOUT' TO CTT-DATASET
           MOVE WS-TRSLT-READ-COUNT TO CTT-RECORD-COUNT
           MOVE WS-TRSLT-BALANCE    TO CTT-BALANCE-TOTAL
           MOVE WS-TRSLT-INSURED    TO CTT-INSURED-TOTAL
           MOVE WS-TRSLT-UNINSURED  TO CTT-UNINSURED-TOTAL
           WRITE CONTROL-TOTAL-REC
           MOVE 'P370SUB' TO CTT-DATASET
           SET CTT-OUTPUT TO TRUE
           COMPUTE CTT-RECORD-COUNT = WS-DEPOSIT-COUNT
                                    + WS-TRUST-COUNT
                                    + WS-PENDING-COUNT
                                    + WS-OWNER-COUNT
           MOVE WS-BALANCE-HASH     TO CTT-BALANCE-TOTAL
           MOVE WS-INSURED-HASH     TO CTT-INSURED-TOTAL
           MOVE WS-UNINSURED-HASH   TO CTT-UNINSURED-TOTAL
           MOVE 'RSLTFILE' TO CTT-BASIS-DATASET
           COMPUTE CTT-ADDED-COUNT = WS-TRUST-COUNT
                                   + WS-CARRIED-PENDING-COUNT
                                   + WS-OWNER-COUNT
           MOVE 'TRUST/PENDING/OWNER' TO CTT-ADDED-REASON
           WRITE CONTROL-TOTAL-REC
           CLOSE CONTROL-TOTAL-FILE.
