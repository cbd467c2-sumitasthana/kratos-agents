      *================================================================*
      * PROGRAM: EXAM-EVIDENCE-EXTRACT
      * PURPOSE: Examiner evidence workpapers for the Part 370
      *          compliance-testing sample. For every item EXAM-
      *          SAMPLE-SELECT drew (EXMSAMPL, see EXAM-SAMPLE.cpy)
      *          this assembles the complete trail behind the number
      *          -- until now pulled together by hand from a dozen
      *          datasets per item:
      *            01 cover -- item, stratum, seed, source row;
      *            02 the determination itself (RSLTFILE/RESULTOUT);
      *            03 the aggregation group it was calculated in --
      *               every row for the same depositor (grantor),
      *               institution, and ORC, with the group totals;
      *            04 the account master (ACCTFILE) or the trust
      *               master as the calc read it (TRUSTWND);
      *            05 the depositor (CUSTFILE) or the co-grantors
      *               (COGRNTR);
      *            06 ownership and beneficiary records -- signature
      *               cards, POD and trust-account beneficiaries,
      *               plan participants, agency principals,
      *               fiduciary clients, annuity owners, mortgagors,
      *               official custodians; for a trust, BENEIN and
      *               PARTICIN;
      *            07 the enrichment adjustments -- the enriched
      *               account (ACCTENR: COB balance, FX, sweep,
      *               accrual, reciprocal, restraint, collateral)
      *               and the feed rows behind them (TXNCLEAN COB
      *               postings, ACCRINT, SWEEPPOS, RECIPPOS);
      *            08 determination overrides (DETOVRRD);
      *            09 audit trail rows (AUDITTRL);
      *            10 the source files read and their record counts.
      *          Names and ids are shown; SSNs, tax ids, dates of
      *          birth, and addresses are not -- the examiners get
      *          those from the institution's own records on request.
      *
      *          Each source is read once, start to finish, and every
      *          line is tagged with its item, section, and line
      *          number on a work file (EXMEVWK) that is sorted into
      *          the evidence file (EXMEVID, see EXAM-EVIDENCE.cpy).
      *          Each item's lines are a complete, self-contained
      *          package, so bursting EXMEVID on EVD-ITEM-NO yields
      *          one printable evidence file per sample item.
      *          Apart from the sample and the two result files, a
      *          source that cannot be opened is listed as not
      *          available in section 10 rather than stopping the run.
      * REGULATION: 12 CFR 370.10 (compliance testing);
      *             FDIC IT Guide v3.0 (examination support)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD mirror 202 -> 203 bytes, RESULT-REC
      *               mirror 203 -> 204 bytes, and ACCTENR mirror
      *               403 -> 404 bytes for the new sanctions-blocked
      *               flag, which the deposit result, trust result,
      *               and enriched account rows now show.
      *   2026-10-15  ACCTENR mirror 402 -> 403 bytes; the enriched
      *               account row shows the FBO sub-ledger
      *               reconciliation status.
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-EVIDENCE-EXTRACT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-FILE ASSIGN TO 'EXMSAMPL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMP-STATUS.
           SELECT DEPOSIT-RESULT-FILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSLT-STATUS.
           SELECT TRUST-RESULT-FILE ASSIGN TO 'RESULTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRSLT-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT SIGCARD-FILE ASSIGN TO 'SIGCARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.
           SELECT POD-BENE-FILE ASSIGN TO 'PODBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODB-STATUS.
           SELECT DEPOSIT-TRUST-BENE-FILE ASSIGN TO 'DTBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTB-STATUS.
           SELECT EBP-PARTICIPANT-FILE ASSIGN TO 'EBPPART'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EBPP-STATUS.
           SELECT AGENT-OWNER-FILE ASSIGN TO 'AGYOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-STATUS.
           SELECT FIDUCIARY-CLIENT-FILE ASSIGN TO 'FIDCLNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDC-STATUS.
           SELECT ANNUITY-OWNER-FILE ASSIGN TO 'ANCOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANO-STATUS.
           SELECT MORTGAGOR-FILE ASSIGN TO 'MSABAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSA-STATUS.
           SELECT CUSTODIAN-FILE ASSIGN TO 'OFFCUST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTD-STATUS.
           SELECT ENRICHED-FILE ASSIGN TO 'ACCTENR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'TXNCLEAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT ACCRUED-INT-FILE ASSIGN TO 'ACCRINT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT SWEEP-FILE ASSIGN TO 'SWEEPPOS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SWP-STATUS.
           SELECT RECIPROCAL-FILE ASSIGN TO 'RECIPPOS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.
           SELECT TRUST-MASTER-FILE ASSIGN TO 'TRUSTWND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRST-STATUS.
           SELECT BENE-FILE ASSIGN TO 'BENEIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BENE-STATUS.
           SELECT PARTICIPANT-FILE ASSIGN TO 'PARTICIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT COGRANTOR-FILE ASSIGN TO 'COGRNTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CGR-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO 'DETOVRRD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT EVIDENCE-WORK-FILE ASSIGN TO 'EXMEVWK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVW-STATUS.
           SELECT EVIDENCE-SORT-FILE ASSIGN TO 'EXMEVSW'.
           SELECT EVIDENCE-FILE ASSIGN TO 'EXMEVID'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVD-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SAMPLE-FILE.
           COPY EXAM-SAMPLE.

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       FD  DEPOSIT-RESULT-FILE.
       01  DRSLT-RECORD.
           05  DRSLT-ACCT-NUMBER     PIC X(20).
           05  DRSLT-DEPOSITOR-ID    PIC X(15).
           05  DRSLT-INSTITUTION-ID  PIC X(5).
           05  DRSLT-ORC-TYPE        PIC X(4).
           05  DRSLT-BALANCE         PIC S9(13)V99.
           05  DRSLT-INSURED-AMT     PIC S9(13)V99.
           05  DRSLT-UNINSURED-AMT   PIC S9(13)V99.
           05  DRSLT-CALC-METHOD     PIC X(20).
           05  DRSLT-ERROR-FLAG      PIC X(1).
           05  DRSLT-REASON-CODE     PIC X(3).
           05  DRSLT-TIMESTAMP       PIC X(26).
           05  DRSLT-ACCRUED-INT     PIC S9(13)V99.
           05  DRSLT-SWEEP-FLAG      PIC X(1).
           05  DRSLT-CURRENCY-CODE   PIC X(3).
           05  DRSLT-FX-RATE         PIC 9(5)V9(6).
           05  DRSLT-RECIP-FLAG      PIC X(1).
           05  DRSLT-RECIP-PLACED    PIC S9(13)V99.
           05  DRSLT-RESTRAINED-AMT  PIC S9(13)V99.
           05  DRSLT-RESTRAINT-TYPE  PIC X(2).
           05  DRSLT-BLOCKED-FLAG    PIC X(1).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  TRUST-RESULT-FILE.
       01  TRSLT-RECORD.
           05  TRSLT-TRUST-ID        PIC X(12).
           05  TRSLT-TRUST-NAME      PIC X(60).
           05  TRSLT-TRUST-TYPE      PIC X(3).
           05  TRSLT-ORC-TYPE        PIC X(5).
           05  TRSLT-GRANTOR-ID      PIC X(10).
           05  TRSLT-INSTITUTION-ID  PIC X(5).
           05  TRSLT-TOTAL-BALANCE   PIC S9(13)V99.
           05  TRSLT-BENE-COUNT      PIC 9(3).
           05  TRSLT-INSURED-AMT     PIC S9(13)V99.
           05  TRSLT-UNINSURED-AMT   PIC S9(13)V99.
           05  TRSLT-PENDING-AMT     PIC S9(13)V99.
           05  TRSLT-NONDEPOSIT-AMT  PIC S9(13)V99.
           05  TRSLT-CALC-METHOD     PIC X(20).
           05  TRSLT-STATUS          PIC X(10).
           05  TRSLT-BLOCKED-FLAG    PIC X(1).

       FD  ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-MASTER.

       FD  SIGCARD-FILE.
           COPY DEPOSIT-SIGNATURE-CARD.

       FD  POD-BENE-FILE.
           COPY POD-BENEFICIARY.

       FD  DEPOSIT-TRUST-BENE-FILE.
           COPY DEPOSIT-TRUST-BENEFICIARY.

       FD  EBP-PARTICIPANT-FILE.
           COPY EBP-PARTICIPANT.

       FD  AGENT-OWNER-FILE.
           COPY AGENT-OWNER.

       FD  FIDUCIARY-CLIENT-FILE.
           COPY FIDUCIARY-CLIENT.

       FD  ANNUITY-OWNER-FILE.
           COPY ANNUITY-OWNER.

       FD  MORTGAGOR-FILE.
           COPY MORTGAGOR-BALANCE.

       FD  CUSTODIAN-FILE.
           COPY OFFICIAL-CUSTODIAN.

      *    Mirrors ENR-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       FD  ENRICHED-FILE.
       01  EENR-RECORD.
           05  EENR-ACCT-NUMBER      PIC X(20).
           05  EENR-DEPOSITOR-ID     PIC X(15).
           05  EENR-BALANCE          PIC S9(13)V99.
           05  EENR-ORC-TYPE         PIC X(4).
           05  EENR-TYPE             PIC X(10).
           05  EENR-STATUS           PIC X(8).
           05  EENR-OPEN-DATE        PIC X(10).
           05  EENR-SOURCE-SYSTEM    PIC X(15).
           05  EENR-JNT-COUNT        PIC 9(2).
           05  EENR-BENE-COUNT       PIC 9(3).
           05  EENR-INSTITUTION-ID   PIC X(5).
           05  EENR-DSC-OWNER-COUNT  PIC 9(3).
           05  EENR-DSC-ALL-NATURAL  PIC X(1).
           05  EENR-DSC-INSURED-ACCUM PIC S9(13)V99.
           05  EENR-IRR-BENE-COUNT   PIC 9(5).
           05  EENR-IRR-INSURED      PIC S9(13)V99.
           05  EENR-IRR-UNINSURED    PIC S9(13)V99.
           05  EENR-COLL-PLEDGED     PIC S9(13)V99.
           05  EENR-CUSTD-FOUND      PIC X(1).
           05  EENR-CUSTODIAN-ID     PIC X(15).
           05  EENR-GOVT-UNIT        PIC X(50).
           05  EENR-AGY-OWNER-COUNT  PIC 9(5).
           05  EENR-AGY-INSURED      PIC S9(13)V99.
           05  EENR-MSA-MTGR-COUNT   PIC 9(5).
           05  EENR-MSA-INSURED      PIC S9(13)V99.
           05  EENR-MERGER-BOOK      PIC X(15).
           05  EENR-DSC-VERIFIED     PIC X(1).
           05  EENR-ACCRUED-INT      PIC S9(13)V99.
           05  EENR-SWEEP-FLAG       PIC X(1).
           05  EENR-CURRENCY-CODE    PIC X(3).
           05  EENR-FX-RATE          PIC 9(5)V9(6).
           05  EENR-FID-CLIENT-COUNT PIC 9(5).
           05  EENR-FID-INSURED      PIC S9(13)V99.
           05  EENR-DSC-EQUAL-RIGHTS PIC X(1).
           05  EENR-ANC-OWNER-COUNT  PIC 9(5).
           05  EENR-ANC-INSURED      PIC S9(13)V99.
           05  EENR-RECIP-PLACED     PIC S9(13)V99.
           05  EENR-RECIP-INBOUND    PIC X(1).
           05  EENR-RESTRAINED-AMT   PIC S9(13)V99.
           05  EENR-RESTRAINT-TYPE   PIC X(2).
           05  EENR-FBO-RECON-STATUS PIC X(1).
           05  EENR-BLOCKED-FLAG     PIC X(1).

       FD  TRANSACTION-FILE.
           COPY TRANSACTION-FEED.

       FD  ACCRUED-INT-FILE.
           COPY DEPOSIT-ACCRUED-INT.

       FD  SWEEP-FILE.
           COPY SWEEP-POSITION.

       FD  RECIPROCAL-FILE.
           COPY RECIPROCAL-POSITION.

       FD  TRUST-MASTER-FILE.
           COPY TRUST-ACCOUNT-MASTER.

       FD  BENE-FILE.
           COPY TRUST-BENEFICIARY.

       FD  PARTICIPANT-FILE.
           COPY TRUST-PARTICIPANT.

       FD  COGRANTOR-FILE.
           COPY TRUST-COGRANTOR.

       FD  OVERRIDE-FILE.
           COPY DETERMINATION-OVERRIDE.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDIT-TRAIL.

      *    Evidence lines in the order they were found; layout is
      *    EXAM-EVIDENCE.cpy, built in WORKING-STORAGE.
       FD  EVIDENCE-WORK-FILE.
       01  EVW-RECORD                PIC X(144).

       SD  EVIDENCE-SORT-FILE.
       01  ESW-RECORD.
           05  ESW-ITEM-NO           PIC 9(5).
           05  ESW-SECTION           PIC 9(2).
           05  ESW-LINE-NO           PIC 9(5).
           05  FILLER                PIC X(132).

       FD  EVIDENCE-FILE.
       01  EVD-RECORD                PIC X(144).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-SMP-STATUS             PIC XX.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-ACCT-STATUS            PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-DSC-STATUS             PIC XX.
       01  WS-PODB-STATUS            PIC XX.
       01  WS-DTB-STATUS             PIC XX.
       01  WS-EBPP-STATUS            PIC XX.
       01  WS-AGY-STATUS             PIC XX.
       01  WS-FDC-STATUS             PIC XX.
       01  WS-ANO-STATUS             PIC XX.
       01  WS-MSA-STATUS             PIC XX.
       01  WS-CUSTD-STATUS           PIC XX.
       01  WS-ENR-STATUS             PIC XX.
       01  WS-TXN-STATUS             PIC XX.
       01  WS-ACCR-STATUS            PIC XX.
       01  WS-SWP-STATUS             PIC XX.
       01  WS-RCP-STATUS             PIC XX.
       01  WS-TRST-STATUS            PIC XX.
       01  WS-BENE-STATUS            PIC XX.
       01  WS-PART-STATUS            PIC XX.
       01  WS-CGR-STATUS             PIC XX.
       01  WS-OVR-STATUS             PIC XX.
       01  WS-AUD-STATUS             PIC XX.
       01  WS-EVW-STATUS             PIC XX.
       01  WS-EVD-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-SAMPLE-DONE       PIC X VALUE 'N'.

       COPY EXAM-EVIDENCE.

      *--- The source files, in the order they are read. Applies
      *    to D deposit items, T trust items, B both. ---
       01  WS-SOURCE-NAMES.
           05  FILLER PIC X(10) VALUE 'RSLTFILE D'.
           05  FILLER PIC X(10) VALUE 'RESULTOUTT'.
           05  FILLER PIC X(10) VALUE 'ACCTFILE D'.
           05  FILLER PIC X(10) VALUE 'CUSTFILE D'.
           05  FILLER PIC X(10) VALUE 'SIGCARD  D'.
           05  FILLER PIC X(10) VALUE 'PODBENEF D'.
           05  FILLER PIC X(10) VALUE 'DTBENEF  D'.
           05  FILLER PIC X(10) VALUE 'EBPPART  D'.
           05  FILLER PIC X(10) VALUE 'AGYOWNER D'.
           05  FILLER PIC X(10) VALUE 'FIDCLNT  D'.
           05  FILLER PIC X(10) VALUE 'ANCOWNER D'.
           05  FILLER PIC X(10) VALUE 'MSABAL   D'.
           05  FILLER PIC X(10) VALUE 'OFFCUST  D'.
           05  FILLER PIC X(10) VALUE 'ACCTENR  D'.
           05  FILLER PIC X(10) VALUE 'TXNCLEAN D'.
           05  FILLER PIC X(10) VALUE 'ACCRINT  D'.
           05  FILLER PIC X(10) VALUE 'SWEEPPOS D'.
           05  FILLER PIC X(10) VALUE 'RECIPPOS D'.
           05  FILLER PIC X(10) VALUE 'TRUSTWND T'.
           05  FILLER PIC X(10) VALUE 'BENEIN   T'.
           05  FILLER PIC X(10) VALUE 'PARTICIN T'.
           05  FILLER PIC X(10) VALUE 'COGRNTR  T'.
           05  FILLER PIC X(10) VALUE 'DETOVRRD B'.
           05  FILLER PIC X(10) VALUE 'AUDITTRL B'.
       01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SN-ENTRY OCCURS 24 TIMES.
               10  WS-SN-NAME        PIC X(9).
               10  WS-SN-APPLIES     PIC X(1).
       01  WS-SOURCE-COUNT           PIC 9(2) VALUE 24.
       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 24 TIMES
                            INDEXED BY WS-SRC-IDX.
               10  WS-SRC-STATUS     PIC XX.
               10  WS-SRC-READ       PIC 9(9).
       01  WS-SRC-NO                 PIC 9(2).

      *--- Section titles, by section number ---
       01  WS-SECTION-TITLES.
           05  FILLER PIC X(40) VALUE 'SAMPLE ITEM'.
           05  FILLER PIC X(40) VALUE 'DETERMINATION'.
           05  FILLER PIC X(40) VALUE 'AGGREGATION GROUP'.
           05  FILLER PIC X(40) VALUE 'MASTER RECORD'.
           05  FILLER PIC X(40) VALUE 'DEPOSITOR / GRANTORS'.
           05  FILLER PIC X(40)
               VALUE 'OWNERSHIP AND BENEFICIARY RECORDS'.
           05  FILLER PIC X(40) VALUE 'ENRICHMENT ADJUSTMENTS'.
           05  FILLER PIC X(40) VALUE 'DETERMINATION OVERRIDES'.
           05  FILLER PIC X(40) VALUE 'AUDIT TRAIL'.
           05  FILLER PIC X(40) VALUE 'SOURCE FILES'.
       01  WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLES.
           05  WS-SECTION-TITLE      PIC X(40) OCCURS 10 TIMES.
       01  WS-SECTION-NO             PIC 9(2).

      *--- The sample, loaded once; lines written per section ---
      * Every source record is matched by a sequential scan of the
      * sample -- a few hundred items at most, the same small-table
      * convention used across the suite.
       01  WS-SAMPLE-COUNT           PIC 9(5) VALUE 0.
       01  WS-SAMPLE-MAX             PIC 9(5) VALUE 2000.
       01  WS-SAMPLE-TABLE.
           05  WS-SI-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-SI-IDX.
               10  WS-SI-ITEM-NO     PIC 9(5).
               10  WS-SI-SOURCE      PIC X(1).
               10  WS-SI-ENTITY-ID   PIC X(20).
               10  WS-SI-OWNER-ID    PIC X(15).
               10  WS-SI-INSTITUTION-ID PIC X(5).
               10  WS-SI-ORC-TYPE    PIC X(5).
               10  WS-SI-SOURCE-REC-NO PIC 9(9).
               10  WS-SI-GRP-COUNT   PIC 9(5).
               10  WS-SI-GRP-BALANCE PIC S9(15)V99.
               10  WS-SI-GRP-INSURED PIC S9(15)V99.
               10  WS-SI-GRP-UNINSURED PIC S9(15)V99.
               10  WS-SI-LINES       PIC 9(5) OCCURS 10 TIMES.

       01  WS-ROW-NO                 PIC 9(9).
       01  WS-ROW-MARK               PIC X(1).
       01  WS-ITEMS-READ             PIC 9(7) VALUE 0.
       01  WS-ITEMS-SKIPPED          PIC 9(7) VALUE 0.
       01  WS-LINES-WRITTEN          PIC 9(9) VALUE 0.
       01  WS-EVIDENCE-LINE          PIC X(132).

       01  WS-EDIT-AMT-1             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT-2             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT-3             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-PCT               PIC ZZ9.99.
       01  WS-EDIT-RATE              PIC ZZZZ9.999999.
       01  WS-EDIT-COUNT-1           PIC ZZZZ9.
       01  WS-EDIT-COUNT-2           PIC ZZZZ9.
       01  WS-EDIT-ROWS              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-RESULTS
           PERFORM 3000-SCAN-DEPOSIT-SOURCES
           PERFORM 4000-SCAN-TRUST-SOURCES
           PERFORM 5000-SCAN-SHARED-SOURCES
           PERFORM 6000-CLOSE-PACKAGES
           CLOSE EVIDENCE-WORK-FILE
           SORT EVIDENCE-SORT-FILE
               ON ASCENDING KEY ESW-ITEM-NO
               ON ASCENDING KEY ESW-SECTION
               ON ASCENDING KEY ESW-LINE-NO
               USING EVIDENCE-WORK-FILE
               GIVING EVIDENCE-FILE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               MOVE SPACES TO WS-SRC-STATUS(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-READ(WS-SRC-IDX)
           END-PERFORM
           OPEN OUTPUT EVIDENCE-WORK-FILE
           IF WS-EVW-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EVIDENCE WORK FILE: '
                        WS-EVW-STATUS
               STOP RUN
           END-IF
           PERFORM 1300-LOAD-SAMPLE.

       1100-READ-RUN-CONTROL.
      *    The business date comes from the run-control file written
      *    by CYCLE-OPEN -- never the system clock -- and the run
      *    waits for tonight's sample: evidence pulled for an old
      *    sample would not match the files it is pulled from.
           MOVE SPACES TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                        WS-RUNC-STATUS
               DISPLAY 'CYCLE-OPEN HAS NOT RUN -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RUNC-STATUS NOT = '00'
               READ RUN-CONTROL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RC-BUSINESS-DATE-REC
                           MOVE RC-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       END-IF
                       IF RC-JOB-COMPLETE-REC
                           AND RC-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND RC-JOB-NAME = 'EXAM-SAMPLE-SELECT'
                           MOVE 'Y' TO WS-PRED-SAMPLE-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-SAMPLE-DONE = 'N'
               DISPLAY 'PREDECESSOR EXAM-SAMPLE-SELECT NOT COMPLETE '
                        'FOR THIS BUSINESS DATE -- RUN ABORTED.'
               STOP RUN
           END-IF.

       1300-LOAD-SAMPLE.
      *    Each item's cover and section titles go out as it loads;
      *    a title is line zero of its section.
           OPEN INPUT SAMPLE-FILE
           IF WS-SMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SAMPLE FILE: ' WS-SMP-STATUS
               DISPLAY 'RUN ABORTED -- NO EVIDENCE EXTRACTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SAMPLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM 1310-ADD-SAMPLE-ITEM
               END-READ
           END-PERFORM
           CLOSE SAMPLE-FILE.

       1310-ADD-SAMPLE-ITEM.
           IF SMP-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               DISPLAY 'SAMPLE ITEM ' SMP-ITEM-NO
                        ' IS FOR ' SMP-BUSINESS-DATE
                        ' -- SKIPPED'
               ADD 1 TO WS-ITEMS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-SAMPLE-COUNT NOT < WS-SAMPLE-MAX
               DISPLAY 'SAMPLE EXCEEDS ' WS-SAMPLE-MAX
                        ' ITEMS -- ITEM ' SMP-ITEM-NO ' SKIPPED'
               ADD 1 TO WS-ITEMS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SAMPLE-COUNT
           SET WS-SI-IDX TO WS-SAMPLE-COUNT
           MOVE SMP-ITEM-NO       TO WS-SI-ITEM-NO(WS-SI-IDX)
           MOVE SMP-SOURCE        TO WS-SI-SOURCE(WS-SI-IDX)
           MOVE SMP-ENTITY-ID     TO WS-SI-ENTITY-ID(WS-SI-IDX)
           MOVE SMP-OWNER-ID      TO WS-SI-OWNER-ID(WS-SI-IDX)
           MOVE SMP-INSTITUTION-ID TO WS-SI-INSTITUTION-ID(WS-SI-IDX)
           MOVE SMP-ORC-TYPE      TO WS-SI-ORC-TYPE(WS-SI-IDX)
           MOVE SMP-SOURCE-REC-NO TO WS-SI-SOURCE-REC-NO(WS-SI-IDX)
           MOVE 0 TO WS-SI-GRP-COUNT(WS-SI-IDX)
                     WS-SI-GRP-BALANCE(WS-SI-IDX)
                     WS-SI-GRP-INSURED(WS-SI-IDX)
                     WS-SI-GRP-UNINSURED(WS-SI-IDX)
           PERFORM VARYING WS-SECTION-NO FROM 1 BY 1
               UNTIL WS-SECTION-NO > 10
               MOVE 0 TO WS-SI-LINES(WS-SI-IDX, WS-SECTION-NO)
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING WS-SECTION-NO '. '
                      WS-SECTION-TITLE(WS-SECTION-NO)
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
               MOVE WS-SI-ITEM-NO(WS-SI-IDX) TO EVD-ITEM-NO
               MOVE WS-SECTION-NO TO EVD-SECTION
               MOVE 0 TO EVD-LINE-NO
               MOVE WS-EVIDENCE-LINE TO EVD-PRINT-LINE
               WRITE EVW-RECORD FROM EXAM-EVIDENCE-REC
               ADD 1 TO WS-LINES-WRITTEN
           END-PERFORM
           PERFORM 1320-WRITE-COVER.

       1320-WRITE-COVER.
           MOVE 1 TO WS-SECTION-NO
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING 'EXAMINER EVIDENCE PACKAGE -- SAMPLE ITEM '
                  SMP-ITEM-NO
                  ' -- BUSINESS DATE ' SMP-BUSINESS-DATE
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           IF SMP-DEPOSIT
               STRING '  DEPOSIT DETERMINATION -- ACCOUNT '
                      SMP-ENTITY-ID
                      '  DEPOSITOR ' SMP-OWNER-ID
                      '  RSLTFILE ROW ' SMP-SOURCE-REC-NO
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
           ELSE
               STRING '  TRUST DETERMINATION -- TRUST '
                      SMP-ENTITY-ID
                      '  GRANTOR ' SMP-OWNER-ID
                      '  RESULTOUT ROW ' SMP-SOURCE-REC-NO
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
           END-IF
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  STRATUM -- INSTITUTION ' SMP-INSTITUTION-ID
                  '  ORC ' SMP-ORC-TYPE
                  '  METHOD ' SMP-CALC-METHOD
                  '  BALANCE BAND ' SMP-BALANCE-BAND
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  DRAWN ' SMP-STRATUM-SAMPLE
                  ' OF ' SMP-STRATUM-POP
                  ' IN STRATUM -- SEED ' SMP-SEED
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SMP-BALANCE       TO WS-EDIT-AMT-1
           MOVE SMP-INSURED-AMT   TO WS-EDIT-AMT-2
           MOVE SMP-UNINSURED-AMT TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  BALANCE ' WS-EDIT-AMT-1
                  '  INSURED ' WS-EDIT-AMT-2
                  '  UNINSURED ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       2000-SCAN-RESULTS.
      *    The determination and its aggregation group. Both result
      *    files are the ones the sample was drawn from, so both
      *    must be there; the sampled row is found by its position
      *    and must still carry the sampled entity.
           OPEN INPUT DEPOSIT-RESULT-FILE
           OPEN INPUT TRUST-RESULT-FILE
           IF WS-DRSLT-STATUS NOT = '00'
               OR WS-TRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RESULT FILES -- RSLTFILE '
                        WS-DRSLT-STATUS ' RESULTOUT ' WS-TRSLT-STATUS
               DISPLAY 'RUN ABORTED -- NO EVIDENCE EXTRACTED.'
               STOP RUN
           END-IF
           MOVE 1 TO WS-SRC-NO
           MOVE WS-DRSLT-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           MOVE 0 TO WS-ROW-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROW-NO
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM 2100-MATCH-DEPOSIT-RESULT
               END-READ
           END-PERFORM
           MOVE 2 TO WS-SRC-NO
           MOVE WS-TRSLT-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           MOVE 0 TO WS-ROW-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROW-NO
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM 2200-MATCH-TRUST-RESULT
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-RESULT-FILE
           CLOSE TRUST-RESULT-FILE.

       2100-MATCH-DEPOSIT-RESULT.
           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
               IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                   IF WS-SI-SOURCE-REC-NO(WS-SI-IDX) = WS-ROW-NO
                       AND WS-SI-ENTITY-ID(WS-SI-IDX)
                           = DRSLT-ACCT-NUMBER
                       PERFORM 2110-FORMAT-DEPOSIT-RESULT
                   END-IF
                   IF WS-SI-OWNER-ID(WS-SI-IDX) = DRSLT-DEPOSITOR-ID
                       AND WS-SI-INSTITUTION-ID(WS-SI-IDX)
                           = DRSLT-INSTITUTION-ID
                       AND WS-SI-ORC-TYPE(WS-SI-IDX)
                           = DRSLT-ORC-TYPE
                       PERFORM 2120-FORMAT-DEPOSIT-GROUP
                   END-IF
               END-IF
           END-PERFORM.

       2110-FORMAT-DEPOSIT-RESULT.
           MOVE 2 TO WS-SECTION-NO
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ACCOUNT ' DRSLT-ACCT-NUMBER
                  '  DEPOSITOR ' DRSLT-DEPOSITOR-ID
                  '  INSTITUTION ' DRSLT-INSTITUTION-ID
                  '  ORC ' DRSLT-ORC-TYPE
                  '  METHOD ' DRSLT-CALC-METHOD
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE DRSLT-BALANCE       TO WS-EDIT-AMT-1
           MOVE DRSLT-INSURED-AMT   TO WS-EDIT-AMT-2
           MOVE DRSLT-UNINSURED-AMT TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  BALANCE ' WS-EDIT-AMT-1
                  '  INSURED ' WS-EDIT-AMT-2
                  '  UNINSURED ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ERROR FLAG ' DRSLT-ERROR-FLAG
                  '  REASON ' DRSLT-REASON-CODE
                  '  CALCULATED ' DRSLT-TIMESTAMP
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE DRSLT-ACCRUED-INT  TO WS-EDIT-AMT-1
           MOVE DRSLT-FX-RATE      TO WS-EDIT-RATE
           MOVE DRSLT-RECIP-PLACED TO WS-EDIT-AMT-2
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ACCRUED INTEREST ' WS-EDIT-AMT-1
                  '  SWEEP ' DRSLT-SWEEP-FLAG
                  '  CURRENCY ' DRSLT-CURRENCY-CODE
                  ' RATE ' WS-EDIT-RATE
                  '  RECIPROCAL ' DRSLT-RECIP-FLAG
                  ' PLACED ' WS-EDIT-AMT-2
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE DRSLT-RESTRAINED-AMT TO WS-EDIT-AMT-1
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  RESTRAINED ' WS-EDIT-AMT-1
                  '  RESTRAINT TYPE ' DRSLT-RESTRAINT-TYPE
                  '  SANCTIONS BLOCKED ' DRSLT-BLOCKED-FLAG
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       2120-FORMAT-DEPOSIT-GROUP.
      *    The sampled row is starred.
           MOVE 3 TO WS-SECTION-NO
           ADD 1 TO WS-SI-GRP-COUNT(WS-SI-IDX)
           ADD DRSLT-BALANCE TO WS-SI-GRP-BALANCE(WS-SI-IDX)
           ADD DRSLT-INSURED-AMT TO WS-SI-GRP-INSURED(WS-SI-IDX)
           ADD DRSLT-UNINSURED-AMT TO WS-SI-GRP-UNINSURED(WS-SI-IDX)
           MOVE SPACE TO WS-ROW-MARK
           IF WS-SI-SOURCE-REC-NO(WS-SI-IDX) = WS-ROW-NO
               MOVE '*' TO WS-ROW-MARK
           END-IF
           MOVE DRSLT-BALANCE       TO WS-EDIT-AMT-1
           MOVE DRSLT-INSURED-AMT   TO WS-EDIT-AMT-2
           MOVE DRSLT-UNINSURED-AMT TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING ' ' WS-ROW-MARK DRSLT-ACCT-NUMBER
                  ' ' DRSLT-CALC-METHOD
                  ' ' WS-EDIT-AMT-1
                  ' ' WS-EDIT-AMT-2
                  ' ' WS-EDIT-AMT-3
                  ' ' DRSLT-ERROR-FLAG
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       2200-MATCH-TRUST-RESULT.
           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
               IF WS-SI-SOURCE(WS-SI-IDX) = 'T'
                   IF WS-SI-SOURCE-REC-NO(WS-SI-IDX) = WS-ROW-NO
                       AND WS-SI-ENTITY-ID(WS-SI-IDX)
                           = TRSLT-TRUST-ID
                       PERFORM 2210-FORMAT-TRUST-RESULT
                   END-IF
                   IF WS-SI-OWNER-ID(WS-SI-IDX) = TRSLT-GRANTOR-ID
                       AND WS-SI-INSTITUTION-ID(WS-SI-IDX)
                           = TRSLT-INSTITUTION-ID
                       AND WS-SI-ORC-TYPE(WS-SI-IDX)
                           = TRSLT-ORC-TYPE
                       PERFORM 2220-FORMAT-TRUST-GROUP
                   END-IF
               END-IF
           END-PERFORM.

       2210-FORMAT-TRUST-RESULT.
           MOVE 2 TO WS-SECTION-NO
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  TRUST ' TRSLT-TRUST-ID
                  ' ' TRSLT-TRUST-NAME
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE TRSLT-BENE-COUNT TO WS-EDIT-COUNT-1
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  TYPE ' TRSLT-TRUST-TYPE
                  '  ORC ' TRSLT-ORC-TYPE
                  '  GRANTOR ' TRSLT-GRANTOR-ID
                  '  INSTITUTION ' TRSLT-INSTITUTION-ID
                  '  BENEFICIARIES ' WS-EDIT-COUNT-1
                  '  METHOD ' TRSLT-CALC-METHOD
                  '  STATUS ' TRSLT-STATUS
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE TRSLT-TOTAL-BALANCE TO WS-EDIT-AMT-1
           MOVE TRSLT-INSURED-AMT   TO WS-EDIT-AMT-2
           MOVE TRSLT-UNINSURED-AMT TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  BALANCE ' WS-EDIT-AMT-1
                  '  INSURED ' WS-EDIT-AMT-2
                  '  UNINSURED ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE TRSLT-PENDING-AMT    TO WS-EDIT-AMT-1
           MOVE TRSLT-NONDEPOSIT-AMT TO WS-EDIT-AMT-2
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  PENDING ' WS-EDIT-AMT-1
                  '  NON-DEPOSIT ' WS-EDIT-AMT-2
                  '  SANCTIONS BLOCKED ' TRSLT-BLOCKED-FLAG
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       2220-FORMAT-TRUST-GROUP.
           MOVE 3 TO WS-SECTION-NO
           ADD 1 TO WS-SI-GRP-COUNT(WS-SI-IDX)
           ADD TRSLT-TOTAL-BALANCE TO WS-SI-GRP-BALANCE(WS-SI-IDX)
           ADD TRSLT-INSURED-AMT TO WS-SI-GRP-INSURED(WS-SI-IDX)
           ADD TRSLT-UNINSURED-AMT TO WS-SI-GRP-UNINSURED(WS-SI-IDX)
           MOVE SPACE TO WS-ROW-MARK
           IF WS-SI-SOURCE-REC-NO(WS-SI-IDX) = WS-ROW-NO
               MOVE '*' TO WS-ROW-MARK
           END-IF
           MOVE TRSLT-TOTAL-BALANCE TO WS-EDIT-AMT-1
           MOVE TRSLT-INSURED-AMT   TO WS-EDIT-AMT-2
           MOVE TRSLT-UNINSURED-AMT TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING ' ' WS-ROW-MARK TRSLT-TRUST-ID
                  ' ' TRSLT-TRUST-TYPE
                  ' ' TRSLT-CALC-METHOD
                  ' ' WS-EDIT-AMT-1
                  ' ' WS-EDIT-AMT-2
                  ' ' WS-EDIT-AMT-3
                  ' ' TRSLT-STATUS
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       3000-SCAN-DEPOSIT-SOURCES.
           PERFORM 3010-SCAN-ACCOUNTS
           PERFORM 3020-SCAN-CUSTOMERS
           PERFORM 3030-SCAN-SIGCARDS
           PERFORM 3040-SCAN-POD-BENES
           PERFORM 3050-SCAN-DEPOSIT-TRUST-BENES
           PERFORM 3060-SCAN-EBP-PARTICIPANTS
           PERFORM 3070-SCAN-AGENT-OWNERS
           PERFORM 3080-SCAN-FIDUCIARY-CLIENTS
           PERFORM 3090-SCAN-ANNUITY-OWNERS
           PERFORM 3100-SCAN-MORTGAGORS
           PERFORM 3110-SCAN-CUSTODIANS
           PERFORM 3120-SCAN-ENRICHED
           PERFORM 3130-SCAN-TRANSACTIONS
           PERFORM 3140-SCAN-ACCRUALS
           PERFORM 3150-SCAN-SWEEPS
           PERFORM 3160-SCAN-RECIPROCALS.

       3010-SCAN-ACCOUNTS.
           MOVE 3 TO WS-SRC-NO
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-ACCT-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-ACCT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = ACCT-NUMBER
                               PERFORM 3011-FORMAT-ACCOUNT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       3011-FORMAT-ACCOUNT.
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ACCOUNT ' ACCT-NUMBER
                  '  DEPOSITOR ' ACCT-DEPOSITOR-ID
                  '  TYPE ' ACCT-TYPE
                  '  STATUS ' ACCT-STATUS
                  '  OPENED ' ACCT-OPEN-DATE
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE ACCT-BALANCE TO WS-EDIT-AMT-1
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  LEDGER BALANCE ' WS-EDIT-AMT-1
                  '  ORC ' ACCT-ORC-TYPE
                  '  INSTITUTION ' ACCT-INSTITUTION-ID
                  '  SOURCE SYSTEM ' ACCT-SOURCE-SYSTEM
                  '  CURRENCY ' ACCT-CURRENCY-CODE
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  JOINT OWNERS ' ACCT-JNT-COUNT
                  '  BENEFICIARIES ' ACCT-BENE-COUNT
                  '  AGENCY ' ACCT-AGENCY-FLAG
                  '  MATURITY ' ACCT-MATURITY-DATE
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           IF ACCT-BUS-NAME NOT = SPACES
               OR ACCT-GOVT-ENTITY NOT = SPACES
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING '  BUSINESS ' ACCT-BUS-NAME
                      '  GOVT ' ACCT-GOVT-ENTITY
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
               PERFORM 8000-WRITE-EVIDENCE
           END-IF.

       3020-SCAN-CUSTOMERS.
           MOVE 4 TO WS-SRC-NO
           OPEN INPUT CUSTOMER-FILE
           MOVE WS-CUST-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-CUST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 5 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-OWNER-ID(WS-SI-IDX)
                                   = CUST-DEPOSITOR-ID
                               PERFORM 3021-FORMAT-CUSTOMER
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       3021-FORMAT-CUSTOMER.
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  DEPOSITOR ' CUST-DEPOSITOR-ID
                  '  ' CUST-NAME
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  NATURAL PERSON ' CUST-NATURAL-PERSON
                  '  ENTITY FORM ' CUST-ENTITY-FORM
                  '  TAX ID TYPE ' CUST-TAX-ID-TYPE
                  '  DECEASED ' CUST-DEATH-FLAG
                  ' ' CUST-DEATH-DATE
                  '  SOURCE SYSTEM ' CUST-SOURCE-SYSTEM
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       3030-SCAN-SIGCARDS.
           MOVE 5 TO WS-SRC-NO
           OPEN INPUT SIGCARD-FILE
           MOVE WS-DSC-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-DSC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SIGCARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = DSC-ACCT-NUMBER
                               PERFORM 3031-FORMAT-SIGCARD
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SIGCARD-FILE.

       3031-FORMAT-SIGCARD.
           MOVE DSC-INTEREST-PCT TO WS-EDIT-PCT
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  SIGNATURE CARD   OWNER ' DSC-OWNER-ID
                  '  INTEREST ' WS-EDIT-PCT
                  '  NATURAL PERSON ' DSC-NATURAL-PERSON
                  '  EQUAL WITHDRAWAL ' DSC-WITHDRAWAL-RIGHTS
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       3040-SCAN-POD-BENES.
           MOVE 6 TO WS-SRC-NO
           OPEN INPUT POD-BENE-FILE
           MOVE WS-PODB-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-PODB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ POD-BENE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = PODB-ACCT-NUMBER
                               PERFORM 3041-FORMAT-POD-BENE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE POD-BENE-FILE.

       3041-FORMAT-POD-BENE.
           MOVE PODB-ALLOCATION-PCT TO WS-EDIT-PCT
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  POD BENEFICIARY  ' PODB-BENE-ID
                  ' ' PODB-BENE-NAME
                  '  ALLOCATION ' WS-EDIT-PCT
                  '  STATUS ' PODB-STATUS
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       3050-SCAN-DEPOSIT-TRUST-BENES.
           MOVE 7 TO WS-SRC-NO
           OPEN INPUT DEPOSIT-TRUST-BENE-FILE
           MOVE WS-DTB-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-DTB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-TRUST-BENE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = DTB-ACCT-NUMBER
                               PERFORM 3051-FORMAT-DEPOSIT-TRUST-BENE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-TRUST-BENE-FILE.

       3051-FORMAT-DEPOSIT-TRUST-BENE.
           MOVE DTB-ALLOCATION-PCT TO WS-EDIT-PCT
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  TRUST BENEFICIARY ' DTB-BENE-ID
                  ' ' DTB-BENE-NAME
                  '  ALLOCATION ' WS-EDIT-PCT
                  '  NON-CONTINGENT ' DTB-NON-CONTING-FLAG
                  '  IRREVOCABLE ' DTB-TRUST-IRREV-FLAG
                  '  STATUS ' DTB-STATUS
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       3060-SCAN-EBP-PARTICIPANTS.
           MOVE 8 TO WS-SRC-NO
           OPEN INPUT EBP-PARTICIPANT-FILE
           MOVE WS-EBPP-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-EBPP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EBP-PARTICIPANT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = EBPP-PLAN-ACCT-NUMBER
                               PERFORM 3061-FORMAT-EBP-PARTICIPANT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE EBP-PARTICIPANT-FILE.

       3061-FORMAT-EBP-PARTICIPANT.
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  PLAN PARTICIPANT ' EBPP-PARTICIPANT-ID
                  '  VESTED ' EBPP-VESTED-FLAG
                  '  TERMINATED ' EBPP-TERM-DATE
                  '  SPONSOR ' EBPP-SPONSOR-ID
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       3070-SCAN-AGENT-OWNERS.
           MOVE 9 TO WS-SRC-NO
           OPEN INPUT AGENT-OWNER-FILE
           MOVE WS-AGY-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-AGY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AGENT-OWNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = AGY-ACCT-NUMBER
                               MOVE AGY-PRINCIPAL-AMT TO WS-EDIT-AMT-1
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  AGENCY PRINCIPAL ' AGY-OWNER-ID
                                      '  AMOUNT ' WS-EDIT-AMT-1
                                      '  STATUS ' AGY-STATUS
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE AGENT-OWNER-FILE.

       3080-SCAN-FIDUCIARY-CLIENTS.
           MOVE 10 TO WS-SRC-NO
           OPEN INPUT FIDUCIARY-CLIENT-FILE
           MOVE WS-FDC-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-FDC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FIDUCIARY-CLIENT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = FDC-ACCT-NUMBER
                               MOVE FDC-CLIENT-AMT TO WS-EDIT-AMT-1
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  FIDUCIARY CLIENT '
                                      FDC-CLIENT-ID
                                      '  AMOUNT ' WS-EDIT-AMT-1
                                      '  STATUS ' FDC-STATUS
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE FIDUCIARY-CLIENT-FILE.

       3090-SCAN-ANNUITY-OWNERS.
           MOVE 11 TO WS-SRC-NO
           OPEN INPUT ANNUITY-OWNER-FILE
           MOVE WS-ANO-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-ANO-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ANNUITY-OWNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = ANO-ACCT-NUMBER
                               MOVE ANO-CONTRACT-AMT TO WS-EDIT-AMT-1
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  ANNUITY OWNER    ' ANO-OWNER-ID
                                      '  CONTRACT ' WS-EDIT-AMT-1
                                      '  STATUS ' ANO-STATUS
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ANNUITY-OWNER-FILE.

       3100-SCAN-MORTGAGORS.
           MOVE 12 TO WS-SRC-NO
           OPEN INPUT MORTGAGOR-FILE
           MOVE WS-MSA-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-MSA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MORTGAGOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = MSA-ACCT-NUMBER
                               MOVE MSA-ESCROW-AMT TO WS-EDIT-AMT-1
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  MORTGAGOR        '
                                      MSA-MORTGAGOR-ID
                                      '  ESCROW ' WS-EDIT-AMT-1
                                      '  STATUS ' MSA-STATUS
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE MORTGAGOR-FILE.

       3110-SCAN-CUSTODIANS.
           MOVE 13 TO WS-SRC-NO
           OPEN INPUT CUSTODIAN-FILE
           MOVE WS-CUSTD-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-CUSTD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTODIAN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = CUSTD-ACCT-NUMBER
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  OFFICIAL CUSTODIAN '
                                      CUSTD-CUSTODIAN-ID
                                      ' ' CUSTD-GOVT-UNIT
                                      '  EVIDENCE ' CUSTD-EVIDENCE-DATE
                                      '  STATUS ' CUSTD-STATUS
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CUSTODIAN-FILE.

       3120-SCAN-ENRICHED.
           MOVE 14 TO WS-SRC-NO
           OPEN INPUT ENRICHED-FILE
           MOVE WS-ENR-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-ENR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 7 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ENRICHED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = EENR-ACCT-NUMBER
                               PERFORM 3121-FORMAT-ENRICHED
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ENRICHED-FILE.

       3121-FORMAT-ENRICHED.
      *    The enriched account as the calc received it: the COB
      *    balance after postings, conversion, sweep, accrual, and
      *    reciprocal placement, with each adjustment shown.
           MOVE EENR-BALANCE TO WS-EDIT-AMT-1
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ENRICHED COB BALANCE ' WS-EDIT-AMT-1
                  '  ORC ' EENR-ORC-TYPE
                  '  MERGER BOOK ' EENR-MERGER-BOOK
                  '  SIGCARD VERIFIED ' EENR-DSC-VERIFIED
                  '  FBO RECON ' EENR-FBO-RECON-STATUS
                  '  BLOCKED ' EENR-BLOCKED-FLAG
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE EENR-ACCRUED-INT TO WS-EDIT-AMT-1
           MOVE EENR-FX-RATE     TO WS-EDIT-RATE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ACCRUED INTEREST ' WS-EDIT-AMT-1
                  '  SWEEP EXCLUDED ' EENR-SWEEP-FLAG
                  '  CURRENCY ' EENR-CURRENCY-CODE
                  ' RATE ' WS-EDIT-RATE
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE EENR-RECIP-PLACED   TO WS-EDIT-AMT-1
           MOVE EENR-RESTRAINED-AMT TO WS-EDIT-AMT-2
           MOVE EENR-COLL-PLEDGED   TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  RECIPROCAL PLACED ' WS-EDIT-AMT-1
                  '  INBOUND ' EENR-RECIP-INBOUND
                  '  RESTRAINED ' WS-EDIT-AMT-2
                  ' ' EENR-RESTRAINT-TYPE
                  '  PLEDGED ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE EENR-DSC-OWNER-COUNT TO WS-EDIT-COUNT-1
           MOVE EENR-IRR-BENE-COUNT  TO WS-EDIT-COUNT-2
           MOVE EENR-DSC-INSURED-ACCUM TO WS-EDIT-AMT-1
           MOVE EENR-IRR-INSURED     TO WS-EDIT-AMT-2
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  CARD OWNERS ' WS-EDIT-COUNT-1
                  ' INSURED ' WS-EDIT-AMT-1
                  '  ALL NATURAL ' EENR-DSC-ALL-NATURAL
                  '  EQUAL RIGHTS ' EENR-DSC-EQUAL-RIGHTS
                  '  IRR BENES ' WS-EDIT-COUNT-2
                  ' INSURED ' WS-EDIT-AMT-2
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           IF EENR-AGY-OWNER-COUNT > 0
               OR EENR-MSA-MTGR-COUNT > 0
               MOVE EENR-AGY-OWNER-COUNT TO WS-EDIT-COUNT-1
               MOVE EENR-MSA-MTGR-COUNT  TO WS-EDIT-COUNT-2
               MOVE EENR-AGY-INSURED     TO WS-EDIT-AMT-1
               MOVE EENR-MSA-INSURED     TO WS-EDIT-AMT-2
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING '  AGENCY OWNERS ' WS-EDIT-COUNT-1
                      ' INSURED ' WS-EDIT-AMT-1
                      '  MORTGAGORS ' WS-EDIT-COUNT-2
                      ' INSURED ' WS-EDIT-AMT-2
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
               PERFORM 8000-WRITE-EVIDENCE
           END-IF
           IF EENR-FID-CLIENT-COUNT > 0
               OR EENR-ANC-OWNER-COUNT > 0
               MOVE EENR-FID-CLIENT-COUNT TO WS-EDIT-COUNT-1
               MOVE EENR-ANC-OWNER-COUNT  TO WS-EDIT-COUNT-2
               MOVE EENR-FID-INSURED      TO WS-EDIT-AMT-1
               MOVE EENR-ANC-INSURED      TO WS-EDIT-AMT-2
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING '  FIDUCIARY CLIENTS ' WS-EDIT-COUNT-1
                      ' INSURED ' WS-EDIT-AMT-1
                      '  ANNUITY OWNERS ' WS-EDIT-COUNT-2
                      ' INSURED ' WS-EDIT-AMT-2
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
               PERFORM 8000-WRITE-EVIDENCE
           END-IF
           IF EENR-CUSTD-FOUND = 'Y'
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING '  CUSTODIAN ' EENR-CUSTODIAN-ID
                      ' ' EENR-GOVT-UNIT
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
               PERFORM 8000-WRITE-EVIDENCE
           END-IF.

       3130-SCAN-TRANSACTIONS.
           MOVE 15 TO WS-SRC-NO
           OPEN INPUT TRANSACTION-FILE
           MOVE WS-TXN-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-TXN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 7 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = TXN-ACCT-NUMBER
                               MOVE TXN-AMOUNT TO WS-EDIT-AMT-1
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  COB POSTING  TYPE ' TXN-TYPE
                                      '  AMOUNT ' WS-EDIT-AMT-1
                                      '  POSTED ' TXN-POSTED-TIME
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

       3140-SCAN-ACCRUALS.
           MOVE 16 TO WS-SRC-NO
           OPEN INPUT ACCRUED-INT-FILE
           MOVE WS-ACCR-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-ACCR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 7 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCRUED-INT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = ACCR-ACCT-NUMBER
                               MOVE ACCR-ACCRUED-AMT TO WS-EDIT-AMT-1
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  ACCRUAL  AMOUNT ' WS-EDIT-AMT-1
                                      '  AS OF ' ACCR-AS-OF-DATE
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE ACCRUED-INT-FILE.

       3150-SCAN-SWEEPS.
           MOVE 17 TO WS-SRC-NO
           OPEN INPUT SWEEP-FILE
           MOVE WS-SWP-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-SWP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 7 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SWEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = SWP-ACCT-NUMBER
                               MOVE SWP-SWEPT-AMT TO WS-EDIT-AMT-1
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  SWEEP  TYPE ' SWP-SWEEP-TYPE
                                      '  SWEPT ' WS-EDIT-AMT-1
                                      '  DATE ' SWP-SWEEP-DATE
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE SWEEP-FILE.

       3160-SCAN-RECIPROCALS.
           MOVE 18 TO WS-SRC-NO
           OPEN INPUT RECIPROCAL-FILE
           MOVE WS-RCP-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-RCP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 7 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RECIPROCAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'D'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = RCP-ACCT-NUMBER
                               MOVE RCP-AMOUNT TO WS-EDIT-AMT-1
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  RECIPROCAL  DIRECTION '
                                      RCP-DIRECTION
                                      '  NETWORK ' RCP-NETWORK-ID
                                      '  AMOUNT ' WS-EDIT-AMT-1
                                      '  DATE ' RCP-POSITION-DATE
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE RECIPROCAL-FILE.

       4000-SCAN-TRUST-SOURCES.
           PERFORM 4010-SCAN-TRUST-MASTER
           PERFORM 4020-SCAN-BENEFICIARIES
           PERFORM 4030-SCAN-PARTICIPANTS
           PERFORM 4040-SCAN-COGRANTORS.

       4010-SCAN-TRUST-MASTER.
           MOVE 19 TO WS-SRC-NO
           OPEN INPUT TRUST-MASTER-FILE
           MOVE WS-TRST-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-TRST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 4 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'T'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = TRUST-ID
                               PERFORM 4011-FORMAT-TRUST-MASTER
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE TRUST-MASTER-FILE.

       4011-FORMAT-TRUST-MASTER.
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  TRUST ' TRUST-ID
                  '  TYPE ' TRUST-TYPE
                  ' ' TRUST-CUSTODIAL-SUBTYPE
                  '  ORC ASSIGNED ' TRUST-ORC-ASSIGNED
                  '  STATUS ' TRUST-STATUS
                  '  OPENED ' TRUST-OPEN-DATE
                  '  INSTITUTION ' TRUST-INSTITUTION-ID
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  GRANTOR ' TRUST-GRANTOR-ID
                  ' ' TRUST-GRANTOR-NAME
                  '  TRUSTEE ' TRUST-TRUSTEE-ID
                  ' ' TRUST-TRUSTEE-NAME
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE TRUST-BALANCE     TO WS-EDIT-AMT-1
           MOVE TRUST-ACCRUED-INT TO WS-EDIT-AMT-2
           MOVE TRUST-NONDEP-BAL  TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  BALANCE ' WS-EDIT-AMT-1
                  '  ACCRUED ' WS-EDIT-AMT-2
                  '  NON-DEPOSIT ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE TRUST-BENE-COUNT     TO WS-EDIT-COUNT-1
           MOVE TRUST-PARTICIP-COUNT TO WS-EDIT-COUNT-2
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  BENEFICIARIES ' WS-EDIT-COUNT-1
                  '  PARTICIPANTS ' WS-EDIT-COUNT-2
                  '  CAPACITY ' TRUST-FIDUCIARY-CAPACITY
                  '  INSTRUMENT ' TRUST-INSTRUMENT-DATE
                  '  AMENDED ' TRUST-LAST-AMENDED
                  '  SPONSOR ' TRUST-SPONSOR-ID
                  '  VALUATION EXC ' TRUST-VALUATION-EXC
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       4020-SCAN-BENEFICIARIES.
           MOVE 20 TO WS-SRC-NO
           OPEN INPUT BENE-FILE
           MOVE WS-BENE-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-BENE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BENE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'T'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = BENE-TRUST-ID
                               PERFORM 4021-FORMAT-BENEFICIARY
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE BENE-FILE.

       4021-FORMAT-BENEFICIARY.
           MOVE BENE-ALLOCATION-PCT TO WS-EDIT-PCT
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  BENEFICIARY ' BENE-ID
                  ' ' BENE-NAME
                  '  ' BENE-RELATIONSHIP
                  '  TYPE ' BENE-TYPE
                  '  ALLOCATION ' WS-EDIT-PCT
                  '  STATUS ' BENE-STATUS
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '      NATURAL PERSON ' BENE-NATURAL-PERSON
                  '  EFFECTIVE ' BENE-EFF-DATE
                  '  ENDED ' BENE-END-DATE
                  '  DIED ' BENE-DEATH-DATE
                  '  SUCCESSOR ' SUCCESSOR-BENE-ID
                  '  INTEREST ' BENE-INTEREST-FLAG
                  ' ' BENE-INTEREST-FORM
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       4030-SCAN-PARTICIPANTS.
           MOVE 21 TO WS-SRC-NO
           OPEN INPUT PARTICIPANT-FILE
           MOVE WS-PART-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-PART-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 6 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARTICIPANT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'T'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = PART-TRUST-ID
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  PARTICIPANT ' PART-ID
                                      ' ' PART-NAME
                                      '  VESTED ' PART-VESTED-FLAG
                                      '  STATUS ' PART-STATUS
                                      '  EFFECTIVE ' PART-EFF-DATE
                                      '  TERMINATED ' PART-TERM-DATE
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE PARTICIPANT-FILE.

       4040-SCAN-COGRANTORS.
           MOVE 22 TO WS-SRC-NO
           OPEN INPUT COGRANTOR-FILE
           MOVE WS-CGR-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-CGR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 5 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COGRANTOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = 'T'
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = CGR-TRUST-ID
                               MOVE CGR-OWNERSHIP-PCT TO WS-EDIT-PCT
                               MOVE SPACES TO WS-EVIDENCE-LINE
                               STRING '  CO-GRANTOR ' CGR-GRANTOR-ID
                                      ' ' CGR-GRANTOR-NAME
                                      '  OWNERSHIP ' WS-EDIT-PCT
                                      '  DIED ' CGR-DEATH-DATE
                                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
                               PERFORM 8000-WRITE-EVIDENCE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE COGRANTOR-FILE.

       5000-SCAN-SHARED-SOURCES.
           PERFORM 5010-SCAN-OVERRIDES
           PERFORM 5020-SCAN-AUDIT-TRAIL.

       5010-SCAN-OVERRIDES.
      *    A trust override with a grantor id applies to that
      *    grantor's row only; blank applies to every row.
           MOVE 23 TO WS-SRC-NO
           OPEN INPUT OVERRIDE-FILE
           MOVE WS-OVR-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-OVR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 8 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OVERRIDE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-SOURCE(WS-SI-IDX) = OVR-ENTITY-TYPE
                               AND WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = OVR-ENTITY-ID
                               AND (OVR-DEPOSIT-ENTITY
                                   OR OVR-GRANTOR-ID = SPACES
                                   OR OVR-GRANTOR-ID
                                      = WS-SI-OWNER-ID(WS-SI-IDX))
                               PERFORM 5011-FORMAT-OVERRIDE
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE.

       5011-FORMAT-OVERRIDE.
           MOVE OVR-INSURED-AMT   TO WS-EDIT-AMT-1
           MOVE OVR-UNINSURED-AMT TO WS-EDIT-AMT-2
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  OVERRIDE ' OVR-REASON-CODE
                  '  INSURED ' WS-EDIT-AMT-1
                  '  UNINSURED ' WS-EDIT-AMT-2
                  '  DECIDED ' OVR-DECISION-DATE
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '      REVIEWER ' OVR-REVIEWER-ID
                  '  APPROVER ' OVR-APPROVER-ID
                  '  GRANTOR ' OVR-GRANTOR-ID
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '      ' OVR-JUSTIFICATION
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       5020-SCAN-AUDIT-TRAIL.
      *    Rows for the account or trust, and the enrichment's rows
      *    for the depositor (DBA regrouping). The live trail only
      *    -- older rows are on the archive generations (see
      *    AUDIT-INQUIRY).
           MOVE 24 TO WS-SRC-NO
           OPEN INPUT AUDIT-TRAIL-FILE
           MOVE WS-AUD-STATUS TO WS-SRC-STATUS(WS-SRC-NO)
           IF WS-AUD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 9 TO WS-SECTION-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-TRAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SRC-READ(WS-SRC-NO)
                       PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                           UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
                           IF WS-SI-ENTITY-ID(WS-SI-IDX)
                                   = AUD-ENTITY-ID
                               OR (WS-SI-SOURCE(WS-SI-IDX) = 'D'
                                   AND WS-SI-OWNER-ID(WS-SI-IDX)
                                       = AUD-ENTITY-ID)
                               PERFORM 5021-FORMAT-AUDIT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE.

       5021-FORMAT-AUDIT.
           MOVE AUD-INPUT-BALANCE TO WS-EDIT-AMT-1
           MOVE AUD-INSURED-AMT   TO WS-EDIT-AMT-2
           MOVE AUD-UNINSURED-AMT TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ' AUD-SOURCE-SYSTEM
                  ' ' AUD-ORC-TYPE
                  ' ' AUD-CALC-METHOD
                  ' ' WS-EDIT-AMT-1
                  ' ' WS-EDIT-AMT-2
                  ' ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '      ENTITY ' AUD-ENTITY-ID
                  '  AT ' AUD-TIMESTAMP
                  '  USER ' AUD-USER-ID
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       6000-CLOSE-PACKAGES.
      *    Group totals, an explicit NONE for every empty section
      *    -- an examiner must see that a source was searched, not
      *    just that nothing printed -- and the source file list.
           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
               UNTIL WS-SI-IDX > WS-SAMPLE-COUNT
               PERFORM 6100-WRITE-GROUP-TOTAL
               PERFORM VARYING WS-SECTION-NO FROM 2 BY 1
                   UNTIL WS-SECTION-NO > 9
                   IF WS-SI-LINES(WS-SI-IDX, WS-SECTION-NO) = 0
                       PERFORM 6200-WRITE-EMPTY-SECTION
                   END-IF
               END-PERFORM
               PERFORM 6300-WRITE-SOURCE-LIST
           END-PERFORM.

       6100-WRITE-GROUP-TOTAL.
           IF WS-SI-GRP-COUNT(WS-SI-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 3 TO WS-SECTION-NO
           MOVE WS-SI-GRP-COUNT(WS-SI-IDX)     TO WS-EDIT-COUNT-1
           MOVE WS-SI-GRP-BALANCE(WS-SI-IDX)   TO WS-EDIT-AMT-1
           MOVE WS-SI-GRP-INSURED(WS-SI-IDX)   TO WS-EDIT-AMT-2
           MOVE WS-SI-GRP-UNINSURED(WS-SI-IDX) TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  GROUP TOTAL -- ' WS-EDIT-COUNT-1 ' ROWS'
                  '  BALANCE ' WS-EDIT-AMT-1
                  '  INSURED ' WS-EDIT-AMT-2
                  '  UNINSURED ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       6200-WRITE-EMPTY-SECTION.
           MOVE SPACES TO WS-EVIDENCE-LINE
           EVALUATE TRUE
               WHEN WS-SECTION-NO = 2
                   STRING '  SAMPLED ROW NOT FOUND -- THE RESULT '
                          'FILE HAS CHANGED SINCE THE SAMPLE WAS DRAWN'
                       DELIMITED SIZE INTO WS-EVIDENCE-LINE
               WHEN WS-SECTION-NO = 7
                   AND WS-SI-SOURCE(WS-SI-IDX) = 'T'
                   MOVE '  NOT APPLICABLE -- TRUST DETERMINATION'
                       TO WS-EVIDENCE-LINE
               WHEN OTHER
                   MOVE '  NONE ON FILE' TO WS-EVIDENCE-LINE
           END-EVALUATE
           PERFORM 8000-WRITE-EVIDENCE.

       6300-WRITE-SOURCE-LIST.
           MOVE 10 TO WS-SECTION-NO
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               IF WS-SN-APPLIES(WS-SRC-IDX) = 'B'
                   OR WS-SN-APPLIES(WS-SRC-IDX)
                      = WS-SI-SOURCE(WS-SI-IDX)
                   MOVE SPACES TO WS-EVIDENCE-LINE
                   IF WS-SRC-STATUS(WS-SRC-IDX) = '00'
                       MOVE WS-SRC-READ(WS-SRC-IDX) TO WS-EDIT-ROWS
                       STRING '  ' WS-SN-NAME(WS-SRC-IDX)
                              '  RECORDS READ ' WS-EDIT-ROWS
                           DELIMITED SIZE INTO WS-EVIDENCE-LINE
                   ELSE
                       STRING '  ' WS-SN-NAME(WS-SRC-IDX)
                              '  NOT AVAILABLE THIS RUN -- STATUS '
                              WS-SRC-STATUS(WS-SRC-IDX)
                           DELIMITED SIZE INTO WS-EVIDENCE-LINE
                   END-IF
                   PERFORM 8000-WRITE-EVIDENCE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  END OF EVIDENCE PACKAGE -- SAMPLE ITEM '
                  WS-SI-ITEM-NO(WS-SI-IDX)
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 8000-WRITE-EVIDENCE.

       8000-WRITE-EVIDENCE.
      *    One line of WS-EVIDENCE-LINE for the item at WS-SI-IDX in
      *    section WS-SECTION-NO, numbered within the section.
           ADD 1 TO WS-SI-LINES(WS-SI-IDX, WS-SECTION-NO)
           MOVE WS-SI-ITEM-NO(WS-SI-IDX) TO EVD-ITEM-NO
           MOVE WS-SECTION-NO TO EVD-SECTION
           MOVE WS-SI-LINES(WS-SI-IDX, WS-SECTION-NO) TO EVD-LINE-NO
           MOVE WS-EVIDENCE-LINE TO EVD-PRINT-LINE
           WRITE EVW-RECORD FROM EXAM-EVIDENCE-REC
           ADD 1 TO WS-LINES-WRITTEN.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'EXAMINER EVIDENCE EXTRACT COMPLETE'
           DISPLAY '  BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY '  SAMPLE ITEMS READ:      ' WS-ITEMS-READ
           DISPLAY '  PACKAGES BUILT:         ' WS-SAMPLE-COUNT
           DISPLAY '  EVIDENCE LINES:         ' WS-LINES-WRITTEN
           IF WS-ITEMS-SKIPPED NOT = 0
               DISPLAY '  SAMPLE ITEMS SKIPPED:   ' WS-ITEMS-SKIPPED
           END-IF
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               IF WS-SRC-STATUS(WS-SRC-IDX) NOT = '00'
                   DISPLAY '  NOT AVAILABLE: ' WS-SN-NAME(WS-SRC-IDX)
                           ' STATUS ' WS-SRC-STATUS(WS-SRC-IDX)
               END-IF
           END-PERFORM.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'EXAM-EVIDENCE-EXTRACT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
