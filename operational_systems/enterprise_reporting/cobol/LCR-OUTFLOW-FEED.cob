      *================================================================*
      * PROGRAM: LCR-OUTFLOW-FEED
      * PURPOSE: Liquidity Coverage Ratio deposit outflow
      *          categorization from the insurance determinations.
      *          Treasury's LCR model sorts deposits into the 12 CFR
      *          249.32 outflow categories, and "stable" needs the
      *          deposit entirely covered by deposit insurance --
      *          which the model had been approximating with a
      *          balance cutoff. This feed (LCROUTFL, see
      *          LCR-OUTFLOW.cpy) carries the categories per covered
      *          institution from the actual determinations:
      *            - every RSLTFILE account, retail when the
      *              customer (CUSTFILE) is a natural person and the
      *              ORC is a personal one (SGL JNT REV IRR CRA),
      *              wholesale otherwise -- a depositor with no
      *              customer record is taken as wholesale, the
      *              higher outflow;
      *            - every RESULTOUT trust's deposits (total less
      *              non-deposit assets), retail under a personal
      *              trust ORC (SGL REV IRR CUS) unless the grantor's
      *              customer record, through the party
      *              cross-reference (PARTYXRF), is an entity;
      *            - each deposit split into its insured and
      *              uninsured portions, and only an entirely insured
      *              retail deposit can be stable: it must be in a
      *              transactional account (a demand product -- not
      *              CD, SAVINGS, or MMDA, the same deposit class
      *              test as the calc's 12 CFR 330.15 split) or the
      *              customer must have an established relationship,
      *              meaning another product with the bank: a second
      *              deposit account, or a trust on the trust book
      *              through the party cross-reference. A trust is
      *              never a transactional account; its relationship
      *              is its grantor holding a deposit account.
      *          Each institution's category records are followed by
      *          a reconciliation record tying the categorized
      *          deposits back to the RSLTFILE balance and the
      *          RESULTOUT deposits; the control report (LCROUTRP)
      *          shows the same by institution.
      * REGULATION: 12 CFR 249.32 (informational -- liquidity
      *             reporting)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Refuses to run on a job-to-job control-total
      *               break: CONTROL-TOTAL-BALANCE's status (CTLBSTS)
      *               is checked beside RSLTVSTS.
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCR-OUTFLOW-FEED.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PARTY-XREF-FILE ASSIGN TO 'PARTYXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT ACCT-JOIN-SORT-FILE ASSIGN TO 'LCRWK01'.
           SELECT SORTED-ACCT-JOIN-FILE ASSIGN TO 'LCRJOIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SAJ-STATUS.
           SELECT DEPOSITOR-SORT-FILE ASSIGN TO 'LCRWK02'.
           SELECT SORTED-DEPOSITOR-FILE ASSIGN TO 'LCRDEPS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDP-STATUS.
           SELECT LCR-FEED-FILE ASSIGN TO 'LCROUTFL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LCR-STATUS.
           SELECT LCR-REPORT-FILE ASSIGN TO 'LCROUTRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RSLT-VALIDATE-STATUS-FILE ASSIGN TO 'RSLTVSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVS-STATUS.
           SELECT CONTROL-BALANCE-STATUS-FILE ASSIGN TO 'CTLBSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  PARTY-XREF-FILE.
           COPY PARTY-XREF.

      *    Each account's ledger record (kind '1') ahead of its
      *    determinations (kind '2'), so every determination picks
      *    up the account's product.
       SD  ACCT-JOIN-SORT-FILE.
       01  AJS-REC.
           05  AJS-ACCT-NUMBER       PIC X(20).
           05  AJS-KIND              PIC X(1).
           05  AJS-ACCT-TYPE         PIC X(10).
           05  AJS-DEPOSITOR-ID      PIC X(15).
           05  AJS-INSTITUTION-ID    PIC X(5).
           05  AJS-ORC-TYPE          PIC X(5).
           05  AJS-BALANCE           PIC S9(13)V99.
           05  AJS-INSURED-AMT       PIC S9(13)V99.
           05  AJS-UNINSURED-AMT     PIC S9(13)V99.

       FD  SORTED-ACCT-JOIN-FILE.
       01  SAJ-REC.
           05  SAJ-ACCT-NUMBER       PIC X(20).
           05  SAJ-KIND              PIC X(1).
               88  SAJ-ACCOUNT       VALUE '1'.
               88  SAJ-RESULT        VALUE '2'.
           05  SAJ-ACCT-TYPE         PIC X(10).
           05  SAJ-DEPOSITOR-ID      PIC X(15).
           05  SAJ-INSTITUTION-ID    PIC X(5).
           05  SAJ-ORC-TYPE          PIC X(5).
           05  SAJ-BALANCE           PIC S9(13)V99.
           05  SAJ-INSURED-AMT       PIC S9(13)V99.
           05  SAJ-UNINSURED-AMT     PIC S9(13)V99.

      *    Each depositor's customer record (kind '1') ahead of
      *    the depositor's determinations (kind '2').
       SD  DEPOSITOR-SORT-FILE.
       01  DSR-REC.
           05  DSR-DEPOSITOR-ID      PIC X(15).
           05  DSR-KIND              PIC X(1).
           05  DSR-NATURAL-PERSON    PIC X(1).
           05  DSR-INSTITUTION-ID    PIC X(5).
           05  DSR-ORC-TYPE          PIC X(5).
           05  DSR-TRANSACTIONAL     PIC X(1).
           05  DSR-BALANCE           PIC S9(13)V99.
           05  DSR-INSURED-AMT       PIC S9(13)V99.
           05  DSR-UNINSURED-AMT     PIC S9(13)V99.

       FD  SORTED-DEPOSITOR-FILE.
       01  SDP-REC.
           05  SDP-DEPOSITOR-ID      PIC X(15).
           05  SDP-KIND              PIC X(1).
               88  SDP-CUSTOMER      VALUE '1'.
               88  SDP-DEPOSIT       VALUE '2'.
           05  SDP-NATURAL-PERSON    PIC X(1).
           05  SDP-INSTITUTION-ID    PIC X(5).
           05  SDP-ORC-TYPE          PIC X(5).
           05  SDP-TRANSACTIONAL     PIC X(1).
           05  SDP-BALANCE           PIC S9(13)V99.
           05  SDP-INSURED-AMT       PIC S9(13)V99.
           05  SDP-UNINSURED-AMT     PIC S9(13)V99.

       FD  LCR-FEED-FILE.
           COPY LCR-OUTFLOW.

       FD  LCR-REPORT-FILE.
       01  LCR-REPORT-LINE           PIC X(132).

       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  CONTROL-BALANCE-STATUS-FILE.
           COPY CONTROL-BALANCE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-ACCT-STATUS            PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-XRF-STATUS             PIC XX.
       01  WS-SAJ-STATUS             PIC XX.
       01  WS-SDP-STATUS             PIC XX.
       01  WS-LCR-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-CBS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE     PIC X VALUE 'N'.

      *--- Outflow categories, in feed order ---
       01  WS-CATEGORY-VALUES.
           05  FILLER PIC X(35)
               VALUE 'RSTBRRETAIL STABLE'.
           05  FILLER PIC X(16) VALUE '249.32(a)(1)'.
           05  FILLER PIC X(35)
               VALUE 'RLSFRRETAIL LESS STABLE - INSURED'.
           05  FILLER PIC X(16) VALUE '249.32(a)(2)'.
           05  FILLER PIC X(35)
               VALUE 'RLSPRRETAIL LESS STABLE - PARTIAL'.
           05  FILLER PIC X(16) VALUE '249.32(a)(2)'.
           05  FILLER PIC X(35)
               VALUE 'WFINWWHOLESALE - ENTIRELY INSURED'.
           05  FILLER PIC X(16) VALUE '249.32(h)(1)(i)'.
           05  FILLER PIC X(35)
               VALUE 'WPRTWWHOLESALE - PARTIALLY INSURED'.
           05  FILLER PIC X(16) VALUE '249.32(h)(1)(ii)'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CT-ENTRY OCCURS 5 TIMES
                            INDEXED BY WS-CT-IDX.
               10  WS-CT-CATEGORY    PIC X(4).
               10  WS-CT-COUNTERPARTY PIC X(1).
               10  WS-CT-DESCRIPTION PIC X(30).
               10  WS-CT-REG-CITE    PIC X(16).

      *--- Party cross-reference: grantor to depositor, and what the
      *    depositor pass learns about that depositor ---
       01  WS-XRF-COUNT              PIC 9(4) VALUE 0.
       01  WS-XRF-MAX                PIC 9(4) VALUE 2000.
       01  WS-XRF-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-XRF-TABLE.
           05  WS-XR-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-XR-IDX.
               10  WS-XR-GRANTOR-ID  PIC X(10).
               10  WS-XR-DEPOSITOR-ID PIC X(15).
               10  WS-XR-NATURAL-PERSON PIC X(1).
               10  WS-XR-DEPOSITS    PIC 9(5).

      *--- Current account in the product join ---
       01  WS-AJ-ACCT-NUMBER         PIC X(20).
       01  WS-AJ-ACCT-TYPE           PIC X(10).

      *--- Current depositor group ---
       01  WS-DG-DEPOSITOR-ID        PIC X(15) VALUE LOW-VALUES.
       01  WS-DG-NATURAL-PERSON      PIC X(1).
       01  WS-DG-TRUST-LINK          PIC X(1).
       01  WS-DG-RELATIONSHIP        PIC X(1).
       01  WS-DG-COUNT               PIC 9(3) VALUE 0.
       01  WS-DG-MAX                 PIC 9(3) VALUE 500.
       01  WS-DG-TABLE.
           05  WS-GD-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-GD-IDX.
               10  WS-GD-INSTITUTION-ID PIC X(5).
               10  WS-GD-ORC-TYPE    PIC X(5).
               10  WS-GD-TRANSACTIONAL PIC X(1).
               10  WS-GD-BALANCE     PIC S9(13)V99.
               10  WS-GD-INSURED     PIC S9(13)V99.
               10  WS-GD-UNINSURED   PIC S9(13)V99.

      *--- One deposit being categorized ---
       01  WS-CL-SOURCE              PIC X(1).
       01  WS-CL-INSTITUTION-ID      PIC X(5).
       01  WS-CL-RETAIL              PIC X(1).
       01  WS-CL-STABLE-TEST         PIC X(1).
       01  WS-CL-INSURED             PIC S9(13)V99.
       01  WS-CL-UNINSURED           PIC S9(13)V99.
       01  WS-CL-CATEGORY            PIC 9(1).
       01  WS-CL-ORC-TYPE            PIC X(5).
       01  WS-CL-PERSONAL-ORC        PIC X(1).

      *--- Per-institution categories and reconciliation ---
       01  WS-INST-COUNT             PIC 9(2) VALUE 0.
       01  WS-INST-MAX               PIC 9(2) VALUE 20.
       01  WS-INST-HIT               PIC 9(2).
       01  WS-LOOKUP-INST            PIC X(5).
       01  WS-INST-TABLE.
           05  WS-IN-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-IN-IDX.
               10  WS-IN-INSTITUTION PIC X(5).
               10  WS-IN-CAT OCCURS 5 TIMES.
                   15  WS-IN-CAT-COUNT     PIC 9(7).
                   15  WS-IN-CAT-INSURED   PIC S9(13)V99.
                   15  WS-IN-CAT-UNINSURED PIC S9(13)V99.
               10  WS-IN-RSLT-COUNT  PIC 9(7).
               10  WS-IN-RSLT-BALANCE PIC S9(13)V99.
               10  WS-IN-RSLT-CATEGORIZED PIC S9(13)V99.
               10  WS-IN-TRUST-COUNT PIC 9(7).
               10  WS-IN-TRUST-DEPOSITS PIC S9(13)V99.
               10  WS-IN-TRUST-CATEGORIZED PIC S9(13)V99.
       01  WS-SORTED-INST-KEY        PIC X(5).
       01  WS-INST-DONE-TABLE.
           05  WS-IN-DONE OCCURS 20 TIMES PIC X(1).
       01  WS-NEXT-INST              PIC 9(2).
       01  WS-CAT-SUB                PIC 9(1).

       01  WS-TRUST-DEPOSITS         PIC S9(13)V99.
       01  WS-VARIANCE               PIC S9(13)V99.
       01  WS-TIE-STATUS             PIC X(1).

      *--- Counters ---
       01  WS-DRSLT-READ             PIC 9(9) VALUE 0.
       01  WS-TRSLT-READ             PIC 9(9) VALUE 0.
       01  WS-NO-ACCOUNT-COUNT       PIC 9(9) VALUE 0.
       01  WS-NO-CUSTOMER-COUNT      PIC 9(9) VALUE 0.
       01  WS-TRUST-LINKED-COUNT     PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT            PIC 9(3) VALUE 0.

       01  CAT-HEADING-LINE.
           05  FILLER PIC X(5)  VALUE 'CAT'.
           05  FILLER PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER PIC X(17) VALUE 'REGULATION'.
           05  FILLER PIC X(9)  VALUE ' DEPOSITS'.
           05  FILLER PIC X(23) VALUE '                INSURED'.
           05  FILLER PIC X(23) VALUE '              UNINSURED'.
           05  FILLER PIC X(23) VALUE '                  TOTAL'.

       01  CAT-DETAIL-LINE.
           05  CDL-CATEGORY          PIC X(4).
           05  FILLER                PIC X(1).
           05  CDL-DESCRIPTION       PIC X(30).
           05  FILLER                PIC X(1).
           05  CDL-REG-CITE          PIC X(16).
           05  FILLER                PIC X(1).
           05  CDL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2).
           05  CDL-INSURED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2).
           05  CDL-UNINSURED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2).
           05  CDL-TOTAL             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  RCN-DETAIL-LINE.
           05  RDL-LABEL             PIC X(40).
           05  FILLER                PIC X(1).
           05  RDL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2).
           05  RDL-SOURCE-AMT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2).
           05  RDL-CATEGORIZED       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2).
           05  RDL-VARIANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-JOIN-ACCOUNT-PRODUCTS
           PERFORM 3000-CATEGORIZE-DEPOSITS
           PERFORM 4000-CATEGORIZE-TRUSTS
           PERFORM 5000-WRITE-FEED
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-CHECK-RSLT-VALIDATE
           PERFORM 1250-CHECK-CONTROL-BALANCE
           PERFORM 1300-LOAD-PARTY-XREF.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock -- and the run refuses to start until both
      *    insurance calcs show complete for the same business
      *    date.
           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-DEPCALC-DONE
           MOVE 'N' TO WS-PRED-TRSTCALC-DONE
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
                           AND RC-BUSINESS-DATE
                               = WS-BUSINESS-DATE
                           EVALUATE RC-JOB-NAME
                               WHEN 'DEPOSIT-INSURANCE-CALC'
                                   MOVE 'Y' TO WS-PRED-DEPCALC-DONE
                               WHEN 'TRUST-INSURANCE-CALC'
                                   MOVE 'Y' TO WS-PRED-TRSTCALC-DONE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-DEPCALC-DONE = 'N'
               DISPLAY 'PREDECESSOR DEPOSIT-INSURANCE-CALC NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-TRSTCALC-DONE = 'N'
               DISPLAY 'PREDECESSOR TRUST-INSURANCE-CALC NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-CHECK-RSLT-VALIDATE.
      *    RSLTFILE-VALIDATE must be run ahead of this program each
      *    cycle -- the feed's reconciliation relies on every
      *    determination footing insured plus uninsured to its
      *    balance. Same convention as the calc's RECONSTS gate.
           OPEN INPUT RSLT-VALIDATE-STATUS-FILE
           IF WS-RVS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RSLT VALIDATE STATUS FILE: '
                        WS-RVS-STATUS
               STOP RUN
           END-IF
           READ RSLT-VALIDATE-STATUS-FILE
               AT END
                   DISPLAY 'RSLT VALIDATE STATUS FILE IS EMPTY -- '
                            'RSLTFILE-VALIDATE HAS NOT RUN THIS '
                            'CYCLE. RUN ABORTED.'
                   CLOSE RSLT-VALIDATE-STATUS-FILE
                   STOP RUN
           END-READ
           IF RVS-FAILED
               DISPLAY 'RSLTFILE FAILED VALIDATION ('
                        RVS-ERROR-COUNT
                        ' ERROR(S)) -- RUN ABORTED.'
               CLOSE RSLT-VALIDATE-STATUS-FILE
               STOP RUN
           END-IF
           CLOSE RSLT-VALIDATE-STATUS-FILE.

       1250-CHECK-CONTROL-BALANCE.
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

       1300-LOAD-PARTY-XREF.
      *    An absent or empty cross-reference simply means no
      *    grantor is known to the deposit book this cycle.
           OPEN INPUT PARTY-XREF-FILE
           IF WS-XRF-STATUS = '00'
               PERFORM UNTIL WS-XRF-STATUS NOT = '00'
                   READ PARTY-XREF-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-XRF-COUNT < WS-XRF-MAX
                               ADD 1 TO WS-XRF-COUNT
                               SET WS-XR-IDX TO WS-XRF-COUNT
                               MOVE XRF-GRANTOR-ID
                                   TO WS-XR-GRANTOR-ID(WS-XR-IDX)
                               MOVE XRF-DEPOSITOR-ID
                                   TO WS-XR-DEPOSITOR-ID(WS-XR-IDX)
                               MOVE SPACES
                                   TO WS-XR-NATURAL-PERSON(WS-XR-IDX)
                               MOVE 0 TO WS-XR-DEPOSITS(WS-XR-IDX)
                           ELSE
                               ADD 1 TO WS-XRF-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTY-XREF-FILE
           END-IF
           IF WS-XRF-OVERFLOW NOT = 0
               DISPLAY 'PARTY XREF TABLE OVERFLOW -- '
                        WS-XRF-OVERFLOW
                        ' PAIRING(S) NOT LOADED.'
           END-IF.

       2000-JOIN-ACCOUNT-PRODUCTS.
           SORT ACCT-JOIN-SORT-FILE
               ON ASCENDING KEY AJS-ACCT-NUMBER AJS-KIND
               INPUT PROCEDURE 2100-RELEASE-ACCOUNTS-RESULTS
               GIVING SORTED-ACCT-JOIN-FILE.

       2100-RELEASE-ACCOUNTS-RESULTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE: '
                        WS-ACCT-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO AJS-REC
                       MOVE ACCT-NUMBER TO AJS-ACCT-NUMBER
                       MOVE '1' TO AJS-KIND
                       MOVE ACCT-TYPE TO AJS-ACCT-TYPE
                       MOVE 0 TO AJS-BALANCE
                       MOVE 0 TO AJS-INSURED-AMT
                       MOVE 0 TO AJS-UNINSURED-AMT
                       RELEASE AJS-REC
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           OPEN INPUT DEPOSIT-RESULT-FILE
           IF WS-DRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPOSIT RESULTS: '
                        WS-DRSLT-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DRSLT-READ
                       MOVE SPACES TO AJS-REC
                       MOVE DRSLT-ACCT-NUMBER TO AJS-ACCT-NUMBER
                       MOVE '2' TO AJS-KIND
                       MOVE DRSLT-DEPOSITOR-ID TO AJS-DEPOSITOR-ID
                       MOVE DRSLT-INSTITUTION-ID TO AJS-INSTITUTION-ID
                       MOVE DRSLT-ORC-TYPE TO AJS-ORC-TYPE
                       MOVE DRSLT-BALANCE TO AJS-BALANCE
                       MOVE DRSLT-INSURED-AMT TO AJS-INSURED-AMT
                       MOVE DRSLT-UNINSURED-AMT TO AJS-UNINSURED-AMT
                       RELEASE AJS-REC
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-RESULT-FILE.

       3000-CATEGORIZE-DEPOSITS.
           SORT DEPOSITOR-SORT-FILE
               ON ASCENDING KEY DSR-DEPOSITOR-ID DSR-KIND
               INPUT PROCEDURE 3100-RELEASE-DEPOSITORS
               GIVING SORTED-DEPOSITOR-FILE
           OPEN INPUT SORTED-DEPOSITOR-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SORTED-DEPOSITOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3200-APPLY-DEPOSITOR-RECORD
               END-READ
           END-PERFORM
           PERFORM 3300-CLOSE-DEPOSITOR-GROUP
           CLOSE SORTED-DEPOSITOR-FILE.

       3100-RELEASE-DEPOSITORS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                        WS-CUST-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO DSR-REC
                       MOVE CUST-DEPOSITOR-ID TO DSR-DEPOSITOR-ID
                       MOVE '1' TO DSR-KIND
                       MOVE CUST-NATURAL-PERSON TO DSR-NATURAL-PERSON
                       MOVE 0 TO DSR-BALANCE
                       MOVE 0 TO DSR-INSURED-AMT
                       MOVE 0 TO DSR-UNINSURED-AMT
                       RELEASE DSR-REC
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           OPEN INPUT SORTED-ACCT-JOIN-FILE
           MOVE SPACES TO WS-AJ-ACCT-NUMBER
           MOVE SPACES TO WS-AJ-ACCT-TYPE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SORTED-ACCT-JOIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3110-RELEASE-ONE-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE SORTED-ACCT-JOIN-FILE.

       3110-RELEASE-ONE-DEPOSIT.
           IF SAJ-ACCOUNT
               MOVE SAJ-ACCT-NUMBER TO WS-AJ-ACCT-NUMBER
               MOVE SAJ-ACCT-TYPE TO WS-AJ-ACCT-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DSR-REC
           MOVE SAJ-DEPOSITOR-ID TO DSR-DEPOSITOR-ID
           MOVE '2' TO DSR-KIND
           MOVE SAJ-INSTITUTION-ID TO DSR-INSTITUTION-ID
           MOVE SAJ-ORC-TYPE TO DSR-ORC-TYPE
           MOVE SAJ-BALANCE TO DSR-BALANCE
           MOVE SAJ-INSURED-AMT TO DSR-INSURED-AMT
           MOVE SAJ-UNINSURED-AMT TO DSR-UNINSURED-AMT
      *    A determination with no ledger record has no product to
      *    test and is not taken as transactional.
           MOVE 'N' TO DSR-TRANSACTIONAL
           IF SAJ-ACCT-NUMBER NOT = WS-AJ-ACCT-NUMBER
               ADD 1 TO WS-NO-ACCOUNT-COUNT
           ELSE
               EVALUATE WS-AJ-ACCT-TYPE
                   WHEN 'CD'
                   WHEN 'SAVINGS'
                   WHEN 'MMDA'
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO DSR-TRANSACTIONAL
               END-EVALUATE
           END-IF
           RELEASE DSR-REC.

       3200-APPLY-DEPOSITOR-RECORD.
           IF SDP-DEPOSITOR-ID NOT = WS-DG-DEPOSITOR-ID
               PERFORM 3300-CLOSE-DEPOSITOR-GROUP
               MOVE SDP-DEPOSITOR-ID TO WS-DG-DEPOSITOR-ID
               MOVE SPACES TO WS-DG-NATURAL-PERSON
               MOVE 0 TO WS-DG-COUNT
           END-IF
           IF SDP-CUSTOMER
               MOVE SDP-NATURAL-PERSON TO WS-DG-NATURAL-PERSON
               EXIT PARAGRAPH
           END-IF
           IF WS-DG-COUNT NOT < WS-DG-MAX
               DISPLAY 'DEPOSITOR ' WS-DG-DEPOSITOR-ID
                        ' HOLDS MORE THAN ' WS-DG-MAX
                        ' DEPOSITS -- RUN ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-DG-COUNT
           SET WS-GD-IDX TO WS-DG-COUNT
           MOVE SDP-INSTITUTION-ID TO WS-GD-INSTITUTION-ID(WS-GD-IDX)
           MOVE SDP-ORC-TYPE TO WS-GD-ORC-TYPE(WS-GD-IDX)
           MOVE SDP-TRANSACTIONAL TO WS-GD-TRANSACTIONAL(WS-GD-IDX)
           MOVE SDP-BALANCE TO WS-GD-BALANCE(WS-GD-IDX)
           MOVE SDP-INSURED-AMT TO WS-GD-INSURED(WS-GD-IDX)
           MOVE SDP-UNINSURED-AMT TO WS-GD-UNINSURED(WS-GD-IDX).

       3300-CLOSE-DEPOSITOR-GROUP.
      *    The whole depositor is in hand: note what the trust pass
      *    needs against any grantor pairing, then categorize each
      *    of the depositor's deposits.
           IF WS-DG-DEPOSITOR-ID = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DG-TRUST-LINK
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XRF-COUNT
               IF WS-XR-DEPOSITOR-ID(WS-XR-IDX) = WS-DG-DEPOSITOR-ID
                   MOVE 'Y' TO WS-DG-TRUST-LINK
                   MOVE WS-DG-NATURAL-PERSON
                       TO WS-XR-NATURAL-PERSON(WS-XR-IDX)
                   MOVE WS-DG-COUNT TO WS-XR-DEPOSITS(WS-XR-IDX)
               END-IF
           END-PERFORM
           IF WS-DG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-DG-NATURAL-PERSON = SPACES
               ADD 1 TO WS-NO-CUSTOMER-COUNT
           END-IF
           IF WS-DG-COUNT > 1 OR WS-DG-TRUST-LINK = 'Y'
               MOVE 'Y' TO WS-DG-RELATIONSHIP
           ELSE
               MOVE 'N' TO WS-DG-RELATIONSHIP
           END-IF
           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-DG-COUNT
               PERFORM 3310-CATEGORIZE-ONE-DEPOSIT
           END-PERFORM.

       3310-CATEGORIZE-ONE-DEPOSIT.
           MOVE 'D' TO WS-CL-SOURCE
           MOVE WS-GD-INSTITUTION-ID(WS-GD-IDX) TO WS-CL-INSTITUTION-ID
           MOVE WS-GD-ORC-TYPE(WS-GD-IDX) TO WS-CL-ORC-TYPE
           EVALUATE WS-CL-ORC-TYPE
               WHEN 'SGL'
               WHEN 'JNT'
               WHEN 'REV'
               WHEN 'IRR'
               WHEN 'CRA'
                   MOVE 'Y' TO WS-CL-PERSONAL-ORC
               WHEN OTHER
                   MOVE 'N' TO WS-CL-PERSONAL-ORC
           END-EVALUATE
           IF WS-DG-NATURAL-PERSON = 'Y'
               AND WS-CL-PERSONAL-ORC = 'Y'
               MOVE 'Y' TO WS-CL-RETAIL
           ELSE
               MOVE 'N' TO WS-CL-RETAIL
           END-IF
           IF WS-GD-TRANSACTIONAL(WS-GD-IDX) = 'Y'
               OR WS-DG-RELATIONSHIP = 'Y'
               MOVE 'Y' TO WS-CL-STABLE-TEST
           ELSE
               MOVE 'N' TO WS-CL-STABLE-TEST
           END-IF
           MOVE WS-GD-INSURED(WS-GD-IDX) TO WS-CL-INSURED
           MOVE WS-GD-UNINSURED(WS-GD-IDX) TO WS-CL-UNINSURED
           PERFORM 6000-ADD-TO-CATEGORY
           ADD 1 TO WS-IN-RSLT-COUNT(WS-INST-HIT)
           ADD WS-GD-BALANCE(WS-GD-IDX)
               TO WS-IN-RSLT-BALANCE(WS-INST-HIT).

       4000-CATEGORIZE-TRUSTS.
           OPEN INPUT TRUST-RESULT-FILE
           IF WS-TRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRUST RESULTS: '
                        WS-TRSLT-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRSLT-READ
                       PERFORM 4100-CATEGORIZE-ONE-TRUST
               END-READ
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       4100-CATEGORIZE-ONE-TRUST.
      *    The trust's deposits are its total less non-deposit
      *    assets; the insured amount never exceeds them, and
      *    anything not insured, pending included, is uninsured.
           COMPUTE WS-TRUST-DEPOSITS =
               TRSLT-TOTAL-BALANCE - TRSLT-NONDEPOSIT-AMT
           MOVE TRSLT-INSURED-AMT TO WS-CL-INSURED
           IF WS-CL-INSURED > WS-TRUST-DEPOSITS
               MOVE WS-TRUST-DEPOSITS TO WS-CL-INSURED
           END-IF
           IF WS-CL-INSURED < 0
               MOVE 0 TO WS-CL-INSURED
           END-IF
           COMPUTE WS-CL-UNINSURED = WS-TRUST-DEPOSITS - WS-CL-INSURED
           MOVE 'T' TO WS-CL-SOURCE
           MOVE TRSLT-INSTITUTION-ID TO WS-CL-INSTITUTION-ID
           MOVE TRSLT-ORC-TYPE TO WS-CL-ORC-TYPE
           EVALUATE WS-CL-ORC-TYPE
               WHEN 'SGL'
               WHEN 'REV'
               WHEN 'IRR'
               WHEN 'CUS'
                   MOVE 'Y' TO WS-CL-PERSONAL-ORC
               WHEN OTHER
                   MOVE 'N' TO WS-CL-PERSONAL-ORC
           END-EVALUATE
           MOVE WS-CL-PERSONAL-ORC TO WS-CL-RETAIL
           MOVE 'N' TO WS-CL-STABLE-TEST
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XRF-COUNT
               IF WS-XR-GRANTOR-ID(WS-XR-IDX) = TRSLT-GRANTOR-ID
                   IF WS-XR-NATURAL-PERSON(WS-XR-IDX) = 'N'
                       MOVE 'N' TO WS-CL-RETAIL
                   END-IF
                   IF WS-XR-DEPOSITS(WS-XR-IDX) > 0
                       MOVE 'Y' TO WS-CL-STABLE-TEST
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CL-STABLE-TEST = 'Y'
               ADD 1 TO WS-TRUST-LINKED-COUNT
           END-IF
           PERFORM 6000-ADD-TO-CATEGORY
           ADD 1 TO WS-IN-TRUST-COUNT(WS-INST-HIT)
           ADD WS-TRUST-DEPOSITS
               TO WS-IN-TRUST-DEPOSITS(WS-INST-HIT).

       5000-WRITE-FEED.
      *    Institutions go out in institution order; the table is
      *    small, so each pass picks the lowest one not yet written.
           OPEN OUTPUT LCR-FEED-FILE
           OPEN OUTPUT LCR-REPORT-FILE
           MOVE SPACES TO LCR-REPORT-LINE
           STRING 'LCR DEPOSIT OUTFLOW CATEGORIES -- '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO LCR-REPORT-LINE
           WRITE LCR-REPORT-LINE
           MOVE SPACES TO WS-INST-DONE-TABLE
           PERFORM WS-INST-COUNT TIMES
               MOVE HIGH-VALUES TO WS-SORTED-INST-KEY
               MOVE 0 TO WS-NEXT-INST
               PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                       UNTIL WS-IN-IDX > WS-INST-COUNT
                   IF WS-IN-DONE(WS-IN-IDX) NOT = 'Y'
                       AND WS-IN-INSTITUTION(WS-IN-IDX)
                           < WS-SORTED-INST-KEY
                       MOVE WS-IN-INSTITUTION(WS-IN-IDX)
                           TO WS-SORTED-INST-KEY
                       SET WS-NEXT-INST TO WS-IN-IDX
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-IN-DONE(WS-NEXT-INST)
               PERFORM 5100-WRITE-INSTITUTION
           END-PERFORM
           MOVE SPACES TO LCR-REPORT-LINE
           WRITE LCR-REPORT-LINE
           MOVE SPACES TO LCR-REPORT-LINE
           STRING 'DETERMINATIONS WITH NO LEDGER ACCOUNT '
                  '(NOT TRANSACTIONAL) ' WS-NO-ACCOUNT-COUNT
               DELIMITED SIZE INTO LCR-REPORT-LINE
           WRITE LCR-REPORT-LINE
           MOVE SPACES TO LCR-REPORT-LINE
           STRING 'DEPOSITORS WITH NO CUSTOMER RECORD '
                  '(TAKEN AS WHOLESALE) ' WS-NO-CUSTOMER-COUNT
               DELIMITED SIZE INTO LCR-REPORT-LINE
           WRITE LCR-REPORT-LINE
           IF WS-BREAK-COUNT > 0
               MOVE SPACES TO LCR-REPORT-LINE
               STRING WS-BREAK-COUNT
                      ' INSTITUTION(S) DO NOT RECONCILE TO THE '
                      'DETERMINATIONS'
                   DELIMITED SIZE INTO LCR-REPORT-LINE
               WRITE LCR-REPORT-LINE
           END-IF
           CLOSE LCR-FEED-FILE
           CLOSE LCR-REPORT-FILE.

       5100-WRITE-INSTITUTION.
           SET WS-IN-IDX TO WS-NEXT-INST
           MOVE SPACES TO LCR-REPORT-LINE
           WRITE LCR-REPORT-LINE
           MOVE SPACES TO LCR-REPORT-LINE
           STRING 'COVERED INSTITUTION ' WS-IN-INSTITUTION(WS-IN-IDX)
               DELIMITED SIZE INTO LCR-REPORT-LINE
           WRITE LCR-REPORT-LINE
           WRITE LCR-REPORT-LINE FROM CAT-HEADING-LINE
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
               SET WS-CT-IDX TO WS-CAT-SUB
               MOVE SPACES TO LCR-OUTFLOW-REC
               SET LCR-CATEGORY-REC TO TRUE
               MOVE WS-BUSINESS-DATE TO LCR-BUSINESS-DATE
               MOVE WS-IN-INSTITUTION(WS-IN-IDX)
                   TO LCR-INSTITUTION-ID
               MOVE WS-CT-CATEGORY(WS-CT-IDX) TO LCR-CATEGORY
               MOVE WS-CT-COUNTERPARTY(WS-CT-IDX) TO LCR-COUNTERPARTY
               MOVE WS-CT-DESCRIPTION(WS-CT-IDX) TO LCR-DESCRIPTION
               MOVE WS-CT-REG-CITE(WS-CT-IDX) TO LCR-REG-CITE
               MOVE WS-IN-CAT-COUNT(WS-IN-IDX, WS-CAT-SUB)
                   TO LCR-DEPOSIT-COUNT
               MOVE WS-IN-CAT-INSURED(WS-IN-IDX, WS-CAT-SUB)
                   TO LCR-INSURED-AMT
               MOVE WS-IN-CAT-UNINSURED(WS-IN-IDX, WS-CAT-SUB)
                   TO LCR-UNINSURED-AMT
               COMPUTE LCR-TOTAL-AMT = LCR-INSURED-AMT
                                     + LCR-UNINSURED-AMT
               WRITE LCR-OUTFLOW-REC
               MOVE SPACES TO CAT-DETAIL-LINE
               MOVE LCR-CATEGORY TO CDL-CATEGORY
               MOVE LCR-DESCRIPTION TO CDL-DESCRIPTION
               MOVE LCR-REG-CITE TO CDL-REG-CITE
               MOVE LCR-DEPOSIT-COUNT TO CDL-COUNT
               MOVE LCR-INSURED-AMT TO CDL-INSURED
               MOVE LCR-UNINSURED-AMT TO CDL-UNINSURED
               MOVE LCR-TOTAL-AMT TO CDL-TOTAL
               WRITE LCR-REPORT-LINE FROM CAT-DETAIL-LINE
           END-PERFORM
           MOVE 'Y' TO WS-TIE-STATUS
           IF WS-IN-RSLT-CATEGORIZED(WS-IN-IDX)
                   NOT = WS-IN-RSLT-BALANCE(WS-IN-IDX)
               OR WS-IN-TRUST-CATEGORIZED(WS-IN-IDX)
                   NOT = WS-IN-TRUST-DEPOSITS(WS-IN-IDX)
               MOVE 'N' TO WS-TIE-STATUS
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE SPACES TO LCR-OUTFLOW-REC
           SET LCR-RECON-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO LCR-BUSINESS-DATE
           MOVE WS-IN-INSTITUTION(WS-IN-IDX) TO LCR-INSTITUTION-ID
           MOVE WS-IN-RSLT-COUNT(WS-IN-IDX) TO LCR-RCN-RSLT-COUNT
           MOVE WS-IN-RSLT-BALANCE(WS-IN-IDX) TO LCR-RCN-RSLT-BALANCE
           MOVE WS-IN-RSLT-CATEGORIZED(WS-IN-IDX)
               TO LCR-RCN-RSLT-CATEGORIZED
           MOVE WS-IN-TRUST-COUNT(WS-IN-IDX) TO LCR-RCN-TRUST-COUNT
           MOVE WS-IN-TRUST-DEPOSITS(WS-IN-IDX)
               TO LCR-RCN-TRUST-DEPOSITS
           MOVE WS-IN-TRUST-CATEGORIZED(WS-IN-IDX)
               TO LCR-RCN-TRUST-CATEGORIZED
           MOVE WS-TIE-STATUS TO LCR-RCN-TIE-STATUS
           WRITE LCR-OUTFLOW-REC
           MOVE SPACES TO RCN-DETAIL-LINE
           MOVE 'RSLTFILE DEPOSITS / CATEGORIZED' TO RDL-LABEL
           MOVE WS-IN-RSLT-COUNT(WS-IN-IDX) TO RDL-COUNT
           MOVE WS-IN-RSLT-BALANCE(WS-IN-IDX) TO RDL-SOURCE-AMT
           MOVE WS-IN-RSLT-CATEGORIZED(WS-IN-IDX) TO RDL-CATEGORIZED
           COMPUTE WS-VARIANCE = WS-IN-RSLT-CATEGORIZED(WS-IN-IDX)
                               - WS-IN-RSLT-BALANCE(WS-IN-IDX)
           MOVE WS-VARIANCE TO RDL-VARIANCE
           WRITE LCR-REPORT-LINE FROM RCN-DETAIL-LINE
           MOVE SPACES TO RCN-DETAIL-LINE
           MOVE 'RESULTOUT TRUST DEPOSITS / CATEGORIZED' TO RDL-LABEL
           MOVE WS-IN-TRUST-COUNT(WS-IN-IDX) TO RDL-COUNT
           MOVE WS-IN-TRUST-DEPOSITS(WS-IN-IDX) TO RDL-SOURCE-AMT
           MOVE WS-IN-TRUST-CATEGORIZED(WS-IN-IDX) TO RDL-CATEGORIZED
           COMPUTE WS-VARIANCE = WS-IN-TRUST-CATEGORIZED(WS-IN-IDX)
                               - WS-IN-TRUST-DEPOSITS(WS-IN-IDX)
           MOVE WS-VARIANCE TO RDL-VARIANCE
           WRITE LCR-REPORT-LINE FROM RCN-DETAIL-LINE
           IF WS-TIE-STATUS = 'N'
               MOVE 'CATEGORIES DO NOT RECONCILE TO THE DETERMINATIONS'
                   TO LCR-REPORT-LINE
               WRITE LCR-REPORT-LINE
           END-IF.

       6000-ADD-TO-CATEGORY.
      *    Only an entirely insured deposit can be stable retail or
      *    the lower wholesale rate; a partially insured one is
      *    categorized whole, carrying both portions.
           EVALUATE TRUE
               WHEN WS-CL-RETAIL = 'Y' AND WS-CL-UNINSURED > 0
                   MOVE 3 TO WS-CL-CATEGORY
               WHEN WS-CL-RETAIL = 'Y' AND WS-CL-STABLE-TEST = 'Y'
                   MOVE 1 TO WS-CL-CATEGORY
               WHEN WS-CL-RETAIL = 'Y'
                   MOVE 2 TO WS-CL-CATEGORY
               WHEN WS-CL-UNINSURED > 0
                   MOVE 5 TO WS-CL-CATEGORY
               WHEN OTHER
                   MOVE 4 TO WS-CL-CATEGORY
           END-EVALUATE
           MOVE WS-CL-INSTITUTION-ID TO WS-LOOKUP-INST
           PERFORM 6100-FIND-OR-ADD-INSTITUTION
           ADD 1 TO WS-IN-CAT-COUNT(WS-INST-HIT, WS-CL-CATEGORY)
           ADD WS-CL-INSURED
               TO WS-IN-CAT-INSURED(WS-INST-HIT, WS-CL-CATEGORY)
           ADD WS-CL-UNINSURED
               TO WS-IN-CAT-UNINSURED(WS-INST-HIT, WS-CL-CATEGORY)
           IF WS-CL-SOURCE = 'D'
               ADD WS-CL-INSURED WS-CL-UNINSURED
                   TO WS-IN-RSLT-CATEGORIZED(WS-INST-HIT)
           ELSE
               ADD WS-CL-INSURED WS-CL-UNINSURED
                   TO WS-IN-TRUST-CATEGORIZED(WS-INST-HIT)
           END-IF.

       6100-FIND-OR-ADD-INSTITUTION.
      *    Linear find-or-insert, same small-table convention as
      *    LOAN-OFFSET-RPT's institution totals.
           MOVE 0 TO WS-INST-HIT
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-INST-COUNT
                      OR WS-INST-HIT > 0
               IF WS-IN-INSTITUTION(WS-IN-IDX) = WS-LOOKUP-INST
                   SET WS-INST-HIT TO WS-IN-IDX
               END-IF
           END-PERFORM
           IF WS-INST-HIT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-INST-COUNT NOT < WS-INST-MAX
               DISPLAY 'COVERED INSTITUTIONS EXCEED ' WS-INST-MAX
                        ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-INST-COUNT
           MOVE WS-INST-COUNT TO WS-INST-HIT
           MOVE WS-LOOKUP-INST TO WS-IN-INSTITUTION(WS-INST-HIT)
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 5
               MOVE 0 TO WS-IN-CAT-COUNT(WS-INST-HIT, WS-CAT-SUB)
               MOVE 0 TO WS-IN-CAT-INSURED(WS-INST-HIT, WS-CAT-SUB)
               MOVE 0 TO WS-IN-CAT-UNINSURED(WS-INST-HIT, WS-CAT-SUB)
           END-PERFORM
           MOVE 0 TO WS-IN-RSLT-COUNT(WS-INST-HIT)
           MOVE 0 TO WS-IN-RSLT-BALANCE(WS-INST-HIT)
           MOVE 0 TO WS-IN-RSLT-CATEGORIZED(WS-INST-HIT)
           MOVE 0 TO WS-IN-TRUST-COUNT(WS-INST-HIT)
           MOVE 0 TO WS-IN-TRUST-DEPOSITS(WS-INST-HIT)
           MOVE 0 TO WS-IN-TRUST-CATEGORIZED(WS-INST-HIT).

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'LCR OUTFLOW FEED COMPLETE'
           DISPLAY '  BUSINESS DATE:            ' WS-BUSINESS-DATE
           DISPLAY '  DEPOSIT RESULTS READ:     ' WS-DRSLT-READ
           DISPLAY '  TRUST RESULTS READ:       ' WS-TRSLT-READ
           DISPLAY '  COVERED INSTITUTIONS:     ' WS-INST-COUNT
           DISPLAY '  NO LEDGER ACCOUNT:        ' WS-NO-ACCOUNT-COUNT
           DISPLAY '  NO CUSTOMER RECORD:       ' WS-NO-CUSTOMER-COUNT
           DISPLAY '  TRUSTS WITH RELATIONSHIP: ' WS-TRUST-LINKED-COUNT
           IF WS-BREAK-COUNT > 0
               DISPLAY '  *** ' WS-BREAK-COUNT
                        ' INSTITUTION(S) DO NOT RECONCILE -- SEE '
                        'LCROUTRP ***'
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle (see
      *    RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'LCR-OUTFLOW-FEED' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
