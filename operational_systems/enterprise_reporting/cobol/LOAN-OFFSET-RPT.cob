      *================================================================*
      * PROGRAM: LOAN-OFFSET-RPT
      * PURPOSE: Loan offset exposure for depositors who are also
      *          borrowers -- the written answer to Treasury's and
      *          resolution planning's "what would the receiver
      *          offset", which until now took manual lookups in the
      *          loan system. At resolution a depositor's matured or
      *          delinquent debt is set off against that depositor's
      *          deposits at the same insured bank, uninsured funds
      *          first. Each borrower on the daily loan extract
      *          (LOANEXT, see LOAN-EXTRACT.cpy) is linked to a
      *          deposit identity by normalized tax id -- CUSTFILE
      *          first, resolved to the surviving depositor through
      *          DEPIDXRF, then the party cross-reference (PARTYXRF)
      *          for a person known only through the trust book --
      *          and the person's insured/uninsured split is summed
      *          from RSLTFILE and, through the grantor link, from
      *          RESULTOUT. The offsettable debt is applied to the
      *          uninsured funds, then the insured funds. Outputs:
      *            - LOANOFST, one record per linked borrower per
      *              covered institution (see LOAN-OFFSET.cpy);
      *            - LOANORPT, the offset exposure report by covered
      *              institution, net uninsured after offset, and a
      *              list of every depositor whose offset would reach
      *              into insured funds.
      *          A borrower whose tax id is shared by two insurance
      *          identities is not linked -- the offset cannot be
      *          placed on either -- and is counted with the
      *          borrowers that have no deposit relationship.
      * REGULATION: 12 CFR 360 (resolution planning support)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-OFFSET-RPT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-EXTRACT-FILE ASSIGN TO 'LOANEXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LNX-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT DEPOSITOR-XREF-FILE ASSIGN TO 'DEPIDXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIX-STATUS.
           SELECT PARTY-XREF-FILE ASSIGN TO 'PARTYXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT DEPOSIT-RESULT-FILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSLT-STATUS.
           SELECT TRUST-RESULT-FILE ASSIGN TO 'RESULTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRSLT-STATUS.
           SELECT LOAN-SORT-FILE ASSIGN TO 'LOFWK01'.
           SELECT SORTED-LOAN-FILE ASSIGN TO 'LOFLOAN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLON-STATUS.
           SELECT CUST-SORT-FILE ASSIGN TO 'LOFWK02'.
           SELECT SORTED-CUST-FILE ASSIGN TO 'LOFCUST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCUS-STATUS.
           SELECT OFFSET-DETAIL-FILE ASSIGN TO 'LOANOFST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOF-STATUS.
           SELECT OFFSET-REPORT-FILE ASSIGN TO 'LOANORPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOAN-EXTRACT-FILE.
           COPY LOAN-EXTRACT.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-MASTER.

       FD  DEPOSITOR-XREF-FILE.
           COPY DEPOSITOR-ID-XREF.

       FD  PARTY-XREF-FILE.
           COPY PARTY-XREF.

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

      *    Offsettable loans only, keyed by normalized borrower tax
      *    id and institution so each borrower's debt at one bank
      *    arrives together and the customer stream only moves
      *    forward.
       SD  LOAN-SORT-FILE.
       01  LSRT-REC.
           05  LSRT-NORM-TAX-ID      PIC X(15).
           05  LSRT-INSTITUTION-ID   PIC X(5).
           05  LSRT-LOAN-NUMBER      PIC X(20).
           05  LSRT-OFFSET-AMT       PIC S9(13)V99.
           05  LSRT-SECURED          PIC X(1).

       FD  SORTED-LOAN-FILE.
       01  SLON-RECORD.
           05  SLON-NORM-TAX-ID      PIC X(15).
           05  SLON-INSTITUTION-ID   PIC X(5).
           05  SLON-LOAN-NUMBER      PIC X(20).
           05  SLON-OFFSET-AMT       PIC S9(13)V99.
           05  SLON-SECURED          PIC X(1).
               88  SLON-IS-SECURED   VALUE 'Y'.

      *    Customer identities keyed by normalized government id --
      *    same normalization DEPOSITOR-ID-CONSOL sorts on.
       SD  CUST-SORT-FILE.
       01  CSRT-REC.
           05  CSRT-NORM-GOVT-ID     PIC X(15).
           05  CSRT-DEPOSITOR-ID     PIC X(15).

       FD  SORTED-CUST-FILE.
       01  SCUS-RECORD.
           05  SCUS-NORM-GOVT-ID     PIC X(15).
           05  SCUS-DEPOSITOR-ID     PIC X(15).

       FD  OFFSET-DETAIL-FILE.
           COPY LOAN-OFFSET.

       FD  OFFSET-REPORT-FILE.
       01  OFFSET-REPORT-LINE        PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-LNX-STATUS             PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-DIX-STATUS             PIC XX.
       01  WS-XRF-STATUS             PIC XX.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-SLON-STATUS            PIC XX.
       01  WS-SCUS-STATUS            PIC XX.
       01  WS-LOF-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE     PIC X VALUE 'N'.

       01  WS-EOF-LNX                PIC X VALUE 'N'.
           88  LNX-EOF               VALUE 'Y'.
       01  WS-EOF-CUST               PIC X VALUE 'N'.
           88  CUST-EOF              VALUE 'Y'.
       01  WS-EOF-SLON               PIC X VALUE 'N'.
           88  LOAN-EOF              VALUE 'Y'.
       01  WS-EOF-SCUS               PIC X VALUE 'N'.
           88  SCUS-EOF              VALUE 'Y'.
       01  WS-EOF-DEPOSIT            PIC X VALUE 'N'.
           88  DEPOSIT-EOF           VALUE 'Y'.
       01  WS-EOF-TRUST              PIC X VALUE 'N'.
           88  TRUST-EOF             VALUE 'Y'.

      *--- Tax id normalization (dashes stripped, left-justified),
      *    same routine shape as DEPOSITOR-ID-CONSOL. ---
       01  WS-NORM-IN                PIC X(15).
       01  WS-NORM-OUT               PIC X(15).
       01  WS-NORM-I                 PIC 9(2).
       01  WS-NORM-J                 PIC 9(2).

      *--- Current customer identity group (one normalized id) ---
      *    Every customer record sharing the normalized id must
      *    resolve to the same surviving depositor, or the borrower
      *    is ambiguous and cannot be linked.
       01  WS-CG-NORM-ID             PIC X(15) VALUE LOW-VALUES.
       01  WS-CG-DEPOSITOR-ID        PIC X(15).
       01  WS-CG-AMBIGUOUS           PIC X(1).
       01  WS-RESOLVE-ID             PIC X(15).

      *--- Depositor identity consolidation (DEPIDXRF) ---
       01  WS-DIX-COUNT              PIC 9(4) VALUE 0.
       01  WS-DIX-MAX                PIC 9(4) VALUE 2000.
       01  WS-DIX-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-DIX-TABLE.
           05  WS-DI-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-DI-IDX.
               10  WS-DI-DUP-ID      PIC X(15).
               10  WS-DI-SURVIVOR    PIC X(15).

      *--- Party cross-reference, normalized tax id to depositor
      *    and grantor ---
       01  WS-PXR-COUNT              PIC 9(4) VALUE 0.
       01  WS-PXR-MAX                PIC 9(4) VALUE 2000.
       01  WS-PXR-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-PXR-TABLE.
           05  WS-PX-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-PX-IDX.
               10  WS-PX-NORM-TAX-ID PIC X(15).
               10  WS-PX-DEPOSITOR-ID PIC X(15).
               10  WS-PX-GRANTOR-ID  PIC X(10).
       01  WS-PX-FOUND-ID            PIC X(15).
       01  WS-PX-AMBIGUOUS           PIC X(1).

      *--- Current borrower group (one tax id at one institution) ---
       01  WS-CUR-TAX-ID             PIC X(15).
       01  WS-CUR-INST               PIC X(5).
       01  WS-CUR-LOAN-COUNT         PIC 9(3).
       01  WS-CUR-DEBT               PIC S9(13)V99.
       01  WS-CUR-SECURED            PIC S9(13)V99.
       01  WS-CUR-DEPOSITOR-ID       PIC X(15).
       01  WS-CUR-GRANTOR-ID         PIC X(10).
       01  WS-CUR-LINK-BASIS         PIC X(1).
       01  WS-CUR-LINKED             PIC X(1).
           88  CUR-IS-LINKED         VALUE 'Y'.

      *--- Linked borrowers, one entry per depositor per institution.
      *    Two tax ids that resolve to one surviving depositor share
      *    an entry, so that person's deposits are counted once.
       01  WS-BORR-COUNT             PIC 9(4) VALUE 0.
       01  WS-BORR-MAX               PIC 9(4) VALUE 2000.
       01  WS-BORR-OVERFLOW          PIC 9(5) VALUE 0.
       01  WS-BORR-IDX-SAVE          PIC 9(4).
       01  WS-BORR-TABLE.
           05  WS-BT-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-BT-IDX.
               10  WS-BT-TAX-ID      PIC X(15).
               10  WS-BT-INSTITUTION PIC X(5).
               10  WS-BT-DEPOSITOR-ID PIC X(15).
               10  WS-BT-GRANTOR-ID  PIC X(10).
               10  WS-BT-LINK-BASIS  PIC X(1).
               10  WS-BT-LOAN-COUNT  PIC 9(3).
               10  WS-BT-DEBT        PIC S9(13)V99.
               10  WS-BT-SECURED     PIC S9(13)V99.
               10  WS-BT-DEP-INS     PIC S9(13)V99.
               10  WS-BT-DEP-UNINS   PIC S9(13)V99.
               10  WS-BT-TRUST-INS   PIC S9(13)V99.
               10  WS-BT-TRUST-UNINS PIC S9(13)V99.
               10  WS-BT-FROM-INS    PIC S9(13)V99.
               10  WS-BT-NET-INS     PIC S9(13)V99.

      *--- Per-institution report totals ---
       01  WS-INST-COUNT             PIC 9(2) VALUE 0.
       01  WS-INST-MAX               PIC 9(2) VALUE 20.
       01  WS-INST-OVERFLOW          PIC 9(5) VALUE 0.
       01  WS-INST-IDX-SAVE          PIC 9(2).
       01  WS-LOOKUP-INST            PIC X(5).
       01  WS-INST-TABLE.
           05  WS-IN-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-IN-IDX.
               10  WS-IN-INSTITUTION PIC X(5).
               10  WS-IN-BORROWERS   PIC 9(7).
               10  WS-IN-DEBT        PIC S9(15)V99.
               10  WS-IN-UNINS-BEFORE PIC S9(15)V99.
               10  WS-IN-FROM-UNINS  PIC S9(15)V99.
               10  WS-IN-FROM-INS    PIC S9(15)V99.
               10  WS-IN-NET-UNINS   PIC S9(15)V99.
               10  WS-IN-UNAPPLIED   PIC S9(15)V99.
               10  WS-IN-FLAGGED     PIC 9(7).
               10  WS-IN-UNLINKED    PIC 9(7).
               10  WS-IN-UNLINKED-DEBT PIC S9(15)V99.

      *--- Offset sequence work fields ---
       01  WS-OFS-REMAIN             PIC S9(13)V99.
       01  WS-OFS-INS-BEFORE         PIC S9(13)V99.
       01  WS-OFS-UNINS-BEFORE       PIC S9(13)V99.

      *--- Run totals ---
       01  WS-LOANS-READ             PIC 9(7) VALUE 0.
       01  WS-LOANS-CURRENT          PIC 9(7) VALUE 0.
       01  WS-LOANS-REJECTED         PIC 9(7) VALUE 0.
       01  WS-LOANS-OFFSETTABLE      PIC 9(7) VALUE 0.
       01  WS-AMBIGUOUS-COUNT        PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT           PIC 9(7) VALUE 0.
       01  WS-FLAGGED-COUNT          PIC 9(7) VALUE 0.
       01  WS-TOT-BORROWERS          PIC 9(7) VALUE 0.
       01  WS-TOT-DEBT               PIC S9(15)V99 VALUE 0.
       01  WS-TOT-UNINS-BEFORE       PIC S9(15)V99 VALUE 0.
       01  WS-TOT-FROM-UNINS         PIC S9(15)V99 VALUE 0.
       01  WS-TOT-FROM-INS           PIC S9(15)V99 VALUE 0.
       01  WS-TOT-NET-UNINS          PIC S9(15)V99 VALUE 0.
       01  WS-TOT-FLAGGED            PIC 9(7) VALUE 0.

       01  INST-SUMMARY-LINE.
           05  ISL-INSTITUTION       PIC X(7).
           05  ISL-BORROWERS         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  ISL-DEBT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  ISL-UNINS-BEFORE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  ISL-FROM-UNINS        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  ISL-FROM-INS          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  ISL-NET-UNINS         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  ISL-FLAGGED           PIC ZZZ,ZZ9.

       01  INST-UNLINKED-LINE.
           05  FILLER                PIC X(7).
           05  IUL-LABEL             PIC X(36).
           05  IUL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3).
           05  IUL-DEBT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  FLAGGED-DETAIL-LINE.
           05  FDL-DEPOSITOR-ID      PIC X(16).
           05  FDL-INSTITUTION       PIC X(6).
           05  FDL-DEBT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  FDL-UNINS-BEFORE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  FDL-INS-BEFORE        PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  FDL-FROM-INS          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  FDL-NET-INS           PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BORROWER UNTIL LOAN-EOF
           PERFORM 3000-ACCUMULATE-DEPOSITS
           PERFORM 3500-ACCUMULATE-TRUSTS
           PERFORM 4000-APPLY-OFFSETS
           PERFORM 5000-WRITE-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-DEPOSITOR-XREF
           PERFORM 1300-LOAD-PARTY-XREF
           SORT CUST-SORT-FILE
               ON ASCENDING KEY CSRT-NORM-GOVT-ID
                                CSRT-DEPOSITOR-ID
               INPUT PROCEDURE 1500-RELEASE-CUSTOMERS
               GIVING SORTED-CUST-FILE
           SORT LOAN-SORT-FILE
               ON ASCENDING KEY LSRT-NORM-TAX-ID
                                LSRT-INSTITUTION-ID
                                LSRT-LOAN-NUMBER
               INPUT PROCEDURE 1600-RELEASE-LOANS
               GIVING SORTED-LOAN-FILE
           OPEN INPUT SORTED-CUST-FILE
           OPEN INPUT SORTED-LOAN-FILE
           IF WS-SLON-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SORTED LOAN FILE: '
                        WS-SLON-STATUS
               STOP RUN
           END-IF
           READ SORTED-CUST-FILE
               AT END SET SCUS-EOF TO TRUE
           END-READ
           READ SORTED-LOAN-FILE
               AT END SET LOAN-EOF TO TRUE
           END-READ.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock -- and decides which loans have matured.
      *    Both insurance calcs must show complete for the same
      *    business date, or the split being offset against is
      *    yesterday's.
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

       1200-LOAD-DEPOSITOR-XREF.
      *    An absent or empty cross-reference simply means no
      *    duplicate identities were consolidated this cycle.
           OPEN INPUT DEPOSITOR-XREF-FILE
           IF WS-DIX-STATUS = '00'
               PERFORM UNTIL WS-DIX-STATUS NOT = '00'
                   READ DEPOSITOR-XREF-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-DIX-COUNT < WS-DIX-MAX
                               ADD 1 TO WS-DIX-COUNT
                               SET WS-DI-IDX TO WS-DIX-COUNT
                               MOVE DIX-DUP-DEPOSITOR-ID
                                   TO WS-DI-DUP-ID(WS-DI-IDX)
                               MOVE DIX-SURVIVOR-ID
                                   TO WS-DI-SURVIVOR(WS-DI-IDX)
                           ELSE
                               ADD 1 TO WS-DIX-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSITOR-XREF-FILE
           END-IF
           IF WS-DIX-OVERFLOW NOT = 0
               DISPLAY 'DEPOSITOR XREF TABLE OVERFLOW -- '
                        WS-DIX-OVERFLOW
                        ' MAPPING(S) NOT APPLIED.'
           END-IF.

       1300-LOAD-PARTY-XREF.
      *    The party cross-reference links a borrower known only
      *    through the trust book, and gives every linked borrower
      *    the grantor id RESULTOUT is keyed by.
           OPEN INPUT PARTY-XREF-FILE
           IF WS-XRF-STATUS = '00'
               PERFORM UNTIL WS-XRF-STATUS NOT = '00'
                   READ PARTY-XREF-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF XRF-TAX-ID NOT = SPACES
                               AND WS-PXR-COUNT < WS-PXR-MAX
                               ADD 1 TO WS-PXR-COUNT
                               SET WS-PX-IDX TO WS-PXR-COUNT
                               MOVE XRF-TAX-ID TO WS-NORM-IN
                               PERFORM 7000-NORMALIZE-TAX-ID
                               MOVE WS-NORM-OUT
                                   TO WS-PX-NORM-TAX-ID(WS-PX-IDX)
                               MOVE XRF-DEPOSITOR-ID
                                   TO WS-PX-DEPOSITOR-ID(WS-PX-IDX)
                               MOVE XRF-GRANTOR-ID
                                   TO WS-PX-GRANTOR-ID(WS-PX-IDX)
                           ELSE
                               IF XRF-TAX-ID NOT = SPACES
                                   ADD 1 TO WS-PXR-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTY-XREF-FILE
           END-IF
           IF WS-PXR-OVERFLOW NOT = 0
               DISPLAY 'PARTY XREF TABLE OVERFLOW -- '
                        WS-PXR-OVERFLOW
                        ' PAIRING(S) NOT LOADED.'
           END-IF.

       1500-RELEASE-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL CUST-EOF
               READ CUSTOMER-FILE
                   AT END SET CUST-EOF TO TRUE
                   NOT AT END
                       IF CUST-GOVT-ID NOT = SPACES
                           MOVE CUST-GOVT-ID TO WS-NORM-IN
                           PERFORM 7000-NORMALIZE-TAX-ID
                           MOVE WS-NORM-OUT TO CSRT-NORM-GOVT-ID
                           MOVE CUST-DEPOSITOR-ID
                               TO CSRT-DEPOSITOR-ID
                           RELEASE CSRT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       1600-RELEASE-LOANS.
      *    Only matured or delinquent debt is offset: a loan past
      *    its maturity date for its whole principal balance, one
      *    not yet matured for the amount past due. Current loans
      *    are counted and dropped here.
           OPEN INPUT LOAN-EXTRACT-FILE
           IF WS-LNX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LOAN EXTRACT FILE: '
                        WS-LNX-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL LNX-EOF
               READ LOAN-EXTRACT-FILE
                   AT END SET LNX-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       PERFORM 1610-RELEASE-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-EXTRACT-FILE.

       1610-RELEASE-ONE-LOAN.
           IF LNX-PRINCIPAL-BAL NOT NUMERIC
               OR LNX-PAST-DUE-AMT NOT NUMERIC
               ADD 1 TO WS-LOANS-REJECTED
               DISPLAY 'LOAN ' LNX-LOAN-NUMBER
                        ' REJECTED -- AMOUNT NOT NUMERIC'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LSRT-REC
           MOVE 0 TO LSRT-OFFSET-AMT
           IF LNX-MATURITY-DATE NOT = SPACES
               AND LNX-MATURITY-DATE NOT > WS-BUSINESS-DATE
               MOVE LNX-PRINCIPAL-BAL TO LSRT-OFFSET-AMT
           ELSE
               IF LNX-PAST-DUE-AMT > 0
                   MOVE LNX-PAST-DUE-AMT TO LSRT-OFFSET-AMT
               END-IF
           END-IF
           IF LSRT-OFFSET-AMT NOT > 0
               ADD 1 TO WS-LOANS-CURRENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOANS-OFFSETTABLE
           MOVE LNX-BORROWER-TAX-ID TO WS-NORM-IN
           PERFORM 7000-NORMALIZE-TAX-ID
           MOVE WS-NORM-OUT        TO LSRT-NORM-TAX-ID
           MOVE LNX-INSTITUTION-ID TO LSRT-INSTITUTION-ID
           MOVE LNX-LOAN-NUMBER    TO LSRT-LOAN-NUMBER
           IF LNX-UNSECURED OR LNX-COLLATERAL-TYPE = SPACES
               MOVE 'N' TO LSRT-SECURED
           ELSE
               MOVE 'Y' TO LSRT-SECURED
           END-IF
           RELEASE LSRT-REC.

       2000-PROCESS-BORROWER.
      *    One borrower's offsettable debt at one institution,
      *    then the borrower's deposit identity.
           MOVE SLON-NORM-TAX-ID    TO WS-CUR-TAX-ID
           MOVE SLON-INSTITUTION-ID TO WS-CUR-INST
           MOVE 0 TO WS-CUR-LOAN-COUNT
           MOVE 0 TO WS-CUR-DEBT
           MOVE 0 TO WS-CUR-SECURED
           PERFORM UNTIL LOAN-EOF
               OR SLON-NORM-TAX-ID NOT = WS-CUR-TAX-ID
               OR SLON-INSTITUTION-ID NOT = WS-CUR-INST
               ADD 1 TO WS-CUR-LOAN-COUNT
               ADD SLON-OFFSET-AMT TO WS-CUR-DEBT
               IF SLON-IS-SECURED
                   ADD SLON-OFFSET-AMT TO WS-CUR-SECURED
               END-IF
               READ SORTED-LOAN-FILE
                   AT END SET LOAN-EOF TO TRUE
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-CUR-LINKED
           MOVE SPACES TO WS-CUR-DEPOSITOR-ID
           MOVE SPACES TO WS-CUR-GRANTOR-ID
           MOVE SPACES TO WS-CUR-LINK-BASIS
           IF WS-CUR-TAX-ID NOT = SPACES
               PERFORM 2100-ADVANCE-CUSTOMERS
               IF WS-CG-NORM-ID = WS-CUR-TAX-ID
                   IF WS-CG-AMBIGUOUS = 'Y'
                       ADD 1 TO WS-AMBIGUOUS-COUNT
                   ELSE
                       MOVE 'Y' TO WS-CUR-LINKED
                       MOVE 'C' TO WS-CUR-LINK-BASIS
                       MOVE WS-CG-DEPOSITOR-ID TO WS-CUR-DEPOSITOR-ID
                   END-IF
               ELSE
                   PERFORM 2300-MATCH-PARTY-XREF
               END-IF
           END-IF
           IF CUR-IS-LINKED
               PERFORM 2400-FIND-GRANTOR
               PERFORM 2500-ADD-BORROWER
           ELSE
               MOVE WS-CUR-INST TO WS-LOOKUP-INST
               PERFORM 6300-NOTE-INSTITUTION
               IF WS-INST-IDX-SAVE NOT = 0
                   SET WS-IN-IDX TO WS-INST-IDX-SAVE
                   ADD 1 TO WS-IN-UNLINKED(WS-IN-IDX)
                   ADD WS-CUR-DEBT TO WS-IN-UNLINKED-DEBT(WS-IN-IDX)
               END-IF
           END-IF.

       2100-ADVANCE-CUSTOMERS.
           PERFORM UNTIL WS-CG-NORM-ID NOT < WS-CUR-TAX-ID
               IF SCUS-EOF
                   MOVE HIGH-VALUES TO WS-CG-NORM-ID
               ELSE
                   PERFORM 2150-LOAD-CUSTOMER-GROUP
               END-IF
           END-PERFORM.

       2150-LOAD-CUSTOMER-GROUP.
      *    Consumes every customer record on one normalized id and
      *    resolves each to its survivor; two different survivors
      *    under one tax id is two insurance identities, and the
      *    debt cannot be placed on either by a batch job.
           MOVE SCUS-NORM-GOVT-ID TO WS-CG-NORM-ID
           MOVE SCUS-DEPOSITOR-ID TO WS-RESOLVE-ID
           PERFORM 7100-APPLY-SURVIVOR
           MOVE WS-RESOLVE-ID TO WS-CG-DEPOSITOR-ID
           MOVE 'N' TO WS-CG-AMBIGUOUS
           PERFORM UNTIL SCUS-EOF
               OR SCUS-NORM-GOVT-ID NOT = WS-CG-NORM-ID
               MOVE SCUS-DEPOSITOR-ID TO WS-RESOLVE-ID
               PERFORM 7100-APPLY-SURVIVOR
               IF WS-RESOLVE-ID NOT = WS-CG-DEPOSITOR-ID
                   MOVE 'Y' TO WS-CG-AMBIGUOUS
               END-IF
               READ SORTED-CUST-FILE
                   AT END SET SCUS-EOF TO TRUE
               END-READ
           END-PERFORM.

       2300-MATCH-PARTY-XREF.
      *    Borrower not on CUSTFILE under this tax id -- the party
      *    cross-reference may still know the person from the trust
      *    book under a depositor id.
           MOVE SPACES TO WS-PX-FOUND-ID
           MOVE 'N' TO WS-PX-AMBIGUOUS
           SET WS-PX-IDX TO 1
           PERFORM UNTIL WS-PX-IDX > WS-PXR-COUNT
               IF WS-PX-NORM-TAX-ID(WS-PX-IDX) = WS-CUR-TAX-ID
                   MOVE WS-PX-DEPOSITOR-ID(WS-PX-IDX)
                       TO WS-RESOLVE-ID
                   PERFORM 7100-APPLY-SURVIVOR
                   IF WS-PX-FOUND-ID = SPACES
                       MOVE WS-RESOLVE-ID TO WS-PX-FOUND-ID
                   ELSE
                       IF WS-RESOLVE-ID NOT = WS-PX-FOUND-ID
                           MOVE 'Y' TO WS-PX-AMBIGUOUS
                       END-IF
                   END-IF
               END-IF
               SET WS-PX-IDX UP BY 1
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PX-FOUND-ID = SPACES
                   CONTINUE
               WHEN WS-PX-AMBIGUOUS = 'Y'
                   ADD 1 TO WS-AMBIGUOUS-COUNT
               WHEN OTHER
                   MOVE 'Y' TO WS-CUR-LINKED
                   MOVE 'X' TO WS-CUR-LINK-BASIS
                   MOVE WS-PX-FOUND-ID TO WS-CUR-DEPOSITOR-ID
           END-EVALUATE.

       2400-FIND-GRANTOR.
      *    The grantor id the trust book knows the borrower by, if
      *    any -- the first pairing on the tax id wins.
           SET WS-PX-IDX TO 1
           PERFORM UNTIL WS-PX-IDX > WS-PXR-COUNT
               IF WS-PX-NORM-TAX-ID(WS-PX-IDX) = WS-CUR-TAX-ID
                   MOVE WS-PX-GRANTOR-ID(WS-PX-IDX)
                       TO WS-CUR-GRANTOR-ID
                   SET WS-PX-IDX TO WS-PXR-COUNT
               END-IF
               SET WS-PX-IDX UP BY 1
           END-PERFORM.

       2500-ADD-BORROWER.
      *    Linear find-or-insert on depositor + institution, same
      *    small-table convention as SMDIA-CROSS-RECON's person
      *    table.
           MOVE 0 TO WS-BORR-IDX-SAVE
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BORR-COUNT
               IF WS-BT-DEPOSITOR-ID(WS-BT-IDX) = WS-CUR-DEPOSITOR-ID
                   AND WS-BT-INSTITUTION(WS-BT-IDX) = WS-CUR-INST
                   SET WS-BORR-IDX-SAVE TO WS-BT-IDX
                   SET WS-BT-IDX TO WS-BORR-COUNT
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM
           IF WS-BORR-IDX-SAVE = 0
               IF WS-BORR-COUNT < WS-BORR-MAX
                   ADD 1 TO WS-BORR-COUNT
                   SET WS-BORR-IDX-SAVE TO WS-BORR-COUNT
                   SET WS-BT-IDX TO WS-BORR-COUNT
                   MOVE WS-CUR-TAX-ID TO WS-BT-TAX-ID(WS-BT-IDX)
                   MOVE WS-CUR-INST   TO WS-BT-INSTITUTION(WS-BT-IDX)
                   MOVE WS-CUR-DEPOSITOR-ID
                       TO WS-BT-DEPOSITOR-ID(WS-BT-IDX)
                   MOVE WS-CUR-GRANTOR-ID
                       TO WS-BT-GRANTOR-ID(WS-BT-IDX)
                   MOVE WS-CUR-LINK-BASIS
                       TO WS-BT-LINK-BASIS(WS-BT-IDX)
                   MOVE 0 TO WS-BT-LOAN-COUNT(WS-BT-IDX)
                   MOVE 0 TO WS-BT-DEBT(WS-BT-IDX)
                   MOVE 0 TO WS-BT-SECURED(WS-BT-IDX)
                   MOVE 0 TO WS-BT-DEP-INS(WS-BT-IDX)
                   MOVE 0 TO WS-BT-DEP-UNINS(WS-BT-IDX)
                   MOVE 0 TO WS-BT-TRUST-INS(WS-BT-IDX)
                   MOVE 0 TO WS-BT-TRUST-UNINS(WS-BT-IDX)
                   MOVE 0 TO WS-BT-FROM-INS(WS-BT-IDX)
                   MOVE 0 TO WS-BT-NET-INS(WS-BT-IDX)
               ELSE
                   ADD 1 TO WS-BORR-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-BT-IDX TO WS-BORR-IDX-SAVE
           IF WS-BT-GRANTOR-ID(WS-BT-IDX) = SPACES
               MOVE WS-CUR-GRANTOR-ID TO WS-BT-GRANTOR-ID(WS-BT-IDX)
           END-IF
           ADD WS-CUR-LOAN-COUNT TO WS-BT-LOAN-COUNT(WS-BT-IDX)
           ADD WS-CUR-DEBT       TO WS-BT-DEBT(WS-BT-IDX)
           ADD WS-CUR-SECURED    TO WS-BT-SECURED(WS-BT-IDX).

       3000-ACCUMULATE-DEPOSITS.
      *    Sum each linked borrower's deposit-side split at the
      *    institution the debt is owed to -- offset never crosses
      *    charters.
           OPEN INPUT DEPOSIT-RESULT-FILE
           IF WS-DRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RESULT FILE: ' WS-DRSLT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL DEPOSIT-EOF
               READ DEPOSIT-RESULT-FILE
                   AT END SET DEPOSIT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-MATCH-DEPOSIT-ROW
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-RESULT-FILE.

       3100-MATCH-DEPOSIT-ROW.
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BORR-COUNT
               IF WS-BT-DEPOSITOR-ID(WS-BT-IDX) = DRSLT-DEPOSITOR-ID
                   AND WS-BT-INSTITUTION(WS-BT-IDX)
                       = DRSLT-INSTITUTION-ID
                   ADD DRSLT-INSURED-AMT
                       TO WS-BT-DEP-INS(WS-BT-IDX)
                   ADD DRSLT-UNINSURED-AMT
                       TO WS-BT-DEP-UNINS(WS-BT-IDX)
                   SET WS-BT-IDX TO WS-BORR-COUNT
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM.

       3500-ACCUMULATE-TRUSTS.
      *    The same person's trust-side split, through the grantor
      *    id from the party cross-reference.
           OPEN INPUT TRUST-RESULT-FILE
           IF WS-TRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRUST RESULT FILE: '
                        WS-TRSLT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL TRUST-EOF
               READ TRUST-RESULT-FILE
                   AT END SET TRUST-EOF TO TRUE
                   NOT AT END
                       IF TRSLT-GRANTOR-ID NOT = SPACES
                           PERFORM 3600-MATCH-TRUST-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       3600-MATCH-TRUST-ROW.
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BORR-COUNT
               IF WS-BT-GRANTOR-ID(WS-BT-IDX) = TRSLT-GRANTOR-ID
                   AND WS-BT-INSTITUTION(WS-BT-IDX)
                       = TRSLT-INSTITUTION-ID
                   ADD TRSLT-INSURED-AMT
                       TO WS-BT-TRUST-INS(WS-BT-IDX)
                   ADD TRSLT-UNINSURED-AMT
                       TO WS-BT-TRUST-UNINS(WS-BT-IDX)
                   SET WS-BT-IDX TO WS-BORR-COUNT
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM.

       4000-APPLY-OFFSETS.
           OPEN OUTPUT OFFSET-DETAIL-FILE
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BORR-COUNT
               PERFORM 4100-OFFSET-BORROWER
               SET WS-BT-IDX UP BY 1
           END-PERFORM
           CLOSE OFFSET-DETAIL-FILE.

       4100-OFFSET-BORROWER.
      *    Offset sequence: the debt consumes the uninsured funds
      *    first, then the insured funds; whatever is left is debt
      *    the deposits do not cover.
           COMPUTE WS-OFS-INS-BEFORE =
               WS-BT-DEP-INS(WS-BT-IDX) + WS-BT-TRUST-INS(WS-BT-IDX)
           COMPUTE WS-OFS-UNINS-BEFORE =
               WS-BT-DEP-UNINS(WS-BT-IDX)
               + WS-BT-TRUST-UNINS(WS-BT-IDX)
           IF WS-OFS-INS-BEFORE < 0
               MOVE 0 TO WS-OFS-INS-BEFORE
           END-IF
           IF WS-OFS-UNINS-BEFORE < 0
               MOVE 0 TO WS-OFS-UNINS-BEFORE
           END-IF
           MOVE SPACES TO LOAN-OFFSET-REC
           MOVE WS-BT-TAX-ID(WS-BT-IDX)       TO LOF-TAX-ID
           MOVE WS-BT-INSTITUTION(WS-BT-IDX)  TO LOF-INSTITUTION-ID
           MOVE WS-BT-DEPOSITOR-ID(WS-BT-IDX) TO LOF-DEPOSITOR-ID
           MOVE WS-BT-GRANTOR-ID(WS-BT-IDX)   TO LOF-GRANTOR-ID
           MOVE WS-BT-LINK-BASIS(WS-BT-IDX)   TO LOF-LINK-BASIS
           MOVE WS-BT-LOAN-COUNT(WS-BT-IDX)   TO LOF-LOAN-COUNT
           MOVE WS-BT-DEBT(WS-BT-IDX)         TO LOF-OFFSET-DEBT
           MOVE WS-BT-SECURED(WS-BT-IDX)      TO LOF-SECURED-DEBT
           MOVE WS-OFS-INS-BEFORE             TO LOF-INSURED-BEFORE
           MOVE WS-OFS-UNINS-BEFORE           TO LOF-UNINSURED-BEFORE
           MOVE WS-BT-DEBT(WS-BT-IDX)         TO WS-OFS-REMAIN
           IF WS-OFS-REMAIN < WS-OFS-UNINS-BEFORE
               MOVE WS-OFS-REMAIN TO LOF-FROM-UNINSURED
           ELSE
               MOVE WS-OFS-UNINS-BEFORE TO LOF-FROM-UNINSURED
           END-IF
           SUBTRACT LOF-FROM-UNINSURED FROM WS-OFS-REMAIN
           IF WS-OFS-REMAIN < WS-OFS-INS-BEFORE
               MOVE WS-OFS-REMAIN TO LOF-FROM-INSURED
           ELSE
               MOVE WS-OFS-INS-BEFORE TO LOF-FROM-INSURED
           END-IF
           SUBTRACT LOF-FROM-INSURED FROM WS-OFS-REMAIN
           MOVE WS-OFS-REMAIN TO LOF-UNAPPLIED-DEBT
           COMPUTE LOF-NET-UNINSURED =
               WS-OFS-UNINS-BEFORE - LOF-FROM-UNINSURED
           COMPUTE LOF-NET-INSURED =
               WS-OFS-INS-BEFORE - LOF-FROM-INSURED
           IF LOF-FROM-INSURED > 0
               SET LOF-REACHES-INSURED TO TRUE
               ADD 1 TO WS-FLAGGED-COUNT
           ELSE
               MOVE 'N' TO LOF-INSURED-REACHED
           END-IF
           MOVE LOF-FROM-INSURED TO WS-BT-FROM-INS(WS-BT-IDX)
           MOVE LOF-NET-INSURED  TO WS-BT-NET-INS(WS-BT-IDX)
           WRITE LOAN-OFFSET-REC
           ADD 1 TO WS-DETAIL-COUNT
           MOVE LOF-INSTITUTION-ID TO WS-LOOKUP-INST
           PERFORM 6300-NOTE-INSTITUTION
           IF WS-INST-IDX-SAVE NOT = 0
               SET WS-IN-IDX TO WS-INST-IDX-SAVE
               ADD 1 TO WS-IN-BORROWERS(WS-IN-IDX)
               ADD LOF-OFFSET-DEBT      TO WS-IN-DEBT(WS-IN-IDX)
               ADD LOF-UNINSURED-BEFORE TO WS-IN-UNINS-BEFORE(WS-IN-IDX)
               ADD LOF-FROM-UNINSURED   TO WS-IN-FROM-UNINS(WS-IN-IDX)
               ADD LOF-FROM-INSURED     TO WS-IN-FROM-INS(WS-IN-IDX)
               ADD LOF-NET-UNINSURED    TO WS-IN-NET-UNINS(WS-IN-IDX)
               ADD LOF-UNAPPLIED-DEBT   TO WS-IN-UNAPPLIED(WS-IN-IDX)
               IF LOF-REACHES-INSURED
                   ADD 1 TO WS-IN-FLAGGED(WS-IN-IDX)
               END-IF
           END-IF.

       5000-WRITE-REPORT.
           OPEN OUTPUT OFFSET-REPORT-FILE
           MOVE SPACES TO OFFSET-REPORT-LINE
           STRING 'LOAN OFFSET EXPOSURE -- DEPOSITORS WHO ARE ALSO '
                  'BORROWERS'
               DELIMITED SIZE INTO OFFSET-REPORT-LINE
           WRITE OFFSET-REPORT-LINE
           MOVE SPACES TO OFFSET-REPORT-LINE
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE
               DELIMITED SIZE INTO OFFSET-REPORT-LINE
           WRITE OFFSET-REPORT-LINE
           MOVE SPACES TO OFFSET-REPORT-LINE
           WRITE OFFSET-REPORT-LINE
           MOVE SPACES TO OFFSET-REPORT-LINE
           STRING 'INST   BORROWERS     OFFSETTABLE DEBT  '
                  ' UNINSURED BEFORE  OFFSET FROM UNINS '
                  '  OFFSET FROM INS   NET UNINSURED  FLAGGED'
               DELIMITED SIZE INTO OFFSET-REPORT-LINE
           WRITE OFFSET-REPORT-LINE
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               PERFORM 5100-WRITE-INST-LINES
               SET WS-IN-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO INST-SUMMARY-LINE
           MOVE 'TOTAL'             TO ISL-INSTITUTION
           MOVE WS-TOT-BORROWERS    TO ISL-BORROWERS
           MOVE WS-TOT-DEBT         TO ISL-DEBT
           MOVE WS-TOT-UNINS-BEFORE TO ISL-UNINS-BEFORE
           MOVE WS-TOT-FROM-UNINS   TO ISL-FROM-UNINS
           MOVE WS-TOT-FROM-INS     TO ISL-FROM-INS
           MOVE WS-TOT-NET-UNINS    TO ISL-NET-UNINS
           MOVE WS-TOT-FLAGGED      TO ISL-FLAGGED
           WRITE OFFSET-REPORT-LINE FROM INST-SUMMARY-LINE
           MOVE SPACES TO OFFSET-REPORT-LINE
           WRITE OFFSET-REPORT-LINE
           PERFORM 5200-WRITE-FLAGGED-LIST
           CLOSE OFFSET-REPORT-FILE.

       5100-WRITE-INST-LINES.
           MOVE SPACES TO INST-SUMMARY-LINE
           MOVE WS-IN-INSTITUTION(WS-IN-IDX)  TO ISL-INSTITUTION
           MOVE WS-IN-BORROWERS(WS-IN-IDX)    TO ISL-BORROWERS
           MOVE WS-IN-DEBT(WS-IN-IDX)         TO ISL-DEBT
           MOVE WS-IN-UNINS-BEFORE(WS-IN-IDX) TO ISL-UNINS-BEFORE
           MOVE WS-IN-FROM-UNINS(WS-IN-IDX)   TO ISL-FROM-UNINS
           MOVE WS-IN-FROM-INS(WS-IN-IDX)     TO ISL-FROM-INS
           MOVE WS-IN-NET-UNINS(WS-IN-IDX)    TO ISL-NET-UNINS
           MOVE WS-IN-FLAGGED(WS-IN-IDX)      TO ISL-FLAGGED
           WRITE OFFSET-REPORT-LINE FROM INST-SUMMARY-LINE
           IF WS-IN-UNAPPLIED(WS-IN-IDX) NOT = 0
               MOVE SPACES TO INST-UNLINKED-LINE
               MOVE 'DEBT BEYOND LINKED DEPOSITS' TO IUL-LABEL
               MOVE WS-IN-UNAPPLIED(WS-IN-IDX) TO IUL-DEBT
               WRITE OFFSET-REPORT-LINE FROM INST-UNLINKED-LINE
           END-IF
           IF WS-IN-UNLINKED(WS-IN-IDX) NOT = 0
               MOVE SPACES TO INST-UNLINKED-LINE
               MOVE 'BORROWERS WITH NO DEPOSIT LINK' TO IUL-LABEL
               MOVE WS-IN-UNLINKED(WS-IN-IDX)      TO IUL-COUNT
               MOVE WS-IN-UNLINKED-DEBT(WS-IN-IDX) TO IUL-DEBT
               WRITE OFFSET-REPORT-LINE FROM INST-UNLINKED-LINE
           END-IF
           ADD WS-IN-BORROWERS(WS-IN-IDX)    TO WS-TOT-BORROWERS
           ADD WS-IN-DEBT(WS-IN-IDX)         TO WS-TOT-DEBT
           ADD WS-IN-UNINS-BEFORE(WS-IN-IDX) TO WS-TOT-UNINS-BEFORE
           ADD WS-IN-FROM-UNINS(WS-IN-IDX)   TO WS-TOT-FROM-UNINS
           ADD WS-IN-FROM-INS(WS-IN-IDX)     TO WS-TOT-FROM-INS
           ADD WS-IN-NET-UNINS(WS-IN-IDX)    TO WS-TOT-NET-UNINS
           ADD WS-IN-FLAGGED(WS-IN-IDX)      TO WS-TOT-FLAGGED.

       5200-WRITE-FLAGGED-LIST.
      *    Every depositor whose matured or delinquent debt is
      *    bigger than the uninsured funds at the bank -- the
      *    offset would reach into insured dollars.
           MOVE SPACES TO OFFSET-REPORT-LINE
           STRING 'DEPOSITORS WHOSE OFFSET REACHES INSURED FUNDS'
               DELIMITED SIZE INTO OFFSET-REPORT-LINE
           WRITE OFFSET-REPORT-LINE
           MOVE SPACES TO OFFSET-REPORT-LINE
           STRING 'DEPOSITOR       INST     OFFSETTABLE DEBT  '
                  '  UNINSURED BEFORE    INSURED BEFORE  '
                  '  OFFSET FROM INS  NET INSURED'
               DELIMITED SIZE INTO OFFSET-REPORT-LINE
           WRITE OFFSET-REPORT-LINE
           SET WS-BT-IDX TO 1
           PERFORM UNTIL WS-BT-IDX > WS-BORR-COUNT
               IF WS-BT-FROM-INS(WS-BT-IDX) > 0
                   MOVE SPACES TO FLAGGED-DETAIL-LINE
                   MOVE WS-BT-DEPOSITOR-ID(WS-BT-IDX)
                       TO FDL-DEPOSITOR-ID
                   MOVE WS-BT-INSTITUTION(WS-BT-IDX)
                       TO FDL-INSTITUTION
                   MOVE WS-BT-DEBT(WS-BT-IDX) TO FDL-DEBT
                   COMPUTE FDL-UNINS-BEFORE =
                       WS-BT-DEP-UNINS(WS-BT-IDX)
                       + WS-BT-TRUST-UNINS(WS-BT-IDX)
                   COMPUTE FDL-INS-BEFORE =
                       WS-BT-DEP-INS(WS-BT-IDX)
                       + WS-BT-TRUST-INS(WS-BT-IDX)
                   MOVE WS-BT-FROM-INS(WS-BT-IDX) TO FDL-FROM-INS
                   MOVE WS-BT-NET-INS(WS-BT-IDX)  TO FDL-NET-INS
                   WRITE OFFSET-REPORT-LINE FROM FLAGGED-DETAIL-LINE
               END-IF
               SET WS-BT-IDX UP BY 1
           END-PERFORM
           IF WS-FLAGGED-COUNT = 0
               MOVE SPACES TO OFFSET-REPORT-LINE
               MOVE '  NONE' TO OFFSET-REPORT-LINE
               WRITE OFFSET-REPORT-LINE
           END-IF.

       6300-NOTE-INSTITUTION.
           MOVE 0 TO WS-INST-IDX-SAVE
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               IF WS-IN-INSTITUTION(WS-IN-IDX) = WS-LOOKUP-INST
                   SET WS-INST-IDX-SAVE TO WS-IN-IDX
                   SET WS-IN-IDX TO WS-INST-COUNT
               END-IF
               SET WS-IN-IDX UP BY 1
           END-PERFORM
           IF WS-INST-IDX-SAVE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-INST-COUNT < WS-INST-MAX
               ADD 1 TO WS-INST-COUNT
               SET WS-IN-IDX TO WS-INST-COUNT
               SET WS-INST-IDX-SAVE TO WS-INST-COUNT
               MOVE WS-LOOKUP-INST TO WS-IN-INSTITUTION(WS-IN-IDX)
               MOVE 0 TO WS-IN-BORROWERS(WS-IN-IDX)
               MOVE 0 TO WS-IN-DEBT(WS-IN-IDX)
               MOVE 0 TO WS-IN-UNINS-BEFORE(WS-IN-IDX)
               MOVE 0 TO WS-IN-FROM-UNINS(WS-IN-IDX)
               MOVE 0 TO WS-IN-FROM-INS(WS-IN-IDX)
               MOVE 0 TO WS-IN-NET-UNINS(WS-IN-IDX)
               MOVE 0 TO WS-IN-UNAPPLIED(WS-IN-IDX)
               MOVE 0 TO WS-IN-FLAGGED(WS-IN-IDX)
               MOVE 0 TO WS-IN-UNLINKED(WS-IN-IDX)
               MOVE 0 TO WS-IN-UNLINKED-DEBT(WS-IN-IDX)
           ELSE
               ADD 1 TO WS-INST-OVERFLOW
           END-IF.

       7000-NORMALIZE-TAX-ID.
      *    Strip dashes and left-justify, so 111-22-3333 and
      *    111223333 compare equal -- same routine as
      *    DEPOSITOR-ID-CONSOL's 7000-NORMALIZE-TAX-ID.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 1 TO WS-NORM-J
           PERFORM VARYING WS-NORM-I FROM 1 BY 1
               UNTIL WS-NORM-I > 15
               IF WS-NORM-IN(WS-NORM-I:1) NOT = '-'
                   AND WS-NORM-IN(WS-NORM-I:1) NOT = SPACE
                   MOVE WS-NORM-IN(WS-NORM-I:1)
                       TO WS-NORM-OUT(WS-NORM-J:1)
                   ADD 1 TO WS-NORM-J
               END-IF
           END-PERFORM.

       7100-APPLY-SURVIVOR.
      *    Same substitution DEPOSIT-ACCT-ENRICH applies to every
      *    account, so the borrower lands on the depositor id
      *    RSLTFILE carries.
           SET WS-DI-IDX TO 1
           PERFORM UNTIL WS-DI-IDX > WS-DIX-COUNT
               IF WS-DI-DUP-ID(WS-DI-IDX) = WS-RESOLVE-ID
                   MOVE WS-DI-SURVIVOR(WS-DI-IDX) TO WS-RESOLVE-ID
                   SET WS-DI-IDX TO WS-DIX-COUNT
               END-IF
               SET WS-DI-IDX UP BY 1
           END-PERFORM.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           CLOSE SORTED-CUST-FILE
           CLOSE SORTED-LOAN-FILE
           DISPLAY 'LOAN OFFSET EXPOSURE REPORT COMPLETE'
           DISPLAY '  LOANS READ:              ' WS-LOANS-READ
           DISPLAY '  CURRENT (NOT OFFSET):    ' WS-LOANS-CURRENT
           DISPLAY '  MATURED OR DELINQUENT:   ' WS-LOANS-OFFSETTABLE
           DISPLAY '  REJECTED:                ' WS-LOANS-REJECTED
           DISPLAY '  DEPOSITOR DETAIL WRITTEN:' WS-DETAIL-COUNT
           DISPLAY '  OFFSET REACHES INSURED:  ' WS-FLAGGED-COUNT
           IF WS-AMBIGUOUS-COUNT NOT = 0
               DISPLAY '  TAX ID ON MULTIPLE DEPOSITORS, NOT LINKED: '
                   WS-AMBIGUOUS-COUNT
           END-IF
           IF WS-BORR-OVERFLOW NOT = 0
               DISPLAY '  BORROWER TABLE OVERFLOW, SKIPPED: '
                   WS-BORR-OVERFLOW
           END-IF
           IF WS-INST-OVERFLOW NOT = 0
               DISPLAY '  INSTITUTION TABLE OVERFLOW, SKIPPED: '
                   WS-INST-OVERFLOW
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'LOAN-OFFSET-RPT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
