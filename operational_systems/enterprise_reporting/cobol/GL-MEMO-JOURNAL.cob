      *================================================================*
      * PROGRAM: GL-MEMO-JOURNAL
      * PURPOSE: Books the insured / uninsured split of deposits in
      *          the general ledger for funds-transfer pricing and
      *          the balance sheet reports -- until now the split
      *          lived only in RSLTFILE and RESULTOUT. Each cycle the
      *          determinations are summarized by covered
      *          institution, GL deposit product, and ORC, and the
      *          memo journal feed (GLMEMO, see GL-MEMO-ENTRY.cpy)
      *          reverses the prior cycle's memo postings (GLMEMOP)
      *          and posts this cycle's reclassification of each
      *          product's balance between the insured and uninsured
      *          memo accounts.
      *            - Deposit products are ACCT-TYPE within
      *              ACCT-SOURCE-SYSTEM, and the balance reclassified
      *              is the ledger balance (ACCT-BALANCE) the GL
      *              carries. The determination's balance can differ
      *              from it (accrued interest, USD conversion), so
      *              the account's uninsured share of its determined
      *              balance is applied to the ledger balance. An
      *              account with no determination, or not in
      *              credit, books wholly uninsured.
      *            - Trust deposits (total less non-deposit assets)
      *              book under source system 'TRUST' by trust type;
      *              anything not insured, pending included, is
      *              uninsured.
      *          The control trailer per source system carries the
      *          balance reclassified beside the source system's
      *          GL-CONTROL-TOTAL (GLCNTRL) -- the control
      *          ACCT-GL-RECON foots ACCTFILE against. A deposit
      *          source system whose postings do not tie to its
      *          control stops the run with no feed written: the
      *          split in the ledger must always add back to the
      *          deposits the determinations were made on. The trust
      *          books have no row on the GL control feed and are
      *          trailered without one. The control report (GLMEMORP)
      *          lists the postings and the tie.
      * REGULATION: 12 CFR Part 370 (informational -- internal
      *             management reporting)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Refuses to run on a job-to-job control-total
      *               break: CONTROL-TOTAL-BALANCE's status (CTLBSTS)
      *               is checked beside RSLTVSTS.
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-MEMO-JOURNAL.
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
           SELECT GL-CONTROL-FILE ASSIGN TO 'GLCNTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT JOIN-SORT-FILE ASSIGN TO 'GLMWK01'.
           SELECT SORTED-JOIN-FILE ASSIGN TO 'GLMJSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SJN-STATUS.
           SELECT PRIOR-JOURNAL-FILE ASSIGN TO 'GLMEMOP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PJN-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'GLMEMO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO 'GLMEMORP'
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

       FD  GL-CONTROL-FILE.
           COPY GL-CONTROL-TOTAL.

      *    Each account's determination (kind '1') ahead of its
      *    ledger record (kind '2').
       SD  JOIN-SORT-FILE.
       01  JSRT-REC.
           05  JSRT-ACCT-NUMBER      PIC X(20).
           05  JSRT-KIND             PIC X(1).
           05  JSRT-INSTITUTION-ID   PIC X(5).
           05  JSRT-SOURCE-SYSTEM    PIC X(15).
           05  JSRT-PRODUCT          PIC X(10).
           05  JSRT-ORC-TYPE         PIC X(5).
           05  JSRT-BALANCE          PIC S9(13)V99.
           05  JSRT-UNINSURED-AMT    PIC S9(13)V99.

       FD  SORTED-JOIN-FILE.
       01  SJN-REC.
           05  SJN-ACCT-NUMBER       PIC X(20).
           05  SJN-KIND              PIC X(1).
               88  SJN-RESULT        VALUE '1'.
               88  SJN-ACCOUNT       VALUE '2'.
           05  SJN-INSTITUTION-ID    PIC X(5).
           05  SJN-SOURCE-SYSTEM     PIC X(15).
           05  SJN-PRODUCT           PIC X(10).
           05  SJN-ORC-TYPE          PIC X(5).
           05  SJN-BALANCE           PIC S9(13)V99.
           05  SJN-UNINSURED-AMT     PIC S9(13)V99.

       FD  PRIOR-JOURNAL-FILE.
       01  PJN-RECORD                PIC X(140).

       FD  JOURNAL-FILE.
           COPY GL-MEMO-ENTRY.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE       PIC X(132).

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
       01  WS-GL-STATUS              PIC XX.
       01  WS-SJN-STATUS             PIC XX.
       01  WS-PJN-STATUS             PIC XX.
       01  WS-JRN-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-CBS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRIOR-DATE             PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE     PIC X VALUE 'N'.
       01  WS-TRUST-SOURCE           PIC X(15) VALUE 'TRUST'.

      *    The prior cycle's feed, worked in GL-MEMO-ENTRY layout.
       01  WS-PRIOR-ENTRY.
           05  WS-PE-RECORD-TYPE     PIC X(1).
           05  WS-PE-BUSINESS-DATE   PIC X(10).
           05  WS-PE-ENTRY-TYPE      PIC X(1).
           05  WS-PE-INSTITUTION-ID  PIC X(5).
           05  WS-PE-SOURCE-SYSTEM   PIC X(15).
           05  WS-PE-PRODUCT         PIC X(10).
           05  WS-PE-ORC-TYPE        PIC X(5).
           05  WS-PE-MEMO-ACCOUNT    PIC X(4).
           05  WS-PE-DR-CR           PIC X(1).
           05  WS-PE-AMOUNT          PIC S9(13)V99.
           05  FILLER                PIC X(73).

      *--- The account being joined to its determination ---
       01  WS-JN-ACCT-NUMBER         PIC X(20) VALUE LOW-VALUES.
       01  WS-JN-RESULTS             PIC 9(3).
       01  WS-JN-ORC-TYPE            PIC X(5).
       01  WS-JN-RSLT-BALANCE        PIC S9(13)V99.
       01  WS-JN-RSLT-UNINSURED      PIC S9(13)V99.

      *--- Summary by institution, source system, product, ORC ---
       01  WS-SUM-COUNT              PIC 9(5) VALUE 0.
       01  WS-SUM-MAX                PIC 9(5) VALUE 2000.
       01  WS-SUM-HIT                PIC 9(5).
       01  WS-SUM-KEY.
           05  WS-SK-INSTITUTION-ID  PIC X(5).
           05  WS-SK-SOURCE-SYSTEM   PIC X(15).
           05  WS-SK-PRODUCT         PIC X(10).
           05  WS-SK-ORC-TYPE        PIC X(5).
       01  WS-SUM-TABLE.
           05  WS-SM-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-SM-IDX.
               10  WS-SM-KEY         PIC X(35).
               10  WS-SM-BALANCE     PIC S9(13)V99.
               10  WS-SM-INSURED     PIC S9(13)V99.
               10  WS-SM-UNINSURED   PIC S9(13)V99.
               10  WS-SM-ACCOUNTS    PIC 9(7).
       01  WS-SM-VIEW.
           05  WS-SMV-INSTITUTION-ID PIC X(5).
           05  WS-SMV-SOURCE-SYSTEM  PIC X(15).
           05  WS-SMV-PRODUCT        PIC X(10).
           05  WS-SMV-ORC-TYPE       PIC X(5).

      *--- Control trailer per source system ---
       01  WS-TRL-COUNT              PIC 9(3) VALUE 0.
       01  WS-TRL-MAX                PIC 9(3) VALUE 50.
       01  WS-TRL-HIT                PIC 9(3).
       01  WS-TRL-LOOKUP             PIC X(15).
       01  WS-TRL-TABLE.
           05  WS-TR-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-TR-IDX.
               10  WS-TR-SOURCE-SYSTEM PIC X(15).
               10  WS-TR-BALANCE     PIC S9(13)V99.
               10  WS-TR-INSURED     PIC S9(13)V99.
               10  WS-TR-UNINSURED   PIC S9(13)V99.
               10  WS-TR-GL-CONTROL  PIC S9(13)V99.
               10  WS-TR-GL-AS-OF    PIC X(10).
               10  WS-TR-GL-MATCHED  PIC X(1).
               10  WS-TR-TIE-STATUS  PIC X(1).
               10  WS-TR-ENTRIES     PIC 9(7).
               10  WS-TR-DEBITS      PIC S9(13)V99.
               10  WS-TR-CREDITS     PIC S9(13)V99.

      *--- One entry being written ---
       01  WS-ENT-TYPE               PIC X(1).
       01  WS-ENT-MEMO-ACCOUNT       PIC X(4).
       01  WS-ENT-DR-CR              PIC X(1).
       01  WS-ENT-AMOUNT             PIC S9(13)V99.
       01  WS-ENT-REVERSES-DATE      PIC X(10).

       01  WS-ACCT-SHARE             PIC S9(13)V99.
       01  WS-ACCT-INSURED           PIC S9(13)V99.
       01  WS-ACCT-UNINSURED         PIC S9(13)V99.
       01  WS-VARIANCE               PIC S9(13)V99.

      *--- Counters ---
       01  WS-DRSLT-READ             PIC 9(9) VALUE 0.
       01  WS-TRSLT-READ             PIC 9(9) VALUE 0.
       01  WS-ACCT-READ              PIC 9(9) VALUE 0.
       01  WS-UNDETERMINED-COUNT     PIC 9(9) VALUE 0.
       01  WS-ORPHAN-RESULT-COUNT    PIC 9(9) VALUE 0.
       01  WS-REVERSAL-COUNT         PIC 9(9) VALUE 0.
       01  WS-POSTING-COUNT          PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT            PIC 9(3) VALUE 0.

       01  SUM-HEADING-LINE.
           05  FILLER PIC X(6)  VALUE 'INST'.
           05  FILLER PIC X(16) VALUE 'SOURCE SYSTEM'.
           05  FILLER PIC X(11) VALUE 'PRODUCT'.
           05  FILLER PIC X(6)  VALUE 'ORC'.
           05  FILLER PIC X(9)  VALUE ' ACCOUNTS'.
           05  FILLER PIC X(23) VALUE '                BALANCE'.
           05  FILLER PIC X(23) VALUE '                INSURED'.
           05  FILLER PIC X(23) VALUE '              UNINSURED'.

       01  SUM-DETAIL-LINE.
           05  SDL-INSTITUTION-ID    PIC X(5).
           05  FILLER                PIC X(1).
           05  SDL-SOURCE-SYSTEM     PIC X(15).
           05  FILLER                PIC X(1).
           05  SDL-PRODUCT           PIC X(10).
           05  FILLER                PIC X(1).
           05  SDL-ORC-TYPE          PIC X(5).
           05  FILLER                PIC X(1).
           05  SDL-ACCOUNTS          PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2).
           05  SDL-BALANCE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2).
           05  SDL-INSURED           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2).
           05  SDL-UNINSURED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  TIE-HEADING-LINE.
           05  FILLER PIC X(16) VALUE 'SOURCE SYSTEM'.
           05  FILLER PIC X(23) VALUE '       BALANCE POSTED'.
           05  FILLER PIC X(23) VALUE '     GL CONTROL TOTAL'.
           05  FILLER PIC X(23) VALUE '             VARIANCE'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(14) VALUE 'TIE'.

       01  TIE-DETAIL-LINE.
           05  TDL-SOURCE-SYSTEM     PIC X(15).
           05  FILLER                PIC X(1).
           05  TDL-BALANCE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2).
           05  TDL-GL-CONTROL        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-
                                     BLANK WHEN ZERO.
           05  FILLER                PIC X(2).
           05  TDL-VARIANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-
                                     BLANK WHEN ZERO.
           05  FILLER                PIC X(2).
           05  TDL-STATUS            PIC X(14).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SUMMARIZE-DEPOSITS
           PERFORM 2500-SUMMARIZE-TRUSTS
           PERFORM 3000-TIE-TO-GL-CONTROL
           PERFORM 4000-WRITE-CONTROL-REPORT
           IF WS-BREAK-COUNT > 0
               DISPLAY 'MEMO POSTINGS DO NOT TIE TO THE GL CONTROL '
                        'TOTAL FOR ' WS-BREAK-COUNT
                        ' SOURCE SYSTEM(S) -- NO FEED WRITTEN. '
                        'RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM 5000-WRITE-JOURNAL
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-CHECK-RSLT-VALIDATE
           PERFORM 1250-CHECK-CONTROL-BALANCE.

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
      *    cycle -- a result file left short, duplicated, or
      *    unfooted by a calc mishap must not reach the ledger.
      *    Same convention as the calc's RECONSTS gate.
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

       2000-SUMMARIZE-DEPOSITS.
           SORT JOIN-SORT-FILE
               ON ASCENDING KEY JSRT-ACCT-NUMBER JSRT-KIND
               INPUT PROCEDURE 2100-RELEASE-DEPOSITS
               GIVING SORTED-JOIN-FILE
           OPEN INPUT SORTED-JOIN-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SORTED-JOIN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2200-APPLY-JOIN-RECORD
               END-READ
           END-PERFORM
           IF WS-JN-RESULTS > 0
               ADD 1 TO WS-ORPHAN-RESULT-COUNT
           END-IF
           CLOSE SORTED-JOIN-FILE.

       2100-RELEASE-DEPOSITS.
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
                       MOVE SPACES TO JSRT-REC
                       MOVE DRSLT-ACCT-NUMBER TO JSRT-ACCT-NUMBER
                       MOVE '1' TO JSRT-KIND
                       MOVE DRSLT-ORC-TYPE TO JSRT-ORC-TYPE
                       MOVE DRSLT-BALANCE TO JSRT-BALANCE
                       MOVE DRSLT-UNINSURED-AMT TO JSRT-UNINSURED-AMT
                       RELEASE JSRT-REC
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-RESULT-FILE
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
                       ADD 1 TO WS-ACCT-READ
                       MOVE SPACES TO JSRT-REC
                       MOVE ACCT-NUMBER TO JSRT-ACCT-NUMBER
                       MOVE '2' TO JSRT-KIND
                       MOVE ACCT-INSTITUTION-ID TO JSRT-INSTITUTION-ID
                       MOVE ACCT-SOURCE-SYSTEM TO JSRT-SOURCE-SYSTEM
                       MOVE ACCT-TYPE TO JSRT-PRODUCT
                       MOVE ACCT-ORC-TYPE TO JSRT-ORC-TYPE
                       MOVE ACCT-BALANCE TO JSRT-BALANCE
                       MOVE 0 TO JSRT-UNINSURED-AMT
                       RELEASE JSRT-REC
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       2200-APPLY-JOIN-RECORD.
           IF SJN-ACCT-NUMBER NOT = WS-JN-ACCT-NUMBER
               IF WS-JN-RESULTS > 0
                   ADD 1 TO WS-ORPHAN-RESULT-COUNT
               END-IF
               MOVE SJN-ACCT-NUMBER TO WS-JN-ACCT-NUMBER
               MOVE 0 TO WS-JN-RESULTS
               MOVE SPACES TO WS-JN-ORC-TYPE
               MOVE 0 TO WS-JN-RSLT-BALANCE
               MOVE 0 TO WS-JN-RSLT-UNINSURED
           END-IF
           IF SJN-RESULT
               ADD 1 TO WS-JN-RESULTS
               MOVE SJN-ORC-TYPE TO WS-JN-ORC-TYPE
               ADD SJN-BALANCE TO WS-JN-RSLT-BALANCE
               ADD SJN-UNINSURED-AMT TO WS-JN-RSLT-UNINSURED
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-SPLIT-ACCOUNT
           MOVE SJN-INSTITUTION-ID TO WS-SK-INSTITUTION-ID
           MOVE SJN-SOURCE-SYSTEM TO WS-SK-SOURCE-SYSTEM
           MOVE SJN-PRODUCT TO WS-SK-PRODUCT
           IF WS-JN-RESULTS > 0
               MOVE WS-JN-ORC-TYPE TO WS-SK-ORC-TYPE
           ELSE
               MOVE SJN-ORC-TYPE TO WS-SK-ORC-TYPE
           END-IF
           PERFORM 7100-ADD-TO-SUMMARY
      *    The account's determinations are used up.
           MOVE 0 TO WS-JN-RESULTS.

       2300-SPLIT-ACCOUNT.
      *    The uninsured share of the determined balance, applied
      *    to the ledger balance and never more than it.
           MOVE 0 TO WS-ACCT-INSURED
           MOVE SJN-BALANCE TO WS-ACCT-UNINSURED
           IF SJN-BALANCE NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-JN-RESULTS = 0 OR WS-JN-RSLT-BALANCE NOT > 0
               ADD 1 TO WS-UNDETERMINED-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCT-SHARE ROUNDED =
               SJN-BALANCE * WS-JN-RSLT-UNINSURED
                   / WS-JN-RSLT-BALANCE
           IF WS-ACCT-SHARE < 0
               MOVE 0 TO WS-ACCT-SHARE
           END-IF
           IF WS-ACCT-SHARE > SJN-BALANCE
               MOVE SJN-BALANCE TO WS-ACCT-SHARE
           END-IF
           MOVE WS-ACCT-SHARE TO WS-ACCT-UNINSURED
           COMPUTE WS-ACCT-INSURED = SJN-BALANCE - WS-ACCT-SHARE.

       2500-SUMMARIZE-TRUSTS.
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
                       PERFORM 2600-SPLIT-TRUST
               END-READ
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       2600-SPLIT-TRUST.
           COMPUTE WS-ACCT-SHARE =
               TRSLT-TOTAL-BALANCE - TRSLT-NONDEPOSIT-AMT
           MOVE TRSLT-INSURED-AMT TO WS-ACCT-INSURED
           IF WS-ACCT-INSURED > WS-ACCT-SHARE
               MOVE WS-ACCT-SHARE TO WS-ACCT-INSURED
           END-IF
           IF WS-ACCT-INSURED < 0
               MOVE 0 TO WS-ACCT-INSURED
           END-IF
           COMPUTE WS-ACCT-UNINSURED = WS-ACCT-SHARE - WS-ACCT-INSURED
           MOVE TRSLT-INSTITUTION-ID TO WS-SK-INSTITUTION-ID
           MOVE WS-TRUST-SOURCE TO WS-SK-SOURCE-SYSTEM
           MOVE TRSLT-TRUST-TYPE TO WS-SK-PRODUCT
           MOVE TRSLT-ORC-TYPE TO WS-SK-ORC-TYPE
           PERFORM 7100-ADD-TO-SUMMARY.

       3000-TIE-TO-GL-CONTROL.
      *    The GL control feed is the one ACCT-GL-RECON foots
      *    ACCTFILE against; without it nothing can be tied.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING GL CONTROL TOTALS: '
                        WS-GL-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GL-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE GL-SOURCE-SYSTEM TO WS-TRL-LOOKUP
                       PERFORM 7200-FIND-OR-ADD-TRAILER
                       ADD GL-CONTROL-BALANCE
                           TO WS-TR-GL-CONTROL(WS-TRL-HIT)
                       MOVE GL-AS-OF-DATE TO WS-TR-GL-AS-OF(WS-TRL-HIT)
                       MOVE 'Y' TO WS-TR-GL-MATCHED(WS-TRL-HIT)
               END-READ
           END-PERFORM
           CLOSE GL-CONTROL-FILE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRL-COUNT
               EVALUATE TRUE
                   WHEN WS-TR-SOURCE-SYSTEM(WS-TR-IDX) = WS-TRUST-SOURCE
                       AND WS-TR-GL-MATCHED(WS-TR-IDX) NOT = 'Y'
                       MOVE 'X' TO WS-TR-TIE-STATUS(WS-TR-IDX)
                   WHEN WS-TR-GL-MATCHED(WS-TR-IDX) = 'Y'
                       AND WS-TR-BALANCE(WS-TR-IDX)
                           = WS-TR-GL-CONTROL(WS-TR-IDX)
                       MOVE 'Y' TO WS-TR-TIE-STATUS(WS-TR-IDX)
                   WHEN OTHER
                       MOVE 'N' TO WS-TR-TIE-STATUS(WS-TR-IDX)
                       ADD 1 TO WS-BREAK-COUNT
               END-EVALUATE
           END-PERFORM.

       4000-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'INSURED / UNINSURED MEMO JOURNAL -- '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE FROM SUM-HEADING-LINE
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SUM-COUNT
               MOVE WS-SM-KEY(WS-SM-IDX) TO WS-SM-VIEW
               MOVE SPACES TO SUM-DETAIL-LINE
               MOVE WS-SMV-INSTITUTION-ID TO SDL-INSTITUTION-ID
               MOVE WS-SMV-SOURCE-SYSTEM TO SDL-SOURCE-SYSTEM
               MOVE WS-SMV-PRODUCT TO SDL-PRODUCT
               MOVE WS-SMV-ORC-TYPE TO SDL-ORC-TYPE
               MOVE WS-SM-ACCOUNTS(WS-SM-IDX) TO SDL-ACCOUNTS
               MOVE WS-SM-BALANCE(WS-SM-IDX) TO SDL-BALANCE
               MOVE WS-SM-INSURED(WS-SM-IDX) TO SDL-INSURED
               MOVE WS-SM-UNINSURED(WS-SM-IDX) TO SDL-UNINSURED
               WRITE CONTROL-REPORT-LINE FROM SUM-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE FROM TIE-HEADING-LINE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRL-COUNT
               MOVE SPACES TO TIE-DETAIL-LINE
               MOVE WS-TR-SOURCE-SYSTEM(WS-TR-IDX) TO TDL-SOURCE-SYSTEM
               MOVE WS-TR-BALANCE(WS-TR-IDX) TO TDL-BALANCE
               MOVE WS-TR-GL-CONTROL(WS-TR-IDX) TO TDL-GL-CONTROL
               COMPUTE WS-VARIANCE = WS-TR-BALANCE(WS-TR-IDX)
                                   - WS-TR-GL-CONTROL(WS-TR-IDX)
               MOVE WS-VARIANCE TO TDL-VARIANCE
               EVALUATE WS-TR-TIE-STATUS(WS-TR-IDX)
                   WHEN 'Y'
                       MOVE 'TIED' TO TDL-STATUS
                   WHEN 'X'
                       MOVE 0 TO TDL-GL-CONTROL
                       MOVE 0 TO TDL-VARIANCE
                       MOVE 'NO GL CONTROL' TO TDL-STATUS
                   WHEN OTHER
                       MOVE 'DOES NOT TIE' TO TDL-STATUS
               END-EVALUATE
               WRITE CONTROL-REPORT-LINE FROM TIE-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'ACCOUNTS ' WS-ACCT-READ
                  '  BOOKED UNINSURED WITH NO DETERMINATION '
                  WS-UNDETERMINED-COUNT
                  '  DETERMINATIONS WITH NO ACCOUNT '
                  WS-ORPHAN-RESULT-COUNT
               DELIMITED SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           IF WS-BREAK-COUNT > 0
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING 'NO FEED WRITTEN -- POSTINGS DO NOT TIE TO '
                      'THE GL CONTROL TOTAL'
                   DELIMITED SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF
           CLOSE CONTROL-REPORT-FILE.

       5000-WRITE-JOURNAL.
           PERFORM 5100-READ-PRIOR-HEADER
           OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO GL-MEMO-ENTRY-REC
           SET GLM-HEADER TO TRUE
           MOVE WS-BUSINESS-DATE TO GLM-BUSINESS-DATE
           MOVE WS-PRIOR-DATE TO GLM-HDR-PRIOR-DATE
           MOVE FUNCTION CURRENT-DATE TO GLM-HDR-CREATED-TS
           WRITE GL-MEMO-ENTRY-REC
           PERFORM 5200-WRITE-REVERSALS
           PERFORM 5300-WRITE-POSTINGS
           PERFORM 5400-WRITE-TRAILERS
           CLOSE JOURNAL-FILE.

       5100-READ-PRIOR-HEADER.
      *    No prior feed is the first cycle: nothing to reverse. A
      *    prior feed not from an earlier business date has already
      *    been superseded -- reversing it again would double the
      *    reversal in the ledger.
           MOVE SPACES TO WS-PRIOR-DATE
           OPEN INPUT PRIOR-JOURNAL-FILE
           IF WS-PJN-STATUS NOT = '00'
               DISPLAY 'NO PRIOR MEMO JOURNAL -- NOTHING TO REVERSE'
               EXIT PARAGRAPH
           END-IF
           READ PRIOR-JOURNAL-FILE INTO WS-PRIOR-ENTRY
               AT END
                   MOVE SPACES TO WS-PRIOR-ENTRY
           END-READ
           CLOSE PRIOR-JOURNAL-FILE
           IF WS-PE-RECORD-TYPE NOT = 'H'
               DISPLAY 'PRIOR MEMO JOURNAL HAS NO HEADER '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PE-BUSINESS-DATE NOT < WS-BUSINESS-DATE
               DISPLAY 'PRIOR MEMO JOURNAL IS FOR '
                        WS-PE-BUSINESS-DATE
                        ' -- NOT BEFORE THIS BUSINESS DATE. '
                        'RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE WS-PE-BUSINESS-DATE TO WS-PRIOR-DATE.

       5200-WRITE-REVERSALS.
      *    Every prior posting goes back out with its sides swapped;
      *    the prior feed's own reversals were final when posted.
           IF WS-PRIOR-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRIOR-JOURNAL-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRIOR-JOURNAL-FILE INTO WS-PRIOR-ENTRY
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-PE-RECORD-TYPE = 'D'
                           AND WS-PE-ENTRY-TYPE = 'P'
                           PERFORM 5210-REVERSE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-JOURNAL-FILE.

       5210-REVERSE-ONE-ENTRY.
           MOVE 'R' TO WS-ENT-TYPE
           MOVE WS-PE-INSTITUTION-ID TO WS-SK-INSTITUTION-ID
           MOVE WS-PE-SOURCE-SYSTEM TO WS-SK-SOURCE-SYSTEM
           MOVE WS-PE-PRODUCT TO WS-SK-PRODUCT
           MOVE WS-PE-ORC-TYPE TO WS-SK-ORC-TYPE
           MOVE WS-PE-MEMO-ACCOUNT TO WS-ENT-MEMO-ACCOUNT
           IF WS-PE-DR-CR = 'D'
               MOVE 'C' TO WS-ENT-DR-CR
           ELSE
               MOVE 'D' TO WS-ENT-DR-CR
           END-IF
           MOVE WS-PE-AMOUNT TO WS-ENT-AMOUNT
           MOVE WS-PRIOR-DATE TO WS-ENT-REVERSES-DATE
           PERFORM 7300-WRITE-ENTRY
           ADD 1 TO WS-REVERSAL-COUNT.

       5300-WRITE-POSTINGS.
           MOVE 'P' TO WS-ENT-TYPE
           MOVE SPACES TO WS-ENT-REVERSES-DATE
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SUM-COUNT
               MOVE WS-SM-KEY(WS-SM-IDX) TO WS-SUM-KEY
               MOVE 'CNTR' TO WS-ENT-MEMO-ACCOUNT
               MOVE 'D' TO WS-ENT-DR-CR
               MOVE WS-SM-BALANCE(WS-SM-IDX) TO WS-ENT-AMOUNT
               PERFORM 7300-WRITE-ENTRY
               MOVE 'INSD' TO WS-ENT-MEMO-ACCOUNT
               MOVE 'C' TO WS-ENT-DR-CR
               MOVE WS-SM-INSURED(WS-SM-IDX) TO WS-ENT-AMOUNT
               PERFORM 7300-WRITE-ENTRY
               MOVE 'UNIN' TO WS-ENT-MEMO-ACCOUNT
               MOVE 'C' TO WS-ENT-DR-CR
               MOVE WS-SM-UNINSURED(WS-SM-IDX) TO WS-ENT-AMOUNT
               PERFORM 7300-WRITE-ENTRY
           END-PERFORM.

       5400-WRITE-TRAILERS.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRL-COUNT
               MOVE SPACES TO GL-MEMO-ENTRY-REC
               SET GLM-TRAILER TO TRUE
               MOVE WS-BUSINESS-DATE TO GLM-BUSINESS-DATE
               MOVE WS-TR-SOURCE-SYSTEM(WS-TR-IDX)
                   TO GLM-TRL-SOURCE-SYSTEM
               MOVE WS-TR-BALANCE(WS-TR-IDX) TO GLM-TRL-BALANCE
               MOVE WS-TR-INSURED(WS-TR-IDX) TO GLM-TRL-INSURED
               MOVE WS-TR-UNINSURED(WS-TR-IDX) TO GLM-TRL-UNINSURED
               MOVE WS-TR-GL-CONTROL(WS-TR-IDX)
                   TO GLM-TRL-GL-CONTROL-BAL
               MOVE WS-TR-GL-AS-OF(WS-TR-IDX) TO GLM-TRL-GL-AS-OF-DATE
               MOVE WS-TR-TIE-STATUS(WS-TR-IDX) TO GLM-TRL-TIE-STATUS
               MOVE WS-TR-ENTRIES(WS-TR-IDX) TO GLM-TRL-ENTRY-COUNT
               MOVE WS-TR-DEBITS(WS-TR-IDX) TO GLM-TRL-DEBIT-TOTAL
               MOVE WS-TR-CREDITS(WS-TR-IDX) TO GLM-TRL-CREDIT-TOTAL
               WRITE GL-MEMO-ENTRY-REC
           END-PERFORM.

       7100-ADD-TO-SUMMARY.
      *    Linear find-or-insert, same small-table convention as
      *    ACCT-GL-RECON's GL-totals table. WS-SUM-KEY is set; the
      *    split is in WS-ACCT-INSURED / WS-ACCT-UNINSURED.
           MOVE 0 TO WS-SUM-HIT
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SUM-COUNT
                      OR WS-SUM-HIT > 0
               IF WS-SM-KEY(WS-SM-IDX) = WS-SUM-KEY
                   SET WS-SUM-HIT TO WS-SM-IDX
               END-IF
           END-PERFORM
           IF WS-SUM-HIT = 0
               IF WS-SUM-COUNT NOT < WS-SUM-MAX
                   DISPLAY 'PRODUCT / ORC SUMMARY EXCEEDS ' WS-SUM-MAX
                            ' LINES -- RUN ABORTED.'
                   STOP RUN
               END-IF
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-SUM-HIT
               MOVE WS-SUM-KEY TO WS-SM-KEY(WS-SUM-HIT)
               MOVE 0 TO WS-SM-BALANCE(WS-SUM-HIT)
               MOVE 0 TO WS-SM-INSURED(WS-SUM-HIT)
               MOVE 0 TO WS-SM-UNINSURED(WS-SUM-HIT)
               MOVE 0 TO WS-SM-ACCOUNTS(WS-SUM-HIT)
           END-IF
           ADD 1 TO WS-SM-ACCOUNTS(WS-SUM-HIT)
           ADD WS-ACCT-INSURED TO WS-SM-BALANCE(WS-SUM-HIT)
           ADD WS-ACCT-UNINSURED TO WS-SM-BALANCE(WS-SUM-HIT)
           ADD WS-ACCT-INSURED TO WS-SM-INSURED(WS-SUM-HIT)
           ADD WS-ACCT-UNINSURED TO WS-SM-UNINSURED(WS-SUM-HIT)
           MOVE WS-SK-SOURCE-SYSTEM TO WS-TRL-LOOKUP
           PERFORM 7200-FIND-OR-ADD-TRAILER
           ADD WS-ACCT-INSURED TO WS-TR-BALANCE(WS-TRL-HIT)
           ADD WS-ACCT-UNINSURED TO WS-TR-BALANCE(WS-TRL-HIT)
           ADD WS-ACCT-INSURED TO WS-TR-INSURED(WS-TRL-HIT)
           ADD WS-ACCT-UNINSURED TO WS-TR-UNINSURED(WS-TRL-HIT).

       7200-FIND-OR-ADD-TRAILER.
           MOVE 0 TO WS-TRL-HIT
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TRL-COUNT
                      OR WS-TRL-HIT > 0
               IF WS-TR-SOURCE-SYSTEM(WS-TR-IDX) = WS-TRL-LOOKUP
                   SET WS-TRL-HIT TO WS-TR-IDX
               END-IF
           END-PERFORM
           IF WS-TRL-HIT = 0
               IF WS-TRL-COUNT NOT < WS-TRL-MAX
                   DISPLAY 'SOURCE SYSTEMS EXCEED ' WS-TRL-MAX
                            ' -- RUN ABORTED.'
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRL-COUNT
               MOVE WS-TRL-COUNT TO WS-TRL-HIT
               MOVE WS-TRL-LOOKUP TO WS-TR-SOURCE-SYSTEM(WS-TRL-HIT)
               MOVE 0 TO WS-TR-BALANCE(WS-TRL-HIT)
               MOVE 0 TO WS-TR-INSURED(WS-TRL-HIT)
               MOVE 0 TO WS-TR-UNINSURED(WS-TRL-HIT)
               MOVE 0 TO WS-TR-GL-CONTROL(WS-TRL-HIT)
               MOVE SPACES TO WS-TR-GL-AS-OF(WS-TRL-HIT)
               MOVE 'N' TO WS-TR-GL-MATCHED(WS-TRL-HIT)
               MOVE SPACES TO WS-TR-TIE-STATUS(WS-TRL-HIT)
               MOVE 0 TO WS-TR-ENTRIES(WS-TRL-HIT)
               MOVE 0 TO WS-TR-DEBITS(WS-TRL-HIT)
               MOVE 0 TO WS-TR-CREDITS(WS-TRL-HIT)
           END-IF.

       7300-WRITE-ENTRY.
      *    WS-SUM-KEY names the product line. A negative amount
      *    posts to the other side; a zero amount is not written.
           IF WS-ENT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ENT-AMOUNT < 0
               COMPUTE WS-ENT-AMOUNT = 0 - WS-ENT-AMOUNT
               IF WS-ENT-DR-CR = 'D'
                   MOVE 'C' TO WS-ENT-DR-CR
               ELSE
                   MOVE 'D' TO WS-ENT-DR-CR
               END-IF
           END-IF
           MOVE SPACES TO GL-MEMO-ENTRY-REC
           SET GLM-DETAIL TO TRUE
           MOVE WS-BUSINESS-DATE TO GLM-BUSINESS-DATE
           MOVE WS-ENT-TYPE TO GLM-ENTRY-TYPE
           MOVE WS-SK-INSTITUTION-ID TO GLM-INSTITUTION-ID
           MOVE WS-SK-SOURCE-SYSTEM TO GLM-SOURCE-SYSTEM
           MOVE WS-SK-PRODUCT TO GLM-PRODUCT
           MOVE WS-SK-ORC-TYPE TO GLM-ORC-TYPE
           MOVE WS-ENT-MEMO-ACCOUNT TO GLM-MEMO-ACCOUNT
           MOVE WS-ENT-DR-CR TO GLM-DR-CR
           MOVE WS-ENT-AMOUNT TO GLM-AMOUNT
           MOVE WS-ENT-REVERSES-DATE TO GLM-REVERSES-DATE
           WRITE GL-MEMO-ENTRY-REC
           IF WS-ENT-TYPE = 'P'
               ADD 1 TO WS-POSTING-COUNT
           END-IF
           MOVE WS-SK-SOURCE-SYSTEM TO WS-TRL-LOOKUP
           PERFORM 7200-FIND-OR-ADD-TRAILER
           ADD 1 TO WS-TR-ENTRIES(WS-TRL-HIT)
           IF WS-ENT-DR-CR = 'D'
               ADD WS-ENT-AMOUNT TO WS-TR-DEBITS(WS-TRL-HIT)
           ELSE
               ADD WS-ENT-AMOUNT TO WS-TR-CREDITS(WS-TRL-HIT)
           END-IF.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'GL MEMO JOURNAL COMPLETE'
           DISPLAY '  BUSINESS DATE:            ' WS-BUSINESS-DATE
           DISPLAY '  PRIOR FEED REVERSED:      ' WS-PRIOR-DATE
           DISPLAY '  DEPOSIT RESULTS READ:     ' WS-DRSLT-READ
           DISPLAY '  TRUST RESULTS READ:       ' WS-TRSLT-READ
           DISPLAY '  ACCOUNTS READ:            ' WS-ACCT-READ
           DISPLAY '  PRODUCT / ORC LINES:      ' WS-SUM-COUNT
           DISPLAY '  REVERSAL ENTRIES:         ' WS-REVERSAL-COUNT
           DISPLAY '  POSTING ENTRIES:          ' WS-POSTING-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle (see
      *    RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'GL-MEMO-JOURNAL' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
