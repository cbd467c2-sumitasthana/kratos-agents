      *================================================================*
      * PROGRAM: TIN-MATCH-SUBMIT
      * PURPOSE: Builds the IRS bulk TIN-matching submission. The
      *          coverage aggregation, depositor id consolidation,
      *          PARTY-IDENTITY-MATCH, and the SSN / EIN
      *          classification all take CUST-GOVT-ID, BENE-SSN, and
      *          TRUST-GRANTOR-SSN as keyed -- one transposed digit
      *          and a person has a second SMDIA. Every tax id the
      *          determination keys on is collected:
      *            - depositors on CUSTFILE;
      *            - trust grantors on TRUSTIN and co-grantors on
      *              COGRNTR;
      *            - trust beneficiaries on BENEIN;
      *            - the rosters: EBP participants (EBPPART), POD
      *              beneficiaries (PODBENEF), and deposit-side trust
      *              beneficiaries (DTBENEF).
      *          Removed beneficiaries no longer count toward any
      *          coverage and are left out. Each id is priced with
      *          the insured amount riding on it -- the depositor's
      *          RSLTFILE determinations, the trust's RESULTOUT
      *          determination, or the roster account's -- and
      *          carried on the verification file (TINVRFY, see
      *          TIN-VERIFY.cpy) under its source and party id. An
      *          id is submitted (TINMREQ, see TIN-MATCH-REQUEST.cpy,
      *          one request per distinct id and name) when it is
      *          new or was changed, when the IRS could not process
      *          it last time, when its verification is older than
      *          the re-verification period, or when a submission
      *          has gone unanswered past the response wait. A
      *          confirmed mismatch is not resubmitted until the id
      *          or name is corrected. An id that is not nine digits
      *          is never submitted and is listed instead. The new
      *          verification generation (TINVRFYN) and the
      *          submission report (TINMRPT) are written.
      * REGULATION: 26 U.S.C. 6050W / IRS Pub. 2108-A (TIN matching);
      *             12 CFR 330.1(l), 370.4 (depositor identification)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Refuses to run on a job-to-job control-total
      *               break: CONTROL-TOTAL-BALANCE's status (CTLBSTS)
      *               is checked beside RSLTVSTS.
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIN-MATCH-SUBMIT.
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
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT TRUST-MASTER-FILE ASSIGN TO 'TRUSTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT COGRANTOR-FILE ASSIGN TO 'COGRNTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CGR-STATUS.
           SELECT TRUST-BENE-FILE ASSIGN TO 'BENEIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BENE-STATUS.
           SELECT EBP-PARTICIPANT-FILE ASSIGN TO 'EBPPART'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EBPP-STATUS.
           SELECT POD-BENE-FILE ASSIGN TO 'PODBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODB-STATUS.
           SELECT DEPOSIT-TRUST-BENE-FILE ASSIGN TO 'DTBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTB-STATUS.
           SELECT JOIN-SORT-FILE ASSIGN TO 'TINWK01'.
           SELECT SORTED-JOIN-FILE ASSIGN TO 'TINJOIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SJN-STATUS.
           SELECT OCCURRENCE-WORK-FILE ASSIGN TO 'TINOCC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWK-STATUS.
           SELECT OCCURRENCE-SORT-FILE ASSIGN TO 'TINWK02'.
           SELECT SORTED-OCCURRENCE-FILE ASSIGN TO 'TINOCCS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOC-STATUS.
           SELECT PRIOR-VERIFY-FILE ASSIGN TO 'TINVRFY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PVR-STATUS.
           SELECT NEW-VERIFY-FILE ASSIGN TO 'TINVRFYN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NVR-STATUS.
           SELECT REQUEST-WORK-FILE ASSIGN TO 'TINREQW'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RWK-STATUS.
           SELECT REQUEST-SORT-FILE ASSIGN TO 'TINWK03'.
           SELECT SORTED-REQUEST-FILE ASSIGN TO 'TINREQS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRQ-STATUS.
           SELECT TIN-REQUEST-FILE ASSIGN TO 'TINMREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMR-STATUS.
           SELECT SUBMIT-PARM-FILE ASSIGN TO 'TINMPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SUBMIT-REPORT-FILE ASSIGN TO 'TINMRPT'
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

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob (203
      *    bytes) -- only the keys and the insured amount are used.
       FD  DEPOSIT-RESULT-FILE.
       01  DRSLT-RECORD.
           05  DRSLT-ACCT-NUMBER     PIC X(20).
           05  DRSLT-DEPOSITOR-ID    PIC X(15).
           05  DRSLT-INSTITUTION-ID  PIC X(5).
           05  DRSLT-ORC-TYPE        PIC X(4).
           05  DRSLT-BALANCE         PIC S9(13)V99.
           05  DRSLT-INSURED-AMT     PIC S9(13)V99.
           05  FILLER                PIC X(129).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob (204
      *    bytes) -- only the trust id and insured amount are used.
       FD  TRUST-RESULT-FILE.
       01  TRSLT-RECORD.
           05  TRSLT-TRUST-ID        PIC X(12).
           05  FILLER                PIC X(101).
           05  TRSLT-INSURED-AMT     PIC S9(13)V99.
           05  FILLER                PIC X(76).

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-MASTER.

      *    Mirrors TRUST-ACCOUNT-REC (277 bytes) -- only the trust
      *    id and the grantor columns are used.
       FD  TRUST-MASTER-FILE.
       01  TRM-RECORD.
           05  TRM-TRUST-ID          PIC X(12).
           05  FILLER                PIC X(66).
           05  TRM-GRANTOR-ID        PIC X(10).
           05  TRM-GRANTOR-NAME      PIC X(40).
           05  TRM-GRANTOR-SSN       PIC X(11).
           05  FILLER                PIC X(138).

       FD  COGRANTOR-FILE.
           COPY TRUST-COGRANTOR.

       FD  TRUST-BENE-FILE.
           COPY TRUST-BENEFICIARY.

       FD  EBP-PARTICIPANT-FILE.
           COPY EBP-PARTICIPANT.

       FD  POD-BENE-FILE.
           COPY POD-BENEFICIARY.

       FD  DEPOSIT-TRUST-BENE-FILE.
           COPY DEPOSIT-TRUST-BENEFICIARY.

      *    Coverage join: each key's insured amounts (kind '1')
      *    ahead of the ids that depend on it (kind '2'). The key
      *    is namespaced -- 'D' depositor id, 'A' account number,
      *    'T' trust id.
       SD  JOIN-SORT-FILE.
       01  JSRT-REC.
           05  JSRT-JOIN-KEY         PIC X(21).
           05  JSRT-KIND             PIC X(1).
           05  JSRT-AMOUNT           PIC S9(13)V99.
           05  JSRT-OCCURRENCE       PIC X(119).

       FD  SORTED-JOIN-FILE.
       01  SJN-REC.
           05  SJN-JOIN-KEY          PIC X(21).
           05  SJN-KIND              PIC X(1).
               88  SJN-AMOUNT-REC    VALUE '1'.
               88  SJN-ID-REC        VALUE '2'.
           05  SJN-AMOUNT            PIC S9(13)V99.
           05  SJN-OCCURRENCE        PIC X(119).

      *    One record per id per determination it is counted in,
      *    priced with that determination's insured amount.
       FD  OCCURRENCE-WORK-FILE.
       01  OWK-REC.
           05  OWK-KEY.
               10  OWK-SOURCE        PIC X(4).
               10  OWK-PARTY-ID      PIC X(15).
               10  OWK-KEY-2         PIC X(20).
           05  OWK-TIN               PIC X(9).
           05  OWK-TIN-TYPE          PIC X(1).
           05  OWK-NAME              PIC X(40).
           05  OWK-RAW-ID            PIC X(15).
           05  OWK-AMOUNT            PIC S9(13)V99.

       SD  OCCURRENCE-SORT-FILE.
       01  OSRT-REC.
           05  OSRT-KEY              PIC X(39).
           05  FILLER                PIC X(80).

       FD  SORTED-OCCURRENCE-FILE.
       01  SOC-REC.
           05  SOC-KEY               PIC X(39).
           05  SOC-TIN               PIC X(9).
           05  SOC-TIN-TYPE          PIC X(1).
           05  SOC-NAME              PIC X(40).
           05  SOC-RAW-ID            PIC X(15).
           05  SOC-AMOUNT            PIC S9(13)V99.

      *    Verification file generations -- layout is
      *    TIN-VERIFY.cpy, worked in WORKING-STORAGE.
       FD  PRIOR-VERIFY-FILE.
       01  PVR-RECORD                PIC X(200).

       FD  NEW-VERIFY-FILE.
       01  NVR-RECORD                PIC X(200).

      *    Ids due for submission, before the duplicates that share
      *    an id and name are collapsed.
       FD  REQUEST-WORK-FILE.
       01  RWK-REC.
           05  RWK-TIN               PIC X(9).
           05  RWK-NAME              PIC X(40).
           05  RWK-TIN-TYPE          PIC X(1).
           05  RWK-ACCOUNT           PIC X(20).

       SD  REQUEST-SORT-FILE.
       01  RSRT-REC.
           05  RSRT-TIN              PIC X(9).
           05  RSRT-NAME             PIC X(40).
           05  RSRT-TIN-TYPE         PIC X(1).
           05  RSRT-ACCOUNT          PIC X(20).

       FD  SORTED-REQUEST-FILE.
       01  SRQ-REC.
           05  SRQ-TIN               PIC X(9).
           05  SRQ-NAME              PIC X(40).
           05  SRQ-TIN-TYPE          PIC X(1).
           05  SRQ-ACCOUNT           PIC X(20).

       FD  TIN-REQUEST-FILE.
           COPY TIN-MATCH-REQUEST.

       FD  SUBMIT-PARM-FILE.
       01  SUBMIT-PARM-REC.
           05  TMP-REVERIFY-DAYS     PIC 9(5).
           05  TMP-RESPONSE-WAIT-DAYS PIC 9(3).
           05  FILLER                PIC X(72).

       FD  SUBMIT-REPORT-FILE.
       01  SUBMIT-REPORT-LINE        PIC X(132).

       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  CONTROL-BALANCE-STATUS-FILE.
           COPY CONTROL-BALANCE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-TRM-STATUS             PIC XX.
       01  WS-CGR-STATUS             PIC XX.
       01  WS-BENE-STATUS            PIC XX.
       01  WS-EBPP-STATUS            PIC XX.
       01  WS-PODB-STATUS            PIC XX.
       01  WS-DTB-STATUS             PIC XX.
       01  WS-SJN-STATUS             PIC XX.
       01  WS-OWK-STATUS             PIC XX.
       01  WS-SOC-STATUS             PIC XX.
       01  WS-PVR-STATUS             PIC XX.
       01  WS-NVR-STATUS             PIC XX.
       01  WS-RWK-STATUS             PIC XX.
       01  WS-SRQ-STATUS             PIC XX.
       01  WS-TMR-STATUS             PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-CBS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.
       01  WS-EOF-SOC                PIC X VALUE 'N'.
           88  SOC-EOF               VALUE 'Y'.
       01  WS-EOF-PVR                PIC X VALUE 'N'.
           88  PVR-EOF               VALUE 'Y'.
       01  WS-PVR-OPEN               PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE     PIC X VALUE 'N'.

      *    Days a verification stands before the id is matched
      *    again, and days a submission may go unanswered before it
      *    is sent again. The literals are the fallback if TINMPRM
      *    can't be read.
       01  WS-REVERIFY-DAYS          PIC 9(5) VALUE 365.
       01  WS-RESPONSE-WAIT-DAYS     PIC 9(3) VALUE 30.

       COPY TIN-VERIFY.

      *--- Prior generation record, read ahead of the merge ---
       01  WS-PRIOR-VERIFY.
           05  WS-PV-KEY             PIC X(39).
           05  FILLER                PIC X(161).

      *--- One id being released to the coverage join ---
       01  WS-LNK-JOIN-KEY           PIC X(21).
       01  WS-LNK-OCCURRENCE.
           05  WS-LNK-SOURCE         PIC X(4).
           05  WS-LNK-PARTY-ID       PIC X(15).
           05  WS-LNK-KEY-2          PIC X(20).
           05  WS-LNK-TIN            PIC X(9).
           05  WS-LNK-TIN-TYPE       PIC X(1).
           05  WS-LNK-NAME           PIC X(40).
           05  WS-LNK-RAW-ID         PIC X(15).
           05  WS-LNK-AMOUNT         PIC S9(13)V99.

      *--- Coverage join: current key and its insured total ---
       01  WS-JOIN-KEY               PIC X(21).
       01  WS-JOIN-AMOUNT            PIC S9(13)V99.

      *--- Current id group off the sorted occurrences ---
       01  WS-OCC-KEY                PIC X(39).
       01  WS-OCC-TIN                PIC X(9).
       01  WS-OCC-TIN-TYPE           PIC X(1).
       01  WS-OCC-NAME               PIC X(40).
       01  WS-OCC-RAW-ID             PIC X(15).
       01  WS-OCC-AMOUNT             PIC S9(13)V99.
       01  WS-OCC-DUE                PIC X(1).

      *--- Tax id normalization (dashes and spaces stripped) ---
       01  WS-NORM-IN                PIC X(15).
       01  WS-NORM-OUT               PIC X(15).
       01  WS-NORM-I                 PIC 9(2).
       01  WS-NORM-J                 PIC 9(2).

      *--- Request de-duplication ---
       01  WS-LAST-REQUEST.
           05  WS-LAST-TIN           PIC X(9).
           05  WS-LAST-NAME          PIC X(40).
           05  WS-LAST-TIN-TYPE      PIC X(1).

      *--- Calendar work fields (INTEGER-OF-DATE day numbers) ---
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-WORK-DATE              PIC X(10).
       01  WS-WORK-DAYNO             PIC 9(7).
       01  WS-BUS-DAYNO              PIC 9(7).

      *--- Counters ---
       01  WS-IDS-RELEASED           PIC 9(7) VALUE 0.
       01  WS-PRIOR-READ             PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-DROPPED-COUNT          PIC 9(7) VALUE 0.
       01  WS-NEW-COUNT              PIC 9(7) VALUE 0.
       01  WS-CHANGED-COUNT          PIC 9(7) VALUE 0.
       01  WS-RESUBMIT-COUNT         PIC 9(7) VALUE 0.
       01  WS-REVERIFY-COUNT         PIC 9(7) VALUE 0.
       01  WS-RESENT-COUNT           PIC 9(7) VALUE 0.
       01  WS-CURRENT-COUNT          PIC 9(7) VALUE 0.
       01  WS-AWAITING-COUNT         PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT         PIC 9(7) VALUE 0.
       01  WS-INVALID-COUNT          PIC 9(7) VALUE 0.
       01  WS-DUE-COUNT              PIC 9(7) VALUE 0.
       01  WS-REQUESTS-WRITTEN       PIC 9(7) VALUE 0.
       01  WS-INVALID-AT-STAKE       PIC S9(13)V99 VALUE 0.
       01  WS-MISMATCH-AT-STAKE      PIC S9(13)V99 VALUE 0.

      *--- Report ---
       01  SUB-TITLE-LINE.
           05  FILLER                PIC X(50) VALUE
               'IRS TIN MATCHING SUBMISSION'.
           05  FILLER                PIC X(15) VALUE
               'BUSINESS DATE: '.
           05  STL-BUSINESS-DATE     PIC X(10).
           05  FILLER                PIC X(57) VALUE SPACES.

       01  SUB-SECTION-LINE.
           05  SSL-TEXT              PIC X(60).
           05  FILLER                PIC X(72) VALUE SPACES.

       01  SUB-HEADING-LINE.
           05  FILLER                PIC X(6) VALUE 'SOURCE'.
           05  FILLER                PIC X(16) VALUE 'PARTY ID'.
           05  FILLER                PIC X(21) VALUE
                                     'ACCOUNT / TRUST'.
           05  FILLER                PIC X(41) VALUE 'NAME'.
           05  FILLER                PIC X(16) VALUE 'ID AS KEYED'.
           05  FILLER                PIC X(32) VALUE
                                     '   COVERAGE AT STAKE'.

       01  SUB-DETAIL-LINE.
           05  SDL-SOURCE            PIC X(6).
           05  SDL-PARTY-ID          PIC X(16).
           05  SDL-KEY-2             PIC X(21).
           05  SDL-NAME              PIC X(41).
           05  SDL-RAW-ID            PIC X(16).
           05  SDL-AT-STAKE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(11) VALUE SPACES.

       01  SUB-TOTAL-LINE.
           05  STOT-LABEL            PIC X(44).
           05  STOT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  STOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRICE-IDS
           PERFORM 3000-MERGE-VERIFY-FILE
           PERFORM 4000-WRITE-SUBMISSION
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-CHECK-RSLT-VALIDATE
           PERFORM 1250-CHECK-CONTROL-BALANCE
           PERFORM 1300-LOAD-PARM
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8200-SET-WORK-DAYNO
           MOVE WS-WORK-DAYNO TO WS-BUS-DAYNO.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock -- and the run refuses to start until both
      *    insurance calcs show complete for the same business
      *    date, so every id is priced with tonight's coverage.
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
      *    cycle -- the worklist ranking downstream is only as good
      *    as the insured amounts priced here. Same convention as
      *    the calc's RECONSTS gate.
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

       1300-LOAD-PARM.
           OPEN INPUT SUBMIT-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ SUBMIT-PARM-FILE
                   NOT AT END
                       IF TMP-REVERIFY-DAYS NUMERIC
                           AND TMP-REVERIFY-DAYS > 0
                           MOVE TMP-REVERIFY-DAYS
                               TO WS-REVERIFY-DAYS
                       END-IF
                       IF TMP-RESPONSE-WAIT-DAYS NUMERIC
                           AND TMP-RESPONSE-WAIT-DAYS > 0
                           MOVE TMP-RESPONSE-WAIT-DAYS
                               TO WS-RESPONSE-WAIT-DAYS
                       END-IF
               END-READ
               CLOSE SUBMIT-PARM-FILE
           END-IF.

       2000-PRICE-IDS.
      *    Every id is joined to the insured amounts of the
      *    determinations it is counted in, then the priced records
      *    are brought together by source and party id.
           SORT JOIN-SORT-FILE
               ON ASCENDING KEY JSRT-JOIN-KEY
                                JSRT-KIND
               INPUT PROCEDURE 2100-RELEASE-JOIN
               GIVING SORTED-JOIN-FILE
           PERFORM 2500-PRICE-OCCURRENCES
           SORT OCCURRENCE-SORT-FILE
               ON ASCENDING KEY OSRT-KEY
               USING OCCURRENCE-WORK-FILE
               GIVING SORTED-OCCURRENCE-FILE.

       2100-RELEASE-JOIN.
           PERFORM 2110-RELEASE-DEPOSIT-AMOUNTS
           PERFORM 2120-RELEASE-TRUST-AMOUNTS
           PERFORM 2200-RELEASE-CUSTOMERS
           PERFORM 2210-RELEASE-GRANTORS
           PERFORM 2220-RELEASE-COGRANTORS
           PERFORM 2230-RELEASE-TRUST-BENES
           PERFORM 2240-RELEASE-EBP-PARTICIPANTS
           PERFORM 2250-RELEASE-POD-BENES
           PERFORM 2260-RELEASE-DEP-TRUST-BENES.

       2110-RELEASE-DEPOSIT-AMOUNTS.
      *    Each determination prices its depositor and its account.
           OPEN INPUT DEPOSIT-RESULT-FILE
           IF WS-DRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEPOSIT RESULT FILE: '
                        WS-DRSLT-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO JSRT-REC
                       MOVE 'D' TO JSRT-JOIN-KEY(1:1)
                       MOVE DRSLT-DEPOSITOR-ID TO JSRT-JOIN-KEY(2:20)
                       MOVE '1' TO JSRT-KIND
                       MOVE DRSLT-INSURED-AMT TO JSRT-AMOUNT
                       RELEASE JSRT-REC
                       MOVE 'A' TO JSRT-JOIN-KEY(1:1)
                       MOVE DRSLT-ACCT-NUMBER TO JSRT-JOIN-KEY(2:20)
                       RELEASE JSRT-REC
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-RESULT-FILE.

       2120-RELEASE-TRUST-AMOUNTS.
           OPEN INPUT TRUST-RESULT-FILE
           IF WS-TRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRUST RESULT FILE: '
                        WS-TRSLT-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO JSRT-REC
                       MOVE 'T' TO JSRT-JOIN-KEY(1:1)
                       MOVE TRSLT-TRUST-ID TO JSRT-JOIN-KEY(2:20)
                       MOVE '1' TO JSRT-KIND
                       MOVE TRSLT-INSURED-AMT TO JSRT-AMOUNT
                       RELEASE JSRT-REC
               END-READ
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       2200-RELEASE-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-LNK-OCCURRENCE
                       MOVE 'CUST' TO WS-LNK-SOURCE
                       MOVE CUST-DEPOSITOR-ID TO WS-LNK-PARTY-ID
                       MOVE CUST-NAME TO WS-LNK-NAME
                       MOVE CUST-GOVT-ID TO WS-LNK-RAW-ID
                       EVALUATE TRUE
                           WHEN CUST-TAXID-EIN
                               MOVE '1' TO WS-LNK-TIN-TYPE
                           WHEN CUST-TAXID-SSN
                           WHEN CUST-TAXID-ITIN
                               MOVE '2' TO WS-LNK-TIN-TYPE
                           WHEN OTHER
                               MOVE '3' TO WS-LNK-TIN-TYPE
                       END-EVALUATE
                       MOVE SPACES TO WS-LNK-JOIN-KEY
                       MOVE 'D' TO WS-LNK-JOIN-KEY(1:1)
                       MOVE CUST-DEPOSITOR-ID TO WS-LNK-JOIN-KEY(2:20)
                       PERFORM 2290-RELEASE-ID
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       2210-RELEASE-GRANTORS.
      *    A grantor of several trusts is one id, priced with all
      *    of them.
           OPEN INPUT TRUST-MASTER-FILE
           IF WS-TRM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRUST MASTER FILE: '
                        WS-TRM-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-LNK-OCCURRENCE
                       MOVE 'GRNT' TO WS-LNK-SOURCE
                       MOVE TRM-GRANTOR-ID TO WS-LNK-PARTY-ID
                       MOVE TRM-GRANTOR-NAME TO WS-LNK-NAME
                       MOVE TRM-GRANTOR-SSN TO WS-LNK-RAW-ID
                       MOVE '2' TO WS-LNK-TIN-TYPE
                       MOVE SPACES TO WS-LNK-JOIN-KEY
                       MOVE 'T' TO WS-LNK-JOIN-KEY(1:1)
                       MOVE TRM-TRUST-ID TO WS-LNK-JOIN-KEY(2:20)
                       PERFORM 2290-RELEASE-ID
               END-READ
           END-PERFORM
           CLOSE TRUST-MASTER-FILE.

       2220-RELEASE-COGRANTORS.
      *    An absent COGRNTR means every trust has one grantor.
           OPEN INPUT COGRANTOR-FILE
           IF WS-CGR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COGRANTOR-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-LNK-OCCURRENCE
                       MOVE 'CGRN' TO WS-LNK-SOURCE
                       MOVE CGR-GRANTOR-ID TO WS-LNK-PARTY-ID
                       MOVE CGR-GRANTOR-NAME TO WS-LNK-NAME
                       MOVE CGR-GRANTOR-SSN TO WS-LNK-RAW-ID
                       MOVE '2' TO WS-LNK-TIN-TYPE
                       MOVE SPACES TO WS-LNK-JOIN-KEY
                       MOVE 'T' TO WS-LNK-JOIN-KEY(1:1)
                       MOVE CGR-TRUST-ID TO WS-LNK-JOIN-KEY(2:20)
                       PERFORM 2290-RELEASE-ID
               END-READ
           END-PERFORM
           CLOSE COGRANTOR-FILE.

       2230-RELEASE-TRUST-BENES.
      *    An entity beneficiary's id may be an EIN keyed into the
      *    SSN column; the IRS is asked to try both.
           OPEN INPUT TRUST-BENE-FILE
           IF WS-BENE-STATUS NOT = '00'
               DISPLAY 'NO TRUST BENEFICIARY FILE -- TRUST '
                        'BENEFICIARIES NOT SUBMITTED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-BENE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT BENE-REMOVED
                           MOVE SPACES TO WS-LNK-OCCURRENCE
                           MOVE 'BENE' TO WS-LNK-SOURCE
                           MOVE BENE-ID TO WS-LNK-PARTY-ID
                           MOVE BENE-TRUST-ID TO WS-LNK-KEY-2
                           MOVE BENE-NAME TO WS-LNK-NAME
                           MOVE BENE-SSN TO WS-LNK-RAW-ID
                           IF BENE-IS-ENTITY
                               MOVE '3' TO WS-LNK-TIN-TYPE
                           ELSE
                               MOVE '2' TO WS-LNK-TIN-TYPE
                           END-IF
                           MOVE SPACES TO WS-LNK-JOIN-KEY
                           MOVE 'T' TO WS-LNK-JOIN-KEY(1:1)
                           MOVE BENE-TRUST-ID TO WS-LNK-JOIN-KEY(2:20)
                           PERFORM 2290-RELEASE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRUST-BENE-FILE.

       2240-RELEASE-EBP-PARTICIPANTS.
           OPEN INPUT EBP-PARTICIPANT-FILE
           IF WS-EBPP-STATUS NOT = '00'
               DISPLAY 'NO EBP PARTICIPANT FILE -- PARTICIPANTS '
                        'NOT SUBMITTED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EBP-PARTICIPANT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-LNK-OCCURRENCE
                       MOVE 'EBPP' TO WS-LNK-SOURCE
                       MOVE EBPP-PARTICIPANT-ID TO WS-LNK-PARTY-ID
                       MOVE EBPP-PLAN-ACCT-NUMBER TO WS-LNK-KEY-2
                       MOVE EBPP-PARTICIPANT-NAME TO WS-LNK-NAME
                       MOVE EBPP-PARTICIPANT-SSN TO WS-LNK-RAW-ID
                       MOVE '2' TO WS-LNK-TIN-TYPE
                       MOVE SPACES TO WS-LNK-JOIN-KEY
                       MOVE 'A' TO WS-LNK-JOIN-KEY(1:1)
                       MOVE EBPP-PLAN-ACCT-NUMBER
                           TO WS-LNK-JOIN-KEY(2:20)
                       PERFORM 2290-RELEASE-ID
               END-READ
           END-PERFORM
           CLOSE EBP-PARTICIPANT-FILE.

       2250-RELEASE-POD-BENES.
           OPEN INPUT POD-BENE-FILE
           IF WS-PODB-STATUS NOT = '00'
               DISPLAY 'NO POD BENEFICIARY FILE -- POD BENEFICIARIES '
                        'NOT SUBMITTED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ POD-BENE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PODB-STATUS NOT = 'R'
                           MOVE SPACES TO WS-LNK-OCCURRENCE
                           MOVE 'PODB' TO WS-LNK-SOURCE
                           MOVE PODB-BENE-ID TO WS-LNK-PARTY-ID
                           MOVE PODB-ACCT-NUMBER TO WS-LNK-KEY-2
                           MOVE PODB-BENE-NAME TO WS-LNK-NAME
                           MOVE PODB-BENE-SSN TO WS-LNK-RAW-ID
                           MOVE '2' TO WS-LNK-TIN-TYPE
                           MOVE SPACES TO WS-LNK-JOIN-KEY
                           MOVE 'A' TO WS-LNK-JOIN-KEY(1:1)
                           MOVE PODB-ACCT-NUMBER
                               TO WS-LNK-JOIN-KEY(2:20)
                           PERFORM 2290-RELEASE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POD-BENE-FILE.

       2260-RELEASE-DEP-TRUST-BENES.
           OPEN INPUT DEPOSIT-TRUST-BENE-FILE
           IF WS-DTB-STATUS NOT = '00'
               DISPLAY 'NO DEPOSIT TRUST BENEFICIARY FILE -- '
                        'IRR TRUST BENEFICIARIES NOT SUBMITTED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-TRUST-BENE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT DTB-REMOVED
                           MOVE SPACES TO WS-LNK-OCCURRENCE
                           MOVE 'DTBN' TO WS-LNK-SOURCE
                           MOVE DTB-BENE-ID TO WS-LNK-PARTY-ID
                           MOVE DTB-ACCT-NUMBER TO WS-LNK-KEY-2
                           MOVE DTB-BENE-NAME TO WS-LNK-NAME
                           MOVE DTB-BENE-SSN TO WS-LNK-RAW-ID
                           MOVE '2' TO WS-LNK-TIN-TYPE
                           MOVE SPACES TO WS-LNK-JOIN-KEY
                           MOVE 'A' TO WS-LNK-JOIN-KEY(1:1)
                           MOVE DTB-ACCT-NUMBER
                               TO WS-LNK-JOIN-KEY(2:20)
                           PERFORM 2290-RELEASE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-TRUST-BENE-FILE.

       2290-RELEASE-ID.
      *    The id is normalized, and the name cleared of the
      *    punctuation the IRS will not accept, before the record
      *    goes to the join. An id that does not come out as nine
      *    digits keeps a blank TIN and is reported, not sent.
           MOVE WS-LNK-RAW-ID TO WS-NORM-IN
           PERFORM 7000-NORMALIZE-TAX-ID
           MOVE SPACES TO WS-LNK-TIN
           IF WS-NORM-OUT(1:9) NUMERIC
               AND WS-NORM-OUT(10:6) = SPACES
               AND WS-NORM-OUT(1:9) NOT = '000000000'
               MOVE WS-NORM-OUT(1:9) TO WS-LNK-TIN
           END-IF
           INSPECT WS-LNK-NAME CONVERTING ',.''/()#' TO '       '
           MOVE 0 TO WS-LNK-AMOUNT
           MOVE SPACES TO JSRT-REC
           MOVE WS-LNK-JOIN-KEY TO JSRT-JOIN-KEY
           MOVE '2' TO JSRT-KIND
           MOVE 0 TO JSRT-AMOUNT
           MOVE WS-LNK-OCCURRENCE TO JSRT-OCCURRENCE
           ADD 1 TO WS-IDS-RELEASED
           RELEASE JSRT-REC.

       2500-PRICE-OCCURRENCES.
      *    Amounts arrive ahead of the ids on the same key; each id
      *    takes the key's insured total. An id with no
      *    determination behind it tonight is priced at zero.
           OPEN INPUT SORTED-JOIN-FILE
           OPEN OUTPUT OCCURRENCE-WORK-FILE
           MOVE LOW-VALUES TO WS-JOIN-KEY
           MOVE 0 TO WS-JOIN-AMOUNT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SORTED-JOIN-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SJN-JOIN-KEY NOT = WS-JOIN-KEY
                           MOVE SJN-JOIN-KEY TO WS-JOIN-KEY
                           MOVE 0 TO WS-JOIN-AMOUNT
                       END-IF
                       IF SJN-AMOUNT-REC
                           ADD SJN-AMOUNT TO WS-JOIN-AMOUNT
                       ELSE
                           MOVE SJN-OCCURRENCE TO WS-LNK-OCCURRENCE
                           MOVE WS-JOIN-AMOUNT TO WS-LNK-AMOUNT
                           WRITE OWK-REC FROM WS-LNK-OCCURRENCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-JOIN-FILE
           CLOSE OCCURRENCE-WORK-FILE.

       3000-MERGE-VERIFY-FILE.
      *    Tonight's ids against the prior verification generation,
      *    both in key order. An id no longer on any source file is
      *    dropped; a new one starts unsubmitted.
           OPEN INPUT SORTED-OCCURRENCE-FILE
           OPEN OUTPUT NEW-VERIFY-FILE
           OPEN OUTPUT REQUEST-WORK-FILE
           OPEN OUTPUT SUBMIT-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO STL-BUSINESS-DATE
           WRITE SUBMIT-REPORT-LINE FROM SUB-TITLE-LINE
           MOVE SPACES TO SUBMIT-REPORT-LINE
           WRITE SUBMIT-REPORT-LINE
           MOVE 'IDS NOT SUBMITTED -- NOT A NINE-DIGIT TIN'
               TO SSL-TEXT
           WRITE SUBMIT-REPORT-LINE FROM SUB-SECTION-LINE
           WRITE SUBMIT-REPORT-LINE FROM SUB-HEADING-LINE
           OPEN INPUT PRIOR-VERIFY-FILE
           IF WS-PVR-STATUS NOT = '00'
               DISPLAY 'NO PRIOR TIN VERIFICATION FILE ('
                        WS-PVR-STATUS
                        ') -- EVERY ID STARTS UNSUBMITTED.'
               SET PVR-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-PV-KEY
           ELSE
               MOVE 'Y' TO WS-PVR-OPEN
               PERFORM 3900-READ-PRIOR
           END-IF
           READ SORTED-OCCURRENCE-FILE
               AT END SET SOC-EOF TO TRUE
           END-READ
           PERFORM 3100-PROCESS-ID UNTIL SOC-EOF
           PERFORM UNTIL PVR-EOF
               ADD 1 TO WS-DROPPED-COUNT
               PERFORM 3900-READ-PRIOR
           END-PERFORM
           IF WS-PVR-OPEN = 'Y'
               CLOSE PRIOR-VERIFY-FILE
           END-IF
           CLOSE SORTED-OCCURRENCE-FILE
           CLOSE NEW-VERIFY-FILE
           CLOSE REQUEST-WORK-FILE.

       3100-PROCESS-ID.
           PERFORM 3150-LOAD-ID-GROUP
           PERFORM UNTIL WS-PV-KEY NOT < WS-OCC-KEY
               ADD 1 TO WS-DROPPED-COUNT
               PERFORM 3900-READ-PRIOR
           END-PERFORM
           IF WS-PV-KEY = WS-OCC-KEY
               MOVE WS-PRIOR-VERIFY TO TIN-VERIFY-REC
               IF TNV-TIN NOT = WS-OCC-TIN
                   OR TNV-NAME NOT = WS-OCC-NAME
                   OR TNV-INVALID
                   IF WS-OCC-TIN NOT = SPACES
                       ADD 1 TO WS-CHANGED-COUNT
                   END-IF
                   PERFORM 3200-START-RECORD
               END-IF
               PERFORM 3900-READ-PRIOR
           ELSE
               MOVE SPACES TO TIN-VERIFY-REC
               MOVE WS-OCC-KEY TO TNV-KEY
               MOVE WS-BUSINESS-DATE TO TNV-FIRST-SEEN-DATE
               IF WS-OCC-TIN NOT = SPACES
                   ADD 1 TO WS-NEW-COUNT
               END-IF
               PERFORM 3200-START-RECORD
           END-IF
           MOVE WS-OCC-TIN-TYPE TO TNV-TIN-TYPE
           MOVE WS-OCC-RAW-ID TO TNV-RAW-ID
           MOVE WS-OCC-AMOUNT TO TNV-COVERAGE-AT-STAKE
           PERFORM 3300-DECIDE-SUBMISSION
           ADD 1 TO WS-RECORDS-WRITTEN
           WRITE NVR-RECORD FROM TIN-VERIFY-REC.

       3150-LOAD-ID-GROUP.
      *    One id may be priced from several determinations (a
      *    grantor of several trusts); the amounts are summed and
      *    the first record's id and name stand.
           MOVE SOC-KEY TO WS-OCC-KEY
           MOVE SOC-TIN TO WS-OCC-TIN
           MOVE SOC-TIN-TYPE TO WS-OCC-TIN-TYPE
           MOVE SOC-NAME TO WS-OCC-NAME
           MOVE SOC-RAW-ID TO WS-OCC-RAW-ID
           MOVE 0 TO WS-OCC-AMOUNT
           PERFORM UNTIL SOC-EOF
               OR SOC-KEY NOT = WS-OCC-KEY
               ADD SOC-AMOUNT TO WS-OCC-AMOUNT
               READ SORTED-OCCURRENCE-FILE
                   AT END SET SOC-EOF TO TRUE
               END-READ
           END-PERFORM.

       3200-START-RECORD.
      *    A new id, or one whose id or name changed -- nothing the
      *    IRS said about the old one applies to it.
           MOVE WS-OCC-TIN TO TNV-TIN
           MOVE WS-OCC-NAME TO TNV-NAME
           MOVE SPACES TO TNV-IRS-INDICATOR
           MOVE SPACES TO TNV-SUBMITTED-DATE
           MOVE SPACES TO TNV-RESPONSE-DATE
           MOVE SPACES TO TNV-VERIFIED-DATE
           IF WS-OCC-TIN = SPACES
               SET TNV-INVALID TO TRUE
           ELSE
               SET TNV-NOT-SUBMITTED TO TRUE
           END-IF.

       3300-DECIDE-SUBMISSION.
           MOVE 'N' TO WS-OCC-DUE
           EVALUATE TRUE
               WHEN TNV-INVALID
                   PERFORM 3400-LIST-INVALID
               WHEN TNV-NOT-SUBMITTED
                   MOVE 'Y' TO WS-OCC-DUE
               WHEN TNV-RESUBMIT
                   ADD 1 TO WS-RESUBMIT-COUNT
                   MOVE 'Y' TO WS-OCC-DUE
               WHEN TNV-VERIFIED
                   MOVE TNV-VERIFIED-DATE TO WS-WORK-DATE
                   PERFORM 8200-SET-WORK-DAYNO
                   IF WS-WORK-DAYNO + WS-REVERIFY-DAYS
                       NOT > WS-BUS-DAYNO
                       ADD 1 TO WS-REVERIFY-COUNT
                       MOVE 'Y' TO WS-OCC-DUE
                   ELSE
                       ADD 1 TO WS-CURRENT-COUNT
                   END-IF
               WHEN TNV-PENDING
                   MOVE TNV-SUBMITTED-DATE TO WS-WORK-DATE
                   PERFORM 8200-SET-WORK-DAYNO
                   IF WS-WORK-DAYNO + WS-RESPONSE-WAIT-DAYS
                       NOT > WS-BUS-DAYNO
                       ADD 1 TO WS-RESENT-COUNT
                       MOVE 'Y' TO WS-OCC-DUE
                   ELSE
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               WHEN TNV-MISMATCH
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD TNV-COVERAGE-AT-STAKE TO WS-MISMATCH-AT-STAKE
           END-EVALUATE
           IF WS-OCC-DUE = 'Y'
               SET TNV-PENDING TO TRUE
               MOVE WS-BUSINESS-DATE TO TNV-SUBMITTED-DATE
               MOVE TNV-TIN      TO RWK-TIN
               MOVE TNV-NAME     TO RWK-NAME
               MOVE TNV-TIN-TYPE TO RWK-TIN-TYPE
               MOVE SPACES       TO RWK-ACCOUNT
               STRING TNV-SOURCE TNV-PARTY-ID
                   DELIMITED SIZE INTO RWK-ACCOUNT
               ADD 1 TO WS-DUE-COUNT
               WRITE RWK-REC
           END-IF.

       3400-LIST-INVALID.
           ADD 1 TO WS-INVALID-COUNT
           ADD TNV-COVERAGE-AT-STAKE TO WS-INVALID-AT-STAKE
           MOVE SPACES TO SUB-DETAIL-LINE
           MOVE TNV-SOURCE TO SDL-SOURCE
           MOVE TNV-PARTY-ID TO SDL-PARTY-ID
           MOVE TNV-KEY-2 TO SDL-KEY-2
           MOVE TNV-NAME TO SDL-NAME
           IF TNV-RAW-ID = SPACES
               MOVE '(NONE ON FILE)' TO SDL-RAW-ID
           ELSE
               MOVE TNV-RAW-ID TO SDL-RAW-ID
           END-IF
           MOVE TNV-COVERAGE-AT-STAKE TO SDL-AT-STAKE
           WRITE SUBMIT-REPORT-LINE FROM SUB-DETAIL-LINE.

       3900-READ-PRIOR.
           READ PRIOR-VERIFY-FILE INTO WS-PRIOR-VERIFY
               AT END
                   SET PVR-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PV-KEY
               NOT AT END
                   ADD 1 TO WS-PRIOR-READ
           END-READ.

       4000-WRITE-SUBMISSION.
      *    One request per distinct id, name, and type -- a person
      *    who is both a depositor and a beneficiary is asked
      *    about once.
           SORT REQUEST-SORT-FILE
               ON ASCENDING KEY RSRT-TIN
                                RSRT-NAME
                                RSRT-TIN-TYPE
               USING REQUEST-WORK-FILE
               GIVING SORTED-REQUEST-FILE
           OPEN INPUT SORTED-REQUEST-FILE
           OPEN OUTPUT TIN-REQUEST-FILE
           MOVE LOW-VALUES TO WS-LAST-REQUEST
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SORTED-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SRQ-TIN NOT = WS-LAST-TIN
                           OR SRQ-NAME NOT = WS-LAST-NAME
                           OR SRQ-TIN-TYPE NOT = WS-LAST-TIN-TYPE
                           PERFORM 4100-WRITE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SORTED-REQUEST-FILE
           CLOSE TIN-REQUEST-FILE.

       4100-WRITE-REQUEST.
           MOVE SRQ-TIN      TO WS-LAST-TIN
           MOVE SRQ-NAME     TO WS-LAST-NAME
           MOVE SRQ-TIN-TYPE TO WS-LAST-TIN-TYPE
           MOVE SPACES TO TIN-MATCH-REQUEST-REC
           MOVE SRQ-TIN-TYPE TO TMR-TIN-TYPE
           MOVE ';'          TO TMR-DELIM-1
           MOVE SRQ-TIN      TO TMR-TIN
           MOVE ';'          TO TMR-DELIM-2
           MOVE SRQ-NAME     TO TMR-NAME
           MOVE ';'          TO TMR-DELIM-3
           MOVE SRQ-ACCOUNT  TO TMR-ACCOUNT
           ADD 1 TO WS-REQUESTS-WRITTEN
           WRITE TIN-MATCH-REQUEST-REC.

       7000-NORMALIZE-TAX-ID.
      *    Strip dashes and spaces and left-justify, so 111-22-3333
      *    and 111223333 compare equal.
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

       8200-SET-WORK-DAYNO.
      *    Day number of WS-WORK-DATE (YYYY-MM-DD); zero when the
      *    date is blank or not a date.
           MOVE 0 TO WS-WORK-DAYNO
           IF WS-WORK-DATE(1:4) NUMERIC
               AND WS-WORK-DATE(6:2) NUMERIC
               AND WS-WORK-DATE(9:2) NUMERIC
               MOVE WS-WORK-DATE(1:4) TO WS-DATE-NUM(1:4)
               MOVE WS-WORK-DATE(6:2) TO WS-DATE-NUM(5:2)
               MOVE WS-WORK-DATE(9:2) TO WS-DATE-NUM(7:2)
               COMPUTE WS-WORK-DAYNO =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.

       9000-FINALIZE.
           IF WS-INVALID-COUNT = 0
               MOVE '  NONE' TO SUBMIT-REPORT-LINE
               WRITE SUBMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO SUBMIT-REPORT-LINE
           WRITE SUBMIT-REPORT-LINE
           MOVE 'SUBMISSION SUMMARY' TO SSL-TEXT
           WRITE SUBMIT-REPORT-LINE FROM SUB-SECTION-LINE
           MOVE 0 TO STOT-AMOUNT
           MOVE 'IDS ON FILE TONIGHT' TO STOT-LABEL
           MOVE WS-RECORDS-WRITTEN TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE '  NEW' TO STOT-LABEL
           MOVE WS-NEW-COUNT TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE '  ID OR NAME CHANGED' TO STOT-LABEL
           MOVE WS-CHANGED-COUNT TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE '  NOT PROCESSED BY IRS, RESUBMITTED' TO STOT-LABEL
           MOVE WS-RESUBMIT-COUNT TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE '  RE-VERIFICATION DUE' TO STOT-LABEL
           MOVE WS-REVERIFY-COUNT TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE '  UNANSWERED PAST WAIT, RESENT' TO STOT-LABEL
           MOVE WS-RESENT-COUNT TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE '  VERIFIED WITHIN PERIOD, SKIPPED' TO STOT-LABEL
           MOVE WS-CURRENT-COUNT TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE '  AWAITING IRS ANSWER' TO STOT-LABEL
           MOVE WS-AWAITING-COUNT TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE '  MISMATCH AWAITING CORRECTION' TO STOT-LABEL
           MOVE WS-MISMATCH-COUNT TO STOT-COUNT
           MOVE WS-MISMATCH-AT-STAKE TO STOT-AMOUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE '  NOT A NINE-DIGIT TIN, NOT SUBMITTED' TO STOT-LABEL
           MOVE WS-INVALID-COUNT TO STOT-COUNT
           MOVE WS-INVALID-AT-STAKE TO STOT-AMOUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE 0 TO STOT-AMOUNT
           MOVE 'IDS DROPPED -- NO LONGER ON FILE' TO STOT-LABEL
           MOVE WS-DROPPED-COUNT TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE 'IDS SUBMITTED' TO STOT-LABEL
           MOVE WS-DUE-COUNT TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           MOVE 'IRS REQUESTS WRITTEN (DISTINCT ID/NAME)'
               TO STOT-LABEL
           MOVE WS-REQUESTS-WRITTEN TO STOT-COUNT
           WRITE SUBMIT-REPORT-LINE FROM SUB-TOTAL-LINE
           CLOSE SUBMIT-REPORT-FILE
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'TIN MATCHING SUBMISSION COMPLETE'
           DISPLAY '  BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY '  IDS COLLECTED:          ' WS-IDS-RELEASED
           DISPLAY '  PRIOR RECORDS READ:     ' WS-PRIOR-READ
           DISPLAY '  RECORDS WRITTEN:        ' WS-RECORDS-WRITTEN
           DISPLAY '  IDS SUBMITTED:          ' WS-DUE-COUNT
           DISPLAY '  IRS REQUESTS WRITTEN:   ' WS-REQUESTS-WRITTEN
           DISPLAY '  VERIFIED, SKIPPED:      ' WS-CURRENT-COUNT
           DISPLAY '  OPEN MISMATCHES:        ' WS-MISMATCH-COUNT
           DISPLAY '  NOT NINE DIGITS:        ' WS-INVALID-COUNT
           DISPLAY '  DROPPED:                ' WS-DROPPED-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'TIN-MATCH-SUBMIT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
