      *================================================================*
      * PROGRAM: DMF-DEATH-MATCH
      * PURPOSE: Monthly match of the SSA Death Master File update
      *          (DMFUPDT, see DEATH-MASTER-UPDATE.cpy) against every
      *          person the insurance determination leans on --
      *          depositors on CUSTFILE, trust beneficiaries on
      *          BENEIN, deposit-side irrevocable trust beneficiaries
      *          on DTBENEF, POD beneficiaries on PODBENEF, and EBP
      *          participants on EBPPART. Until now a death reached
      *          these files only when a family member told a branch,
      *          so the death grace windows and the per-beneficiary
      *          counts ran on stale facts for months. The SSN,
      *          normalized (dashes and spaces stripped, nine digits
      *          or no match attempted), is the match key; surname,
      *          first name, and date of birth confirm it:
      *            - SSN, names, and date of birth agree (or one side
      *              has no date of birth): a confident match, written
      *              to DMFMAINT (DEATH-MAINTENANCE.cpy) for the
      *              system of record to set the death flag and date;
      *            - SSN agrees but the name or the date of birth
      *              does not: the analyst worklist (DMFWORK) --
      *              a mis-keyed SSN must never mark a living
      *              customer dead;
      *            - a DMF withdrawal ('D') for a person already
      *              recorded deceased here: the worklist, so the
      *              death can be reviewed and reversed.
      *          A person already recorded deceased is not written
      *          again. DMFIMPRP lists every confident match that
      *          newly changes coverage -- trust, IRR trust, POD, and
      *          EBP roles, and for a depositor, each open account
      *          (joint owner or 6-month death grace, 12 CFR
      *          330.3(j)) and each signature card naming the
      *          decedent as a co-owner.
      * REGULATION: 12 CFR 330.3(j), 330.9, 330.10, 330.13, 330.14
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DMF-DEATH-MATCH.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEATH-MASTER-FILE ASSIGN TO 'DMFUPDT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMF-STATUS.
           SELECT DMF-SORT-FILE ASSIGN TO 'DMFWK01'.
           SELECT SORTED-DMF-FILE ASSIGN TO 'DMFSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SDMF-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT TRUST-BENE-FILE ASSIGN TO 'BENEIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BENE-STATUS.
           SELECT DEPOSIT-TRUST-BENE-FILE ASSIGN TO 'DTBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTB-STATUS.
           SELECT POD-BENE-FILE ASSIGN TO 'PODBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODB-STATUS.
           SELECT POD-SORT-FILE ASSIGN TO 'DMFWK03'.
           SELECT SORTED-POD-FILE ASSIGN TO 'DMFPOD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPOD-STATUS.
           SELECT EBP-PARTICIPANT-FILE ASSIGN TO 'EBPPART'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EBPP-STATUS.
           SELECT PERSON-SORT-FILE ASSIGN TO 'DMFWK02'.
           SELECT SORTED-PERSON-FILE ASSIGN TO 'DMFPSN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPSN-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT DEPOSIT-SIG-CARD-FILE ASSIGN TO 'SIGCARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.
           SELECT DEATH-MAINT-FILE ASSIGN TO 'DMFMAINT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DMM-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO 'DMFWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
           SELECT IMPACT-REPORT-FILE ASSIGN TO 'DMFIMPRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DEATH-MASTER-FILE.
           COPY DEATH-MASTER-UPDATE.

      *    Sort view of DEATH-MASTER-REC. Duplicates stay in file
      *    order, so the latest record for an SSN comes last.
       SD  DMF-SORT-FILE.
       01  DSRT-REC.
           05  FILLER                PIC X(1).
           05  DSRT-SSN              PIC X(9).
           05  FILLER                PIC X(90).

      *    Mirrors DEATH-MASTER-REC (100 bytes).
       FD  SORTED-DMF-FILE.
       01  SDMF-RECORD.
           05  SDMF-CHANGE-TYPE      PIC X(1).
               88  SDMF-DELETE       VALUE 'D'.
           05  SDMF-SSN              PIC X(9).
           05  SDMF-LAST-NAME        PIC X(20).
           05  SDMF-NAME-SUFFIX      PIC X(4).
           05  SDMF-FIRST-NAME       PIC X(15).
           05  SDMF-MIDDLE-NAME      PIC X(15).
           05  SDMF-VERIFY-CODE      PIC X(1).
           05  SDMF-DEATH-DATE       PIC X(8).
           05  SDMF-BIRTH-DATE       PIC X(8).
           05  FILLER                PIC X(19).

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-MASTER.

       FD  TRUST-BENE-FILE.
           COPY TRUST-BENEFICIARY.

       FD  DEPOSIT-TRUST-BENE-FILE.
           COPY DEPOSIT-TRUST-BENEFICIARY.

       FD  POD-BENE-FILE.
           COPY POD-BENEFICIARY.

      *    Sort view of POD-BENEFICIARY-REC (92 bytes), by account,
      *    so each account's beneficiaries arrive together and can
      *    be counted before any of them is matched.
       SD  POD-SORT-FILE.
       01  PSORT-REC.
           05  FILLER                PIC X(10).
           05  PSORT-ACCT-NUMBER     PIC X(20).
           05  FILLER                PIC X(62).

       FD  SORTED-POD-FILE.
       01  SPOD-RECORD.
           05  SPOD-BENE-ID          PIC X(10).
           05  SPOD-ACCT-NUMBER      PIC X(20).
           05  SPOD-BENE-NAME        PIC X(40).
           05  SPOD-ALLOCATION-PCT   PIC 9(3)V99.
           05  SPOD-STATUS           PIC X(1).
               88  SPOD-ACTIVE       VALUE 'A'.
               88  SPOD-DECEASED     VALUE 'D'.
               88  SPOD-REMOVED      VALUE 'R'.
           05  SPOD-BENE-SSN         PIC X(11).
           05  FILLER                PIC X(05).

       FD  EBP-PARTICIPANT-FILE.
           COPY EBP-PARTICIPANT.

      *    One record per person per file, keyed by normalized SSN.
       SD  PERSON-SORT-FILE.
       01  PSRT-REC.
           05  PSRT-SSN              PIC X(9).
           05  PSRT-SOURCE           PIC X(4).
           05  PSRT-PARTY-ID         PIC X(15).
           05  PSRT-KEY-2            PIC X(20).
           05  PSRT-NAME             PIC X(50).
           05  PSRT-DOB              PIC X(10).
           05  PSRT-DECEASED         PIC X(1).
           05  PSRT-DEATH-DATE       PIC X(10).
           05  PSRT-POD-ACTIVE       PIC 9(3).

       FD  SORTED-PERSON-FILE.
       01  SPSN-RECORD.
           05  SPSN-SSN              PIC X(9).
           05  SPSN-SOURCE           PIC X(4).
           05  SPSN-PARTY-ID         PIC X(15).
           05  SPSN-KEY-2            PIC X(20).
           05  SPSN-NAME             PIC X(50).
           05  SPSN-DOB              PIC X(10).
           05  SPSN-DECEASED         PIC X(1).
               88  SPSN-ON-FILE-DECEASED VALUE 'Y'.
           05  SPSN-DEATH-DATE       PIC X(10).
           05  SPSN-POD-ACTIVE       PIC 9(3).

       FD  ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       FD  DEPOSIT-SIG-CARD-FILE.
           COPY DEPOSIT-SIGNATURE-CARD.

       FD  DEATH-MAINT-FILE.
           COPY DEATH-MAINTENANCE.

       FD  WORKLIST-FILE.
       01  WORKLIST-REC.
           05  WRK-SOURCE            PIC X(4).
           05  WRK-PARTY-ID          PIC X(15).
           05  WRK-KEY-2             PIC X(20).
           05  WRK-NAME              PIC X(50).
           05  WRK-SSN               PIC X(9).
           05  WRK-DOB               PIC X(10).
           05  WRK-DMF-LAST-NAME     PIC X(20).
           05  WRK-DMF-FIRST-NAME    PIC X(15).
           05  WRK-DMF-BIRTH-DATE    PIC X(8).
           05  WRK-DMF-DEATH-DATE    PIC X(8).
           05  WRK-REASON            PIC X(30).
           05  FILLER                PIC X(11).

       FD  IMPACT-REPORT-FILE.
       01  IMPACT-REPORT-LINE        PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DMF-STATUS             PIC XX.
       01  WS-SDMF-STATUS            PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-BENE-STATUS            PIC XX.
       01  WS-DTB-STATUS             PIC XX.
       01  WS-PODB-STATUS            PIC XX.
       01  WS-SPOD-STATUS            PIC XX.
       01  WS-EBPP-STATUS            PIC XX.
       01  WS-SPSN-STATUS            PIC XX.
       01  WS-ACCT-STATUS            PIC XX.
       01  WS-DSC-STATUS             PIC XX.
       01  WS-DMM-STATUS             PIC XX.
       01  WS-WRK-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-BUSINESS-DATE          PIC X(10).

       01  WS-EOF-SDMF               PIC X VALUE 'N'.
           88  SDMF-EOF              VALUE 'Y'.
       01  WS-EOF-SPSN               PIC X VALUE 'N'.
           88  SPSN-EOF              VALUE 'Y'.
       01  WS-EOF-SPOD               PIC X VALUE 'N'.
           88  SPOD-EOF              VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X.
       01  WS-POD-PRESENT            PIC X VALUE 'N'.

      *--- SSN normalization (dashes and spaces stripped) ---
       01  WS-NORM-IN                PIC X(15).
       01  WS-NORM-OUT               PIC X(15).
       01  WS-NORM-I                 PIC 9(2).
       01  WS-NORM-J                 PIC 9(2).
       01  WS-SSN-VALID              PIC X(1).

      *--- Current DMF group: the last record for one SSN ---
       01  WS-DG-SSN                 PIC X(9) VALUE LOW-VALUES.
       01  WS-DG-CHANGE-TYPE         PIC X(1).
           88  DG-WITHDRAWN          VALUE 'D'.
       01  WS-DG-LAST-NAME           PIC X(20).
       01  WS-DG-FIRST-NAME          PIC X(15).
       01  WS-DG-LAST-LEN            PIC 9(2).
       01  WS-DG-FIRST-LEN           PIC 9(2).
       01  WS-DG-BIRTH-DATE          PIC X(8).
       01  WS-DG-DEATH-DATE          PIC X(8).
       01  WS-DG-DEATH-ISO           PIC X(10).

      *--- Trailing-blank length of a name ---
       01  WS-LEN-FIELD              PIC X(20).
       01  WS-LEN-OUT                PIC 9(2).
       01  WS-LEN-I                  PIC 9(2).

      *--- Confirming keys for the current person ---
       01  WS-NAME-AGREES            PIC X(1).
       01  WS-NAME-TALLY             PIC 9(4).
       01  WS-DOB-RESULT             PIC X(1).
           88  DOB-AGREES            VALUE 'M'.
           88  DOB-ABSENT            VALUE 'A'.
           88  DOB-DIFFERS           VALUE 'D'.

      *--- One account's POD beneficiaries, counted before release ---
       01  WS-PG-ACCT                PIC X(20).
       01  WS-PG-ACTIVE              PIC 9(3).
       01  WS-PG-COUNT               PIC 9(3) VALUE 0.
       01  WS-PG-MAX                 PIC 9(3) VALUE 50.
       01  WS-PG-OVERFLOW            PIC 9(5) VALUE 0.
       01  WS-PG-TABLE.
           05  WS-PG-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-PG-IDX.
               10  WS-PG-BENE-ID     PIC X(10).
               10  WS-PG-NAME        PIC X(40).
               10  WS-PG-SSN         PIC X(11).
               10  WS-PG-STATUS      PIC X(1).

      *--- Depositors newly matched deceased, for the account pass ---
       01  WS-DEC-COUNT              PIC 9(4) VALUE 0.
       01  WS-DEC-MAX                PIC 9(4) VALUE 2000.
       01  WS-DEC-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-DEC-FOUND              PIC X(1).
       01  WS-FIND-ID                PIC X(15).
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-DEC-IDX.
               10  WS-DEC-DEPOSITOR-ID PIC X(15).
               10  WS-DEC-NAME       PIC X(50).
               10  WS-DEC-DEATH-DATE PIC X(10).

      *--- Accounts already listed from ACCTFILE, so a signature
      *    card naming the same decedent is not listed twice ---
       01  WS-LST-COUNT              PIC 9(4) VALUE 0.
       01  WS-LST-MAX                PIC 9(4) VALUE 2000.
       01  WS-LST-FOUND              PIC X(1).
       01  WS-LST-TABLE.
           05  WS-LST-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-LST-IDX.
               10  WS-LST-ACCT-NUMBER PIC X(20).
               10  WS-LST-DEPOSITOR-ID PIC X(15).

      *--- Counters ---
       01  WS-DMF-READ               PIC 9(7) VALUE 0.
       01  WS-PERSONS-RELEASED       PIC 9(7) VALUE 0.
       01  WS-NO-SSN-COUNT           PIC 9(7) VALUE 0.
       01  WS-SSN-HIT-COUNT          PIC 9(7) VALUE 0.
       01  WS-CONFIDENT-COUNT        PIC 9(7) VALUE 0.
       01  WS-WORKLIST-COUNT         PIC 9(7) VALUE 0.
       01  WS-ALREADY-COUNT          PIC 9(7) VALUE 0.
       01  WS-IMPACT-COUNT           PIC 9(7) VALUE 0.

      *--- Report ---
       01  WS-IMP-ROLE               PIC X(22).
       01  WS-IMP-EFFECT             PIC X(31).

       01  IMP-TITLE-LINE.
           05  FILLER                PIC X(50) VALUE
               'DEATH MASTER FILE MATCH -- COVERAGE IMPACT'.
           05  FILLER                PIC X(15) VALUE
               'BUSINESS DATE: '.
           05  ITL-BUSINESS-DATE     PIC X(10).
           05  FILLER                PIC X(57) VALUE SPACES.

       01  IMP-SECTION-LINE.
           05  ISL-TEXT              PIC X(60).
           05  FILLER                PIC X(72) VALUE SPACES.

       01  IMP-HEADING-LINE.
           05  FILLER                PIC X(22) VALUE 'ROLE'.
           05  FILLER                PIC X(16) VALUE 'PARTY ID'.
           05  FILLER                PIC X(31) VALUE 'NAME'.
           05  FILLER                PIC X(21) VALUE
                                     'ACCOUNT / TRUST'.
           05  FILLER                PIC X(11) VALUE 'DIED'.
           05  FILLER                PIC X(31) VALUE
                                     'COVERAGE EFFECT'.

       01  IMP-DETAIL-LINE.
           05  IDL-ROLE              PIC X(22).
           05  IDL-PARTY-ID          PIC X(16).
           05  IDL-NAME              PIC X(31).
           05  IDL-KEY-2             PIC X(21).
           05  IDL-DEATH-DATE        PIC X(11).
           05  IDL-EFFECT            PIC X(31).

       01  IMP-TOTAL-LINE.
           05  ITOT-LABEL            PIC X(40).
           05  ITOT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PERSON UNTIL SPSN-EOF
           CLOSE SORTED-PERSON-FILE
           CLOSE SORTED-DMF-FILE
           PERFORM 5000-REPORT-DEPOSITOR-DEATHS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-SORT-DEATH-MASTER
           PERFORM 1300-SORT-POD-BENES
           SORT PERSON-SORT-FILE
               ON ASCENDING KEY PSRT-SSN
                                PSRT-SOURCE
                                PSRT-PARTY-ID
                                PSRT-KEY-2
               INPUT PROCEDURE 1500-RELEASE-PERSONS
               GIVING SORTED-PERSON-FILE
           OPEN INPUT SORTED-DMF-FILE
           OPEN INPUT SORTED-PERSON-FILE
           OPEN OUTPUT DEATH-MAINT-FILE
           OPEN OUTPUT WORKLIST-FILE
           OPEN OUTPUT IMPACT-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO ITL-BUSINESS-DATE
           WRITE IMPACT-REPORT-LINE FROM IMP-TITLE-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE 'BENEFICIARIES AND PARTICIPANTS' TO ISL-TEXT
           WRITE IMPACT-REPORT-LINE FROM IMP-SECTION-LINE
           WRITE IMPACT-REPORT-LINE FROM IMP-HEADING-LINE
           READ SORTED-DMF-FILE
               AT END SET SDMF-EOF TO TRUE
           END-READ
           READ SORTED-PERSON-FILE
               AT END SET SPSN-EOF TO TRUE
           END-READ.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock. The match reads only the master files, not
      *    the calcs' output, so no predecessor is gated on.
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
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF.

       1200-SORT-DEATH-MASTER.
      *    No update on hand means nothing to match -- abort rather
      *    than report a clean month.
           OPEN INPUT DEATH-MASTER-FILE
           IF WS-DMF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DEATH MASTER FILE: '
                        WS-DMF-STATUS
               DISPLAY 'NO DMF UPDATE FOR THIS MONTH -- RUN ABORTED.'
               STOP RUN
           END-IF
           CLOSE DEATH-MASTER-FILE
           SORT DMF-SORT-FILE
               ON ASCENDING KEY DSRT-SSN
               WITH DUPLICATES IN ORDER
               USING DEATH-MASTER-FILE
               GIVING SORTED-DMF-FILE.

       1300-SORT-POD-BENES.
      *    An absent PODBENEF simply means no POD beneficiaries.
           OPEN INPUT POD-BENE-FILE
           IF WS-PODB-STATUS NOT = '00'
               DISPLAY 'NO POD BENEFICIARY FILE -- POD BENEFICIARIES '
                        'NOT MATCHED'
               EXIT PARAGRAPH
           END-IF
           CLOSE POD-BENE-FILE
           MOVE 'Y' TO WS-POD-PRESENT
           SORT POD-SORT-FILE
               ON ASCENDING KEY PSORT-ACCT-NUMBER
               USING POD-BENE-FILE
               GIVING SORTED-POD-FILE.

       1500-RELEASE-PERSONS.
           PERFORM 1510-RELEASE-CUSTOMERS
           PERFORM 1520-RELEASE-TRUST-BENES
           PERFORM 1530-RELEASE-DEP-TRUST-BENES
           IF WS-POD-PRESENT = 'Y'
               PERFORM 1540-RELEASE-POD-BENES
           END-IF
           PERFORM 1550-RELEASE-EBP-PARTICIPANTS.

       1510-RELEASE-CUSTOMERS.
      *    Natural persons only -- an entity has no death to match.
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
                       IF NOT CUST-IS-ENTITY
                           AND NOT CUST-TAXID-EIN
                           MOVE CUST-GOVT-ID TO WS-NORM-IN
                           PERFORM 7050-CHECK-SSN
                           IF WS-SSN-VALID = 'Y'
                               MOVE SPACES TO PSRT-REC
                               MOVE WS-NORM-OUT(1:9) TO PSRT-SSN
                               MOVE 'CUST' TO PSRT-SOURCE
                               MOVE CUST-DEPOSITOR-ID TO PSRT-PARTY-ID
                               MOVE CUST-NAME TO PSRT-NAME
                               MOVE CUST-DOB TO PSRT-DOB
                               MOVE 'N' TO PSRT-DECEASED
                               IF CUST-DECEASED
                                   MOVE 'Y' TO PSRT-DECEASED
                               END-IF
                               MOVE CUST-DEATH-DATE TO PSRT-DEATH-DATE
                               MOVE 0 TO PSRT-POD-ACTIVE
                               PERFORM 1590-RELEASE-PERSON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       1520-RELEASE-TRUST-BENES.
      *    Removed beneficiaries no longer count toward any trust's
      *    coverage and are not matched.
           OPEN INPUT TRUST-BENE-FILE
           IF WS-BENE-STATUS NOT = '00'
               DISPLAY 'NO TRUST BENEFICIARY FILE -- TRUST '
                        'BENEFICIARIES NOT MATCHED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-BENE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT BENE-IS-ENTITY
                           AND NOT BENE-REMOVED
                           MOVE BENE-SSN TO WS-NORM-IN
                           PERFORM 7050-CHECK-SSN
                           IF WS-SSN-VALID = 'Y'
                               MOVE SPACES TO PSRT-REC
                               MOVE WS-NORM-OUT(1:9) TO PSRT-SSN
                               MOVE 'BENE' TO PSRT-SOURCE
                               MOVE BENE-ID TO PSRT-PARTY-ID
                               MOVE BENE-TRUST-ID TO PSRT-KEY-2
                               MOVE BENE-NAME TO PSRT-NAME
                               MOVE BENE-DOB TO PSRT-DOB
                               MOVE 'N' TO PSRT-DECEASED
                               IF BENE-DECEASED
                                   MOVE 'Y' TO PSRT-DECEASED
                               END-IF
                               MOVE BENE-DEATH-DATE TO PSRT-DEATH-DATE
                               MOVE 0 TO PSRT-POD-ACTIVE
                               PERFORM 1590-RELEASE-PERSON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRUST-BENE-FILE.

       1530-RELEASE-DEP-TRUST-BENES.
           OPEN INPUT DEPOSIT-TRUST-BENE-FILE
           IF WS-DTB-STATUS NOT = '00'
               DISPLAY 'NO DEPOSIT TRUST BENEFICIARY FILE -- '
                        'IRR TRUST BENEFICIARIES NOT MATCHED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-TRUST-BENE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT DTB-REMOVED
                           MOVE DTB-BENE-SSN TO WS-NORM-IN
                           PERFORM 7050-CHECK-SSN
                           IF WS-SSN-VALID = 'Y'
                               MOVE SPACES TO PSRT-REC
                               MOVE WS-NORM-OUT(1:9) TO PSRT-SSN
                               MOVE 'DTB ' TO PSRT-SOURCE
                               MOVE DTB-BENE-ID TO PSRT-PARTY-ID
                               MOVE DTB-ACCT-NUMBER TO PSRT-KEY-2
                               MOVE DTB-BENE-NAME TO PSRT-NAME
                               MOVE 'N' TO PSRT-DECEASED
                               IF DTB-DECEASED
                                   MOVE 'Y' TO PSRT-DECEASED
                               END-IF
                               MOVE 0 TO PSRT-POD-ACTIVE
                               PERFORM 1590-RELEASE-PERSON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-TRUST-BENE-FILE.

       1540-RELEASE-POD-BENES.
      *    Account by account: the active beneficiaries are counted
      *    first, so the impact report can tell a sole beneficiary
      *    (the account falls to the owner's single category) from
      *    one of several.
           OPEN INPUT SORTED-POD-FILE
           MOVE 'N' TO WS-EOF-SPOD
           READ SORTED-POD-FILE
               AT END SET SPOD-EOF TO TRUE
           END-READ
           PERFORM UNTIL SPOD-EOF
               PERFORM 1545-LOAD-POD-GROUP
               PERFORM 1548-RELEASE-POD-GROUP
           END-PERFORM
           CLOSE SORTED-POD-FILE.

       1545-LOAD-POD-GROUP.
           MOVE SPOD-ACCT-NUMBER TO WS-PG-ACCT
           MOVE 0 TO WS-PG-COUNT
           MOVE 0 TO WS-PG-ACTIVE
           PERFORM UNTIL SPOD-EOF
               OR SPOD-ACCT-NUMBER NOT = WS-PG-ACCT
               IF NOT SPOD-REMOVED
                   IF SPOD-ACTIVE
                       ADD 1 TO WS-PG-ACTIVE
                   END-IF
                   IF WS-PG-COUNT < WS-PG-MAX
                       ADD 1 TO WS-PG-COUNT
                       SET WS-PG-IDX TO WS-PG-COUNT
                       MOVE SPOD-BENE-ID TO WS-PG-BENE-ID(WS-PG-IDX)
                       MOVE SPOD-BENE-NAME TO WS-PG-NAME(WS-PG-IDX)
                       MOVE SPOD-BENE-SSN TO WS-PG-SSN(WS-PG-IDX)
                       MOVE SPOD-STATUS TO WS-PG-STATUS(WS-PG-IDX)
                   ELSE
                       ADD 1 TO WS-PG-OVERFLOW
                   END-IF
               END-IF
               READ SORTED-POD-FILE
                   AT END SET SPOD-EOF TO TRUE
               END-READ
           END-PERFORM.

       1548-RELEASE-POD-GROUP.
           SET WS-PG-IDX TO 1
           PERFORM UNTIL WS-PG-IDX > WS-PG-COUNT
               MOVE WS-PG-SSN(WS-PG-IDX) TO WS-NORM-IN
               PERFORM 7050-CHECK-SSN
               IF WS-SSN-VALID = 'Y'
                   MOVE SPACES TO PSRT-REC
                   MOVE WS-NORM-OUT(1:9) TO PSRT-SSN
                   MOVE 'POD ' TO PSRT-SOURCE
                   MOVE WS-PG-BENE-ID(WS-PG-IDX) TO PSRT-PARTY-ID
                   MOVE WS-PG-ACCT TO PSRT-KEY-2
                   MOVE WS-PG-NAME(WS-PG-IDX) TO PSRT-NAME
                   MOVE 'N' TO PSRT-DECEASED
                   IF WS-PG-STATUS(WS-PG-IDX) = 'D'
                       MOVE 'Y' TO PSRT-DECEASED
                   END-IF
                   MOVE WS-PG-ACTIVE TO PSRT-POD-ACTIVE
                   PERFORM 1590-RELEASE-PERSON
               END-IF
               SET WS-PG-IDX UP BY 1
           END-PERFORM.

       1550-RELEASE-EBP-PARTICIPANTS.
           OPEN INPUT EBP-PARTICIPANT-FILE
           IF WS-EBPP-STATUS NOT = '00'
               DISPLAY 'NO EBP PARTICIPANT FILE -- PARTICIPANTS '
                        'NOT MATCHED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EBP-PARTICIPANT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE EBPP-PARTICIPANT-SSN TO WS-NORM-IN
                       PERFORM 7050-CHECK-SSN
                       IF WS-SSN-VALID = 'Y'
                           MOVE SPACES TO PSRT-REC
                           MOVE WS-NORM-OUT(1:9) TO PSRT-SSN
                           MOVE 'EBP ' TO PSRT-SOURCE
                           MOVE EBPP-PARTICIPANT-ID TO PSRT-PARTY-ID
                           MOVE EBPP-PLAN-ACCT-NUMBER TO PSRT-KEY-2
                           MOVE EBPP-PARTICIPANT-NAME TO PSRT-NAME
                           MOVE EBPP-BIRTH-DATE TO PSRT-DOB
                           MOVE 'N' TO PSRT-DECEASED
                           MOVE 0 TO PSRT-POD-ACTIVE
                           PERFORM 1590-RELEASE-PERSON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EBP-PARTICIPANT-FILE.

       1590-RELEASE-PERSON.
           ADD 1 TO WS-PERSONS-RELEASED
           RELEASE PSRT-REC.

       2000-PROCESS-PERSON.
           PERFORM 2100-ADVANCE-DMF
           IF WS-DG-SSN = SPSN-SSN
               PERFORM 3000-EVALUATE-MATCH
           END-IF
           READ SORTED-PERSON-FILE
               AT END SET SPSN-EOF TO TRUE
           END-READ.

       2100-ADVANCE-DMF.
           PERFORM UNTIL WS-DG-SSN NOT < SPSN-SSN
               IF SDMF-EOF
                   MOVE HIGH-VALUES TO WS-DG-SSN
               ELSE
                   PERFORM 2150-LOAD-DMF-GROUP
               END-IF
           END-PERFORM.

       2150-LOAD-DMF-GROUP.
      *    SSA may report, correct, and withdraw a death in one
      *    update; the records for an SSN arrive in file order and
      *    the last one stands.
           MOVE SDMF-SSN TO WS-DG-SSN
           PERFORM UNTIL SDMF-EOF
               OR SDMF-SSN NOT = WS-DG-SSN
               ADD 1 TO WS-DMF-READ
               MOVE SDMF-CHANGE-TYPE TO WS-DG-CHANGE-TYPE
               MOVE SDMF-LAST-NAME   TO WS-DG-LAST-NAME
               MOVE SDMF-FIRST-NAME  TO WS-DG-FIRST-NAME
               MOVE SDMF-BIRTH-DATE  TO WS-DG-BIRTH-DATE
               MOVE SDMF-DEATH-DATE  TO WS-DG-DEATH-DATE
               READ SORTED-DMF-FILE
                   AT END SET SDMF-EOF TO TRUE
               END-READ
           END-PERFORM
           MOVE WS-DG-LAST-NAME TO WS-LEN-FIELD
           PERFORM 7100-FIELD-LENGTH
           MOVE WS-LEN-OUT TO WS-DG-LAST-LEN
           MOVE WS-DG-FIRST-NAME TO WS-LEN-FIELD
           PERFORM 7100-FIELD-LENGTH
           MOVE WS-LEN-OUT TO WS-DG-FIRST-LEN
      *    MMDDCCYY to YYYY-MM-DD. SSA zero-fills a month or day it
      *    does not know; the first of the month/year is used, the
      *    earliest the death can have been, so no grace window is
      *    ever run past its end.
           MOVE SPACES TO WS-DG-DEATH-ISO
           IF WS-DG-DEATH-DATE NUMERIC
               AND WS-DG-DEATH-DATE(5:4) NOT = '0000'
               MOVE WS-DG-DEATH-DATE(5:4) TO WS-DG-DEATH-ISO(1:4)
               MOVE '-'                   TO WS-DG-DEATH-ISO(5:1)
               MOVE WS-DG-DEATH-DATE(1:2) TO WS-DG-DEATH-ISO(6:2)
               MOVE '-'                   TO WS-DG-DEATH-ISO(8:1)
               MOVE WS-DG-DEATH-DATE(3:2) TO WS-DG-DEATH-ISO(9:2)
               IF WS-DG-DEATH-ISO(6:2) = '00'
                   MOVE '01' TO WS-DG-DEATH-ISO(6:2)
               END-IF
               IF WS-DG-DEATH-ISO(9:2) = '00'
                   MOVE '01' TO WS-DG-DEATH-ISO(9:2)
               END-IF
           END-IF.

       3000-EVALUATE-MATCH.
           ADD 1 TO WS-SSN-HIT-COUNT
           IF DG-WITHDRAWN
               IF SPSN-ON-FILE-DECEASED
                   MOVE 'DMF WITHDREW DEATH ON FILE' TO WRK-REASON
                   PERFORM 3500-WRITE-WORKLIST
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SPSN-ON-FILE-DECEASED
               ADD 1 TO WS-ALREADY-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CHECK-NAME
           IF WS-NAME-AGREES = 'N'
               MOVE 'SSN MATCH, NAME DIFFERS' TO WRK-REASON
               PERFORM 3500-WRITE-WORKLIST
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-CHECK-DOB
           IF DOB-DIFFERS
               MOVE 'SSN/NAME MATCH, DOB DIFFERS' TO WRK-REASON
               PERFORM 3500-WRITE-WORKLIST
               EXIT PARAGRAPH
           END-IF
           PERFORM 3300-WRITE-MAINTENANCE
           PERFORM 3400-NOTE-IMPACT.

       3100-CHECK-NAME.
      *    Our names are carried whole ("MARY A SMITH", "SMITH,
      *    MARY"), the DMF's in parts -- the surname and the first
      *    name must each be found somewhere in ours.
           MOVE 'N' TO WS-NAME-AGREES
           IF WS-DG-LAST-LEN = 0 OR WS-DG-FIRST-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NAME-TALLY
           INSPECT SPSN-NAME TALLYING WS-NAME-TALLY
               FOR ALL WS-DG-LAST-NAME(1:WS-DG-LAST-LEN)
           IF WS-NAME-TALLY = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NAME-TALLY
           INSPECT SPSN-NAME TALLYING WS-NAME-TALLY
               FOR ALL WS-DG-FIRST-NAME(1:WS-DG-FIRST-LEN)
           IF WS-NAME-TALLY > 0
               MOVE 'Y' TO WS-NAME-AGREES
           END-IF.

       3200-CHECK-DOB.
      *    Ours is YYYY-MM-DD, the DMF's MMDDCCYY with zeros where
      *    SSA does not know the month or day; only what both sides
      *    know is compared.
           SET DOB-ABSENT TO TRUE
           IF SPSN-DOB = SPACES
               OR WS-DG-BIRTH-DATE NOT NUMERIC
               OR WS-DG-BIRTH-DATE(5:4) = '0000'
               EXIT PARAGRAPH
           END-IF
           SET DOB-AGREES TO TRUE
           IF WS-DG-BIRTH-DATE(5:4) NOT = SPSN-DOB(1:4)
               SET DOB-DIFFERS TO TRUE
           END-IF
           IF WS-DG-BIRTH-DATE(1:2) NOT = '00'
               AND WS-DG-BIRTH-DATE(1:2) NOT = SPSN-DOB(6:2)
               SET DOB-DIFFERS TO TRUE
           END-IF
           IF WS-DG-BIRTH-DATE(3:2) NOT = '00'
               AND WS-DG-BIRTH-DATE(3:2) NOT = SPSN-DOB(9:2)
               SET DOB-DIFFERS TO TRUE
           END-IF.

       3300-WRITE-MAINTENANCE.
           ADD 1 TO WS-CONFIDENT-COUNT
           MOVE SPACES TO DEATH-MAINT-REC
           MOVE SPSN-SOURCE      TO DMM-SOURCE
           MOVE SPSN-PARTY-ID    TO DMM-PARTY-ID
           MOVE SPSN-KEY-2       TO DMM-KEY-2
           MOVE 'Y'              TO DMM-DEATH-FLAG
           MOVE WS-DG-DEATH-ISO  TO DMM-DEATH-DATE
           MOVE SPSN-SSN         TO DMM-SSN
           MOVE SPSN-NAME        TO DMM-NAME
           IF DOB-AGREES
               SET DMM-SSN-NAME-DOB TO TRUE
           ELSE
               SET DMM-SSN-NAME TO TRUE
           END-IF
           MOVE WS-BUSINESS-DATE TO DMM-BUSINESS-DATE
           WRITE DEATH-MAINT-REC.

       3400-NOTE-IMPACT.
      *    A depositor's effect depends on the accounts held, which
      *    are listed after the whole update has been matched.
           EVALUATE SPSN-SOURCE
               WHEN 'CUST'
                   PERFORM 3600-ADD-DECEDENT
                   EXIT PARAGRAPH
               WHEN 'BENE'
                   MOVE 'TRUST BENEFICIARY' TO WS-IMP-ROLE
                   MOVE 'BENEFICIARY COUNT DROPS' TO WS-IMP-EFFECT
               WHEN 'DTB '
                   MOVE 'IRR TRUST BENEFICIARY' TO WS-IMP-ROLE
                   MOVE 'BENEFICIARY COUNT DROPS' TO WS-IMP-EFFECT
               WHEN 'POD '
                   IF SPSN-POD-ACTIVE = 1
                       MOVE 'SOLE POD BENEFICIARY' TO WS-IMP-ROLE
                       MOVE 'ACCOUNT FALLS TO SINGLE' TO WS-IMP-EFFECT
                   ELSE
                       MOVE 'POD BENEFICIARY' TO WS-IMP-ROLE
                       MOVE 'ONE FEWER BENEFICIARY' TO WS-IMP-EFFECT
                   END-IF
               WHEN 'EBP '
                   MOVE 'EBP PARTICIPANT' TO WS-IMP-ROLE
                   MOVE 'PARTICIPANT SHARE TO ESTATE' TO WS-IMP-EFFECT
           END-EVALUATE
           MOVE SPACES TO IMP-DETAIL-LINE
           MOVE WS-IMP-ROLE     TO IDL-ROLE
           MOVE SPSN-PARTY-ID   TO IDL-PARTY-ID
           MOVE SPSN-NAME       TO IDL-NAME
           MOVE SPSN-KEY-2      TO IDL-KEY-2
           MOVE WS-DG-DEATH-ISO TO IDL-DEATH-DATE
           MOVE WS-IMP-EFFECT   TO IDL-EFFECT
           PERFORM 3450-WRITE-IMPACT-LINE.

       3450-WRITE-IMPACT-LINE.
           ADD 1 TO WS-IMPACT-COUNT
           WRITE IMPACT-REPORT-LINE FROM IMP-DETAIL-LINE.

       3500-WRITE-WORKLIST.
      *    WRK-REASON is set by the caller.
           ADD 1 TO WS-WORKLIST-COUNT
           MOVE SPSN-SOURCE       TO WRK-SOURCE
           MOVE SPSN-PARTY-ID     TO WRK-PARTY-ID
           MOVE SPSN-KEY-2        TO WRK-KEY-2
           MOVE SPSN-NAME         TO WRK-NAME
           MOVE SPSN-SSN          TO WRK-SSN
           MOVE SPSN-DOB          TO WRK-DOB
           MOVE WS-DG-LAST-NAME   TO WRK-DMF-LAST-NAME
           MOVE WS-DG-FIRST-NAME  TO WRK-DMF-FIRST-NAME
           MOVE WS-DG-BIRTH-DATE  TO WRK-DMF-BIRTH-DATE
           MOVE WS-DG-DEATH-DATE  TO WRK-DMF-DEATH-DATE
           WRITE WORKLIST-REC.

       3600-ADD-DECEDENT.
           IF WS-DEC-COUNT < WS-DEC-MAX
               ADD 1 TO WS-DEC-COUNT
               SET WS-DEC-IDX TO WS-DEC-COUNT
               MOVE SPSN-PARTY-ID   TO WS-DEC-DEPOSITOR-ID(WS-DEC-IDX)
               MOVE SPSN-NAME       TO WS-DEC-NAME(WS-DEC-IDX)
               MOVE WS-DG-DEATH-ISO TO WS-DEC-DEATH-DATE(WS-DEC-IDX)
           ELSE
               ADD 1 TO WS-DEC-OVERFLOW
           END-IF.

       5000-REPORT-DEPOSITOR-DEATHS.
      *    Every open account the decedent owns outright or jointly,
      *    then every signature card naming the decedent as an owner
      *    of an account not already listed.
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE 'DEPOSITORS AND CO-OWNERS' TO ISL-TEXT
           WRITE IMPACT-REPORT-LINE FROM IMP-SECTION-LINE
           WRITE IMPACT-REPORT-LINE FROM IMP-HEADING-LINE
           IF WS-DEC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-SCAN-ACCOUNTS
           PERFORM 5200-SCAN-SIGNATURE-CARDS.

       5100-SCAN-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
               DISPLAY '  DEPOSITOR ACCOUNTS NOT LISTED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT ACCT-CLOSED
                           MOVE ACCT-DEPOSITOR-ID TO WS-FIND-ID
                           PERFORM 5300-FIND-DECEDENT
                           IF WS-DEC-FOUND = 'Y'
                               PERFORM 5150-LIST-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       5150-LIST-ACCOUNT.
      *    Joint funds leave the joint category once the 6-month
      *    grace after an owner's death runs out; any other account
      *    keeps the decedent's coverage for the grace period and is
      *    re-titled or paid out within it (12 CFR 330.3(j)).
           IF ACCT-ORC-TYPE = 'JNT'
               MOVE 'JOINT OWNER' TO WS-IMP-ROLE
               MOVE 'JOINT ENDS AFTER 6-MO GRACE' TO WS-IMP-EFFECT
           ELSE
               MOVE 'DEPOSITOR' TO WS-IMP-ROLE
               MOVE '6-MONTH DEATH GRACE BEGINS' TO WS-IMP-EFFECT
           END-IF
           MOVE SPACES TO IMP-DETAIL-LINE
           MOVE WS-IMP-ROLE   TO IDL-ROLE
           MOVE ACCT-DEPOSITOR-ID TO IDL-PARTY-ID
           MOVE WS-DEC-NAME(WS-DEC-IDX) TO IDL-NAME
           MOVE ACCT-NUMBER   TO IDL-KEY-2
           MOVE WS-DEC-DEATH-DATE(WS-DEC-IDX) TO IDL-DEATH-DATE
           MOVE WS-IMP-EFFECT TO IDL-EFFECT
           PERFORM 3450-WRITE-IMPACT-LINE
           IF WS-LST-COUNT < WS-LST-MAX
               ADD 1 TO WS-LST-COUNT
               SET WS-LST-IDX TO WS-LST-COUNT
               MOVE ACCT-NUMBER TO WS-LST-ACCT-NUMBER(WS-LST-IDX)
               MOVE ACCT-DEPOSITOR-ID
                   TO WS-LST-DEPOSITOR-ID(WS-LST-IDX)
           END-IF.

       5200-SCAN-SIGNATURE-CARDS.
      *    An absent SIGCARD means no co-owners are on file.
           OPEN INPUT DEPOSIT-SIG-CARD-FILE
           IF WS-DSC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-SIG-CARD-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DSC-OWNER-ID TO WS-FIND-ID
                       PERFORM 5300-FIND-DECEDENT
                       IF WS-DEC-FOUND = 'Y'
                           PERFORM 5250-LIST-CO-OWNER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-SIG-CARD-FILE.

       5250-LIST-CO-OWNER.
           MOVE 'N' TO WS-LST-FOUND
           SET WS-LST-IDX TO 1
           PERFORM UNTIL WS-LST-IDX > WS-LST-COUNT
               IF WS-LST-ACCT-NUMBER(WS-LST-IDX) = DSC-ACCT-NUMBER
                   AND WS-LST-DEPOSITOR-ID(WS-LST-IDX) = DSC-OWNER-ID
                   MOVE 'Y' TO WS-LST-FOUND
                   SET WS-LST-IDX TO WS-LST-COUNT
               END-IF
               SET WS-LST-IDX UP BY 1
           END-PERFORM
           IF WS-LST-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IMP-DETAIL-LINE
           MOVE 'JOINT CO-OWNER' TO IDL-ROLE
           MOVE DSC-OWNER-ID    TO IDL-PARTY-ID
           MOVE WS-DEC-NAME(WS-DEC-IDX) TO IDL-NAME
           MOVE DSC-ACCT-NUMBER TO IDL-KEY-2
           MOVE WS-DEC-DEATH-DATE(WS-DEC-IDX) TO IDL-DEATH-DATE
           MOVE 'JOINT ENDS AFTER 6-MO GRACE' TO IDL-EFFECT
           PERFORM 3450-WRITE-IMPACT-LINE.

       5300-FIND-DECEDENT.
      *    Linear search of the decedent table, same small-table
      *    convention used elsewhere in the suite.
           MOVE 'N' TO WS-DEC-FOUND
           SET WS-DEC-IDX TO 1
           PERFORM UNTIL WS-DEC-IDX > WS-DEC-COUNT
               OR WS-DEC-FOUND = 'Y'
               IF WS-DEC-DEPOSITOR-ID(WS-DEC-IDX) = WS-FIND-ID
                   MOVE 'Y' TO WS-DEC-FOUND
               ELSE
                   SET WS-DEC-IDX UP BY 1
               END-IF
           END-PERFORM.

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

       7050-CHECK-SSN.
      *    Only a nine-digit SSN is matched; a blank, partial, or
      *    foreign id is counted and left alone.
           PERFORM 7000-NORMALIZE-TAX-ID
           MOVE 'N' TO WS-SSN-VALID
           IF WS-NORM-OUT(1:9) NUMERIC
               AND WS-NORM-OUT(10:6) = SPACES
               AND WS-NORM-OUT(1:9) NOT = '000000000'
               MOVE 'Y' TO WS-SSN-VALID
           ELSE
               ADD 1 TO WS-NO-SSN-COUNT
           END-IF.

       7100-FIELD-LENGTH.
           MOVE 0 TO WS-LEN-OUT
           PERFORM VARYING WS-LEN-I FROM 1 BY 1
               UNTIL WS-LEN-I > 20
               IF WS-LEN-FIELD(WS-LEN-I:1) NOT = SPACE
                   MOVE WS-LEN-I TO WS-LEN-OUT
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE 'DMF RECORDS READ' TO ITOT-LABEL
           MOVE WS-DMF-READ TO ITOT-COUNT
           WRITE IMPACT-REPORT-LINE FROM IMP-TOTAL-LINE
           MOVE 'CONFIDENT MATCHES (DMFMAINT)' TO ITOT-LABEL
           MOVE WS-CONFIDENT-COUNT TO ITOT-COUNT
           WRITE IMPACT-REPORT-LINE FROM IMP-TOTAL-LINE
           MOVE 'PARTIAL MATCHES (DMFWORK)' TO ITOT-LABEL
           MOVE WS-WORKLIST-COUNT TO ITOT-COUNT
           WRITE IMPACT-REPORT-LINE FROM IMP-TOTAL-LINE
           MOVE 'ALREADY RECORDED DECEASED' TO ITOT-LABEL
           MOVE WS-ALREADY-COUNT TO ITOT-COUNT
           WRITE IMPACT-REPORT-LINE FROM IMP-TOTAL-LINE
           MOVE 'COVERAGE IMPACT LINES' TO ITOT-LABEL
           MOVE WS-IMPACT-COUNT TO ITOT-COUNT
           WRITE IMPACT-REPORT-LINE FROM IMP-TOTAL-LINE
           CLOSE DEATH-MAINT-FILE
           CLOSE WORKLIST-FILE
           CLOSE IMPACT-REPORT-FILE
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'DMF DEATH MATCH COMPLETE'
           DISPLAY '  DMF RECORDS READ:          ' WS-DMF-READ
           DISPLAY '  PERSONS ON FILE MATCHED:   ' WS-PERSONS-RELEASED
           DISPLAY '  PERSONS WITHOUT VALID SSN: ' WS-NO-SSN-COUNT
           DISPLAY '  SSN HITS:                  ' WS-SSN-HIT-COUNT
           DISPLAY '  CONFIDENT MATCHES:         ' WS-CONFIDENT-COUNT
           DISPLAY '  ANALYST WORKLIST:          ' WS-WORKLIST-COUNT
           DISPLAY '  ALREADY RECORDED DECEASED: ' WS-ALREADY-COUNT
           DISPLAY '  COVERAGE IMPACT LINES:     ' WS-IMPACT-COUNT
           IF WS-PG-OVERFLOW NOT = 0
               DISPLAY '  POD ACCOUNT TABLE OVERFLOW, SKIPPED: '
                   WS-PG-OVERFLOW
           END-IF
           IF WS-DEC-OVERFLOW NOT = 0
               DISPLAY '  DECEDENT TABLE OVERFLOW, ACCOUNTS NOT '
                   'LISTED: ' WS-DEC-OVERFLOW
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'DMF-DEATH-MATCH' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
