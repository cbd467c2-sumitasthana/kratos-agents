      *================================================================*
      * PROGRAM: SANCTIONS-SCREEN
      * PURPOSE: Daily screening of the parties on our files against
      *          the current sanctions list (SANCLIST, see SANCTIONS-
      *          LIST.cpy). Accounts of blocked parties must be found
      *          and set apart at a resolution -- they are insured,
      *          but the insured amount cannot be paid to a blocked
      *          party -- and until now nothing in the insurance
      *          suite knew which they were. Screened every run:
      *            - every customer on CUSTFILE, by name and tax id
      *              (a joint account's co-owners are customers too,
      *              and are tied to their accounts through SIGCARD);
      *            - each trust's grantor on TRUSTIN and every
      *              grantor of a joint trust on COGRNTR;
      *            - trust beneficiaries on BENEIN;
      *            - POD beneficiaries on PODBENEF and irrevocable
      *              trust deposit beneficiaries on DTBENEF.
      *          A hit on the normalized tax id, or on the name
      *          (upper-cased, punctuation dropped, and compared both
      *          as written and turned from "SURNAME, GIVEN" to
      *          "GIVEN SURNAME"), is carried on the case master
      *          (SANCCASE, see SANCTIONS-CASE.cpy) as one case per
      *          party, account or trust, and list entry:
      *            - compliance's decisions (SANCDECN) are applied
      *              first -- confirm blocked, or clear as a false
      *              positive; a bad decision is rejected on the
      *              report;
      *            - a hit with no case opens one, pending; a hit on
      *              an existing case only refreshes it, so a
      *              cleared party is not raised again against the
      *              same entry;
      *            - no case ever drops off the master -- a
      *              blocking decision is kept for the life of the
      *              file.
      *          From the confirmed cases the blocked property is
      *          written: SANCBACT, deposit accounts in account
      *          order (the depositor's accounts from ACCTFILE, a
      *          co-owner's from SIGCARD, and the accounts of a
      *          blocked POD or trust beneficiary), and SANCBTRS,
      *          trusts in trust-id order (see SANCTIONS-BLOCKED.
      *          cpy). DEPOSIT-ACCT-ENRICH gates on this job and
      *          carries SANCBACT to RSLT-BLOCKED-FLAG;
      *          TRUST-INSURANCE-CALC sets RES-BLOCKED-FLAG from
      *          SANCBTRS. The new generation (SANCCASN) and the
      *          compliance report (SANCRPT) are written.
      * REGULATION: 31 CFR Part 501, 12 CFR 330.1, 12 CFR Part 370
      *
      * BUG: The name test is exact after normalization -- no
      *      phonetic or fuzzy matching, so a transliteration the
      *      list does not carry as an alias is not caught. The tax
      *      id test covers only listings that publish an id.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-SCREEN.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-CASE-FILE ASSIGN TO 'SANCCASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCAS-STATUS.
           SELECT NEW-CASE-FILE ASSIGN TO 'SANCCASN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCAS-STATUS.
           SELECT DECISION-FILE ASSIGN TO 'SANCDECN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEC-STATUS.
           SELECT SANCTIONS-LIST-FILE ASSIGN TO 'SANCLIST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNL-STATUS.
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
           SELECT POD-BENE-FILE ASSIGN TO 'PODBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODB-STATUS.
           SELECT DEPOSIT-TRUST-BENE-FILE ASSIGN TO 'DTBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTB-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT DEPOSIT-SIG-CARD-FILE ASSIGN TO 'SIGCARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.
           SELECT BLOCKED-SORT-FILE ASSIGN TO 'SANCWK01'.
           SELECT BLOCKED-ACCT-FILE ASSIGN TO 'SANCBACT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACT-STATUS.
           SELECT BLOCKED-TRUST-FILE ASSIGN TO 'SANCBTRS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BTRS-STATUS.
           SELECT SCREEN-REPORT-FILE ASSIGN TO 'SANCRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Case master generations -- layout is SANCTIONS-CASE.cpy,
      *    worked in WORKING-STORAGE.
       FD  PRIOR-CASE-FILE.
       01  PCAS-RECORD               PIC X(300).

       FD  NEW-CASE-FILE.
       01  NCAS-RECORD               PIC X(300).

      *    Compliance decisions, one per line, applied in file order.
       FD  DECISION-FILE.
       01  DECISION-REC.
           05  SND-CASE-ID           PIC 9(9).
           05  SND-ACTION            PIC X(1).
               88  SND-CONFIRM-BLOCKED VALUE 'B'.
               88  SND-CLEAR         VALUE 'C'.
           05  SND-DECIDED-BY        PIC X(8).
           05  SND-NOTE              PIC X(40).
           05  FILLER                PIC X(22).

       FD  SANCTIONS-LIST-FILE.
           COPY SANCTIONS-LIST.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-MASTER.

      *    Mirrors TRUST-ACCOUNT-REC (277 bytes) -- only the trust
      *    id, grantor, and status columns are used.
       FD  TRUST-MASTER-FILE.
       01  TRM-RECORD.
           05  TRM-TRUST-ID          PIC X(12).
           05  FILLER                PIC X(66).
           05  TRM-GRANTOR-ID        PIC X(10).
           05  TRM-GRANTOR-NAME      PIC X(40).
           05  TRM-GRANTOR-SSN       PIC X(11).
           05  FILLER                PIC X(80).
           05  TRM-STATUS            PIC X(1).
               88  TRM-CLOSED        VALUE 'C'.
           05  FILLER                PIC X(57).

       FD  COGRANTOR-FILE.
           COPY TRUST-COGRANTOR.

       FD  TRUST-BENE-FILE.
           COPY TRUST-BENEFICIARY.

       FD  POD-BENE-FILE.
           COPY POD-BENEFICIARY.

       FD  DEPOSIT-TRUST-BENE-FILE.
           COPY DEPOSIT-TRUST-BENEFICIARY.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       FD  DEPOSIT-SIG-CARD-FILE.
           COPY DEPOSIT-SIGNATURE-CARD.

      *    Sort view of SANCTIONS-BLOCKED-REC (80 bytes), by account
      *    or trust id.
       SD  BLOCKED-SORT-FILE.
       01  BSRT-REC.
           05  BSRT-ACCT-OR-TRUST    PIC X(20).
           05  FILLER                PIC X(60).

      *    Blocked property -- layout is SANCTIONS-BLOCKED.cpy,
      *    built in WORKING-STORAGE.
       FD  BLOCKED-ACCT-FILE.
       01  BACT-RECORD               PIC X(80).

       FD  BLOCKED-TRUST-FILE.
       01  BTRS-RECORD               PIC X(80).

       FD  SCREEN-REPORT-FILE.
       01  SCREEN-REPORT-LINE        PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-PCAS-STATUS            PIC XX.
       01  WS-NCAS-STATUS            PIC XX.
       01  WS-DEC-STATUS             PIC XX.
       01  WS-SNL-STATUS             PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-TRM-STATUS             PIC XX.
       01  WS-CGR-STATUS             PIC XX.
       01  WS-BENE-STATUS            PIC XX.
       01  WS-PODB-STATUS            PIC XX.
       01  WS-DTB-STATUS             PIC XX.
       01  WS-ACCT-STATUS            PIC XX.
       01  WS-DSC-STATUS             PIC XX.
       01  WS-BACT-STATUS            PIC XX.
       01  WS-BTRS-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).

       COPY SANCTIONS-CASE.

       COPY SANCTIONS-BLOCKED.

      *--- The current list, loaded once. A list too big for the
      *    table stops the run -- screening against part of the
      *    list would pass the rest unseen. ---
       01  WS-LIST-COUNT             PIC 9(5) VALUE 0.
       01  WS-LIST-MAX               PIC 9(5) VALUE 10000.
       01  WS-LIST-TABLE.
           05  WS-SL-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-SL-IDX.
               10  WS-SL-ENTRY-ID    PIC X(10).
               10  WS-SL-NAME        PIC X(60).
               10  WS-SL-PROGRAM     PIC X(10).
               10  WS-SL-NORM-TIN    PIC X(15).
               10  WS-SL-NAME-1      PIC X(60).
               10  WS-SL-NAME-2      PIC X(60).

      *--- The case master, loaded once. ---
      * BUG: every hit is matched by a sequential scan of the whole
      * case table, and every party by a scan of the whole list.
      * Fine at today's volumes; a keyed case file and a sorted
      * name index are the fix if either grows much.
       01  WS-CASE-COUNT             PIC 9(5) VALUE 0.
       01  WS-CASE-MAX               PIC 9(5) VALUE 10000.
       01  WS-CASE-IDX-SAVE          PIC 9(5).
       01  WS-CASE-TABLE.
           05  WS-CS-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-CS-IDX.
               10  WS-CS-MATCH-KEY   PIC X(49).
               10  WS-CS-CASE-ID     PIC 9(9).
               10  WS-CS-STATUS      PIC X(1).
      *            N opened, S seen again while pending, B confirmed
      *            blocked or C cleared this run.
               10  WS-CS-ACTIVITY    PIC X(1).
      *            Y when a blocked case's entry is off the list.
               10  WS-CS-DELISTED    PIC X(1).
               10  WS-CS-DATA        PIC X(300).

       01  WS-MATCH-KEY.
           05  WS-MK-SOURCE          PIC X(4).
           05  WS-MK-PARTY-ID        PIC X(15).
           05  WS-MK-KEY-2           PIC X(20).
           05  WS-MK-ENTRY-ID        PIC X(10).

       01  WS-NEXT-CASE-ID           PIC 9(9) VALUE 0.

      *--- Party being screened ---
       01  WS-PTY-SOURCE             PIC X(4).
       01  WS-PTY-ID                 PIC X(15).
       01  WS-PTY-KEY-2              PIC X(20).
       01  WS-PTY-NAME               PIC X(50).
       01  WS-PTY-TAX-ID             PIC X(15).
       01  WS-PTY-NORM-TIN           PIC X(15).
       01  WS-PTY-NAME-1             PIC X(60).
       01  WS-PTY-NAME-2             PIC X(60).
       01  WS-HIT-BASIS              PIC X(3).
       01  WS-TIN-HIT                PIC X(1).
       01  WS-NAME-HIT               PIC X(1).

      *--- Tax id normalization (dashes stripped, left-justified) ---
       01  WS-NORM-IN                PIC X(15).
       01  WS-NORM-OUT               PIC X(15).
       01  WS-NORM-I                 PIC 9(3).
       01  WS-NORM-J                 PIC 9(3).

      *--- Name normalization ---
       01  WS-NAME-RAW               PIC X(60).
       01  WS-NAME-IN                PIC X(120).
       01  WS-NAME-OUT               PIC X(60).
       01  WS-NAME-FORM-1            PIC X(60).
       01  WS-NAME-FORM-2            PIC X(60).
       01  WS-NAME-PART-1            PIC X(60).
       01  WS-NAME-PART-2            PIC X(60).
       01  WS-NAME-CHAR              PIC X(1).
       01  WS-NAME-LAST-SPACE        PIC X(1).
       01  WS-COMMA-COUNT            PIC 9(3).

      *--- Customers confirmed blocked, for the account pass ---
       01  WS-BD-COUNT               PIC 9(4) VALUE 0.
       01  WS-BD-MAX                 PIC 9(4) VALUE 2000.
       01  WS-BD-OVERFLOW            PIC 9(5) VALUE 0.
       01  WS-BD-FOUND               PIC X(1).
       01  WS-FIND-ID                PIC X(15).
       01  WS-BD-TABLE.
           05  WS-BD-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-BD-IDX.
               10  WS-BD-DEPOSITOR-ID PIC X(15).
               10  WS-BD-CASE-ID     PIC 9(9).
               10  WS-BD-ENTRY-ID    PIC X(10).

      *--- Rejected decisions, kept for the report ---
       01  WS-REJECT-COUNT           PIC 9(3) VALUE 0.
       01  WS-REJECT-MAX             PIC 9(3) VALUE 200.
       01  WS-REJECT-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON          PIC X(40).
       01  WS-REJECT-TABLE.
           05  WS-RJ-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-RJ-IDX.
               10  WS-RJ-DECISION    PIC X(58).
               10  WS-RJ-REASON      PIC X(40).

      *--- Counters ---
       01  WS-PRIOR-READ             PIC 9(7) VALUE 0.
       01  WS-DECISIONS-READ         PIC 9(7) VALUE 0.
       01  WS-CONFIRMED-COUNT        PIC 9(7) VALUE 0.
       01  WS-CLEARED-COUNT          PIC 9(7) VALUE 0.
       01  WS-LIST-READ              PIC 9(7) VALUE 0.
       01  WS-PARTIES-SCREENED       PIC 9(7) VALUE 0.
       01  WS-HIT-COUNT              PIC 9(7) VALUE 0.
       01  WS-OPENED-COUNT           PIC 9(7) VALUE 0.
       01  WS-PENDING-COUNT          PIC 9(7) VALUE 0.
       01  WS-BLOCKED-CASE-COUNT     PIC 9(7) VALUE 0.
       01  WS-DELISTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-BLOCKED-ACCT-COUNT     PIC 9(7) VALUE 0.
       01  WS-BLOCKED-TRUST-COUNT    PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT          PIC 9(7).
       01  WS-SECTION-ACTIVITY       PIC X(1).

       01  CASE-HEADING-LINE.
           05  FILLER PIC X(10) VALUE '  CASE ID'.
           05  FILLER PIC X(5)  VALUE 'SRC'.
           05  FILLER PIC X(16) VALUE 'PARTY ID'.
           05  FILLER PIC X(21) VALUE 'ACCOUNT / TRUST'.
           05  FILLER PIC X(31) VALUE 'NAME ON FILE'.
           05  FILLER PIC X(11) VALUE 'LIST ENTRY'.
           05  FILLER PIC X(4)  VALUE 'HIT'.
           05  FILLER PIC X(34) VALUE 'DETAIL'.

       01  CASE-DETAIL-LINE.
           05  CDL-CASE-ID           PIC Z(8)9.
           05  FILLER                PIC X(1).
           05  CDL-SOURCE            PIC X(4).
           05  FILLER                PIC X(1).
           05  CDL-PARTY-ID          PIC X(15).
           05  FILLER                PIC X(1).
           05  CDL-KEY-2             PIC X(20).
           05  FILLER                PIC X(1).
           05  CDL-PARTY-NAME        PIC X(30).
           05  FILLER                PIC X(1).
           05  CDL-ENTRY-ID          PIC X(10).
           05  FILLER                PIC X(1).
           05  CDL-BASIS             PIC X(3).
           05  FILLER                PIC X(1).
           05  CDL-DETAIL            PIC X(34).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-DECISIONS
           PERFORM 3000-SCREEN-PARTIES
           PERFORM 4000-CHECK-DELISTED
           PERFORM 5000-WRITE-CASE-MASTER
           PERFORM 6000-WRITE-BLOCKED-PROPERTY
           PERFORM 8000-WRITE-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-CASES
           ADD 1 TO WS-NEXT-CASE-ID
           PERFORM 1300-LOAD-LIST.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock. The screen reads only the master files and
      *    rosters, not the calcs' output, so no predecessor is
      *    gated on.
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

       1200-LOAD-CASES.
      *    An absent prior generation is the first run: every hit
      *    opens tonight. A master too big for the table stops the
      *    run -- dropping a case would drop a blocking decision.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRIOR-CASE-FILE
           IF WS-PCAS-STATUS NOT = '00'
               DISPLAY 'NO PRIOR SANCTIONS CASE MASTER -- STARTING '
                        'EMPTY'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRIOR-CASE-FILE INTO SANCTIONS-CASE-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PRIOR-READ
                       IF WS-CASE-COUNT NOT < WS-CASE-MAX
                           DISPLAY 'SANCTIONS CASE MASTER EXCEEDS '
                                    WS-CASE-MAX
                                    ' CASES -- RUN ABORTED.'
                           CLOSE PRIOR-CASE-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CASE-COUNT
                       SET WS-CS-IDX TO WS-CASE-COUNT
                       MOVE SPACES TO WS-CS-ACTIVITY(WS-CS-IDX)
                       MOVE 'N' TO WS-CS-DELISTED(WS-CS-IDX)
                       PERFORM 8900-STORE-CASE
                       IF SNC-CASE-ID > WS-NEXT-CASE-ID
                           MOVE SNC-CASE-ID TO WS-NEXT-CASE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-CASE-FILE.

       1300-LOAD-LIST.
      *    No list on hand means nothing can be screened -- abort
      *    rather than report a clean day.
           OPEN INPUT SANCTIONS-LIST-FILE
           IF WS-SNL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SANCTIONS LIST: ' WS-SNL-STATUS
               DISPLAY 'NO SANCTIONS LIST -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SANCTIONS-LIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LIST-READ
                       IF SNL-ENTRY-ID NOT = SPACES
                           PERFORM 1310-STORE-LIST-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCTIONS-LIST-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY 'SANCTIONS LIST IS EMPTY -- RUN ABORTED.'
               STOP RUN
           END-IF.

       1310-STORE-LIST-ENTRY.
           IF WS-LIST-COUNT NOT < WS-LIST-MAX
               DISPLAY 'SANCTIONS LIST EXCEEDS ' WS-LIST-MAX
                        ' NAMES -- RUN ABORTED.'
               CLOSE SANCTIONS-LIST-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-LIST-COUNT
           SET WS-SL-IDX TO WS-LIST-COUNT
           MOVE SNL-ENTRY-ID TO WS-SL-ENTRY-ID(WS-SL-IDX)
           MOVE SNL-NAME     TO WS-SL-NAME(WS-SL-IDX)
           MOVE SNL-PROGRAM  TO WS-SL-PROGRAM(WS-SL-IDX)
           MOVE SNL-TAX-ID   TO WS-NORM-IN
           PERFORM 7000-NORMALIZE-TAX-ID
           MOVE WS-NORM-OUT  TO WS-SL-NORM-TIN(WS-SL-IDX)
           MOVE SNL-NAME     TO WS-NAME-RAW
           PERFORM 7200-SET-NAME-FORMS
           MOVE WS-NAME-FORM-1 TO WS-SL-NAME-1(WS-SL-IDX)
           MOVE WS-NAME-FORM-2 TO WS-SL-NAME-2(WS-SL-IDX).

       2000-APPLY-DECISIONS.
      *    Decisions are optional -- no SANCDECN means compliance
      *    decided nothing today.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DECISION-FILE
           IF WS-DEC-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DECISION-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DECISIONS-READ
                       PERFORM 2100-APPLY-DECISION
               END-READ
           END-PERFORM
           CLOSE DECISION-FILE.

       2100-APPLY-DECISION.
      *    A pending case is confirmed or cleared; a confirmed case
      *    may later be cleared (delisted or licensed) and a cleared
      *    one confirmed. Every decision must say who made it.
           MOVE 0 TO WS-CASE-IDX-SAVE
           SET WS-CS-IDX TO 1
           PERFORM UNTIL WS-CS-IDX > WS-CASE-COUNT
               IF WS-CS-CASE-ID(WS-CS-IDX) = SND-CASE-ID
                   SET WS-CASE-IDX-SAVE TO WS-CS-IDX
                   SET WS-CS-IDX TO WS-CASE-COUNT
               END-IF
               SET WS-CS-IDX UP BY 1
           END-PERFORM
           IF WS-CASE-IDX-SAVE = 0
               MOVE 'NO SUCH CASE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-DECISION
               EXIT PARAGRAPH
           END-IF
           IF SND-DECIDED-BY = SPACES
               MOVE 'DECISION WITH NO DECIDER' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-DECISION
               EXIT PARAGRAPH
           END-IF
           SET WS-CS-IDX TO WS-CASE-IDX-SAVE
           MOVE WS-CS-DATA(WS-CS-IDX) TO SANCTIONS-CASE-REC
           EVALUATE TRUE
               WHEN SND-CONFIRM-BLOCKED
                   IF SNC-BLOCKED
                       MOVE 'CASE IS ALREADY BLOCKED'
                           TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-DECISION
                       EXIT PARAGRAPH
                   END-IF
                   SET SNC-BLOCKED TO TRUE
                   MOVE 'B' TO WS-CS-ACTIVITY(WS-CS-IDX)
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN SND-CLEAR
                   IF SNC-CLEARED
                       MOVE 'CASE IS ALREADY CLEARED'
                           TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-DECISION
                       EXIT PARAGRAPH
                   END-IF
                   SET SNC-CLEARED TO TRUE
                   MOVE 'C' TO WS-CS-ACTIVITY(WS-CS-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-DECISION
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-BUSINESS-DATE TO SNC-DECIDED-DATE
           MOVE SND-DECIDED-BY   TO SNC-DECIDED-BY
           MOVE SND-NOTE         TO SNC-NOTE
           PERFORM 8900-STORE-CASE.

       2900-REJECT-DECISION.
           IF WS-REJECT-COUNT < WS-REJECT-MAX
               ADD 1 TO WS-REJECT-COUNT
               SET WS-RJ-IDX TO WS-REJECT-COUNT
               MOVE DECISION-REC TO WS-RJ-DECISION(WS-RJ-IDX)
               MOVE WS-REJECT-REASON TO WS-RJ-REASON(WS-RJ-IDX)
           ELSE
               ADD 1 TO WS-REJECT-OVERFLOW
           END-IF.

       3000-SCREEN-PARTIES.
           PERFORM 3100-SCREEN-CUSTOMERS
           PERFORM 3200-SCREEN-GRANTORS
           PERFORM 3250-SCREEN-COGRANTORS
           PERFORM 3300-SCREEN-TRUST-BENES
           PERFORM 3400-SCREEN-POD-BENES
           PERFORM 3500-SCREEN-DTB-BENES.

       3100-SCREEN-CUSTOMERS.
      *    Every customer, person or entity, open accounts or not.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               DISPLAY 'RUN ABORTED -- CASE MASTER NOT UPDATED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'CUST'            TO WS-PTY-SOURCE
                       MOVE CUST-DEPOSITOR-ID TO WS-PTY-ID
                       MOVE SPACES            TO WS-PTY-KEY-2
                       MOVE CUST-NAME         TO WS-PTY-NAME
                       MOVE CUST-GOVT-ID      TO WS-PTY-TAX-ID
                       PERFORM 3800-SCREEN-PARTY
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       3200-SCREEN-GRANTORS.
      *    One case per trust, so the blocked trust is named on the
      *    case itself. A closed trust holds nothing to block.
           OPEN INPUT TRUST-MASTER-FILE
           IF WS-TRM-STATUS NOT = '00'
               DISPLAY 'NO TRUST MASTER FILE -- GRANTORS NOT SCREENED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-MASTER-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT TRM-CLOSED
                           AND TRM-GRANTOR-ID NOT = SPACES
                           MOVE 'GRNT'           TO WS-PTY-SOURCE
                           MOVE TRM-GRANTOR-ID   TO WS-PTY-ID
                           MOVE TRM-TRUST-ID     TO WS-PTY-KEY-2
                           MOVE TRM-GRANTOR-NAME TO WS-PTY-NAME
                           MOVE TRM-GRANTOR-SSN  TO WS-PTY-TAX-ID
                           PERFORM 3800-SCREEN-PARTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRUST-MASTER-FILE.

       3250-SCREEN-COGRANTORS.
      *    The roster repeats the grantor already on TRUSTIN; the
      *    repeat lands on the same case. An absent COGRNTR simply
      *    means no joint trusts.
           OPEN INPUT COGRANTOR-FILE
           IF WS-CGR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COGRANTOR-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CGR-GRANTOR-ID NOT = SPACES
                           MOVE 'GRNT'           TO WS-PTY-SOURCE
                           MOVE CGR-GRANTOR-ID   TO WS-PTY-ID
                           MOVE CGR-TRUST-ID     TO WS-PTY-KEY-2
                           MOVE CGR-GRANTOR-NAME TO WS-PTY-NAME
                           MOVE CGR-GRANTOR-SSN  TO WS-PTY-TAX-ID
                           PERFORM 3800-SCREEN-PARTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COGRANTOR-FILE.

       3300-SCREEN-TRUST-BENES.
      *    Removed beneficiaries hold no interest and are skipped.
           OPEN INPUT TRUST-BENE-FILE
           IF WS-BENE-STATUS NOT = '00'
               DISPLAY 'NO TRUST BENEFICIARY FILE -- TRUST '
                        'BENEFICIARIES NOT SCREENED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-BENE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT BENE-REMOVED
                           MOVE 'BENE'        TO WS-PTY-SOURCE
                           MOVE BENE-ID       TO WS-PTY-ID
                           MOVE BENE-TRUST-ID TO WS-PTY-KEY-2
                           MOVE BENE-NAME     TO WS-PTY-NAME
                           MOVE BENE-SSN      TO WS-PTY-TAX-ID
                           PERFORM 3800-SCREEN-PARTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRUST-BENE-FILE.

       3400-SCREEN-POD-BENES.
           OPEN INPUT POD-BENE-FILE
           IF WS-PODB-STATUS NOT = '00'
               DISPLAY 'NO POD BENEFICIARY FILE -- POD BENEFICIARIES '
                        'NOT SCREENED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ POD-BENE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT PODB-REMOVED
                           MOVE 'POD '           TO WS-PTY-SOURCE
                           MOVE PODB-BENE-ID     TO WS-PTY-ID
                           MOVE PODB-ACCT-NUMBER TO WS-PTY-KEY-2
                           MOVE PODB-BENE-NAME   TO WS-PTY-NAME
                           MOVE PODB-BENE-SSN    TO WS-PTY-TAX-ID
                           PERFORM 3800-SCREEN-PARTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POD-BENE-FILE.

       3500-SCREEN-DTB-BENES.
           OPEN INPUT DEPOSIT-TRUST-BENE-FILE
           IF WS-DTB-STATUS NOT = '00'
               DISPLAY 'NO DEPOSIT TRUST BENEFICIARY FILE -- '
                        'IRR TRUST BENEFICIARIES NOT SCREENED'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-TRUST-BENE-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT DTB-REMOVED
                           MOVE 'DTB '          TO WS-PTY-SOURCE
                           MOVE DTB-BENE-ID     TO WS-PTY-ID
                           MOVE DTB-ACCT-NUMBER TO WS-PTY-KEY-2
                           MOVE DTB-BENE-NAME   TO WS-PTY-NAME
                           MOVE DTB-BENE-SSN    TO WS-PTY-TAX-ID
                           PERFORM 3800-SCREEN-PARTY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-TRUST-BENE-FILE.

       3800-SCREEN-PARTY.
      *    Runs the party in WS-PTY-* against every list name.
           ADD 1 TO WS-PARTIES-SCREENED
           MOVE WS-PTY-TAX-ID TO WS-NORM-IN
           PERFORM 7000-NORMALIZE-TAX-ID
           MOVE WS-NORM-OUT TO WS-PTY-NORM-TIN
           MOVE WS-PTY-NAME TO WS-NAME-RAW
           PERFORM 7200-SET-NAME-FORMS
           MOVE WS-NAME-FORM-1 TO WS-PTY-NAME-1
           MOVE WS-NAME-FORM-2 TO WS-PTY-NAME-2
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
               UNTIL WS-SL-IDX > WS-LIST-COUNT
               MOVE 'N' TO WS-TIN-HIT
               MOVE 'N' TO WS-NAME-HIT
               IF WS-PTY-NORM-TIN NOT = SPACES
                   AND WS-PTY-NORM-TIN = WS-SL-NORM-TIN(WS-SL-IDX)
                   MOVE 'Y' TO WS-TIN-HIT
               END-IF
               IF WS-PTY-NAME-1 NOT = SPACES
                   IF WS-PTY-NAME-1 = WS-SL-NAME-1(WS-SL-IDX)
                       OR WS-PTY-NAME-1 = WS-SL-NAME-2(WS-SL-IDX)
                       OR (WS-PTY-NAME-2 NOT = SPACES
                           AND WS-PTY-NAME-2 =
                               WS-SL-NAME-1(WS-SL-IDX))
                       MOVE 'Y' TO WS-NAME-HIT
                   END-IF
               END-IF
               IF WS-TIN-HIT = 'Y' OR WS-NAME-HIT = 'Y'
                   EVALUATE TRUE
                       WHEN WS-TIN-HIT = 'Y' AND WS-NAME-HIT = 'Y'
                           MOVE 'T+N' TO WS-HIT-BASIS
                       WHEN WS-TIN-HIT = 'Y'
                           MOVE 'TIN' TO WS-HIT-BASIS
                       WHEN OTHER
                           MOVE 'NAM' TO WS-HIT-BASIS
                   END-EVALUATE
                   ADD 1 TO WS-HIT-COUNT
                   PERFORM 3810-RECORD-HIT
               END-IF
           END-PERFORM.

       3810-RECORD-HIT.
           MOVE WS-PTY-SOURCE TO WS-MK-SOURCE
           MOVE WS-PTY-ID     TO WS-MK-PARTY-ID
           MOVE WS-PTY-KEY-2  TO WS-MK-KEY-2
           MOVE WS-SL-ENTRY-ID(WS-SL-IDX) TO WS-MK-ENTRY-ID
           MOVE 0 TO WS-CASE-IDX-SAVE
           SET WS-CS-IDX TO 1
           PERFORM UNTIL WS-CS-IDX > WS-CASE-COUNT
               IF WS-CS-MATCH-KEY(WS-CS-IDX) = WS-MATCH-KEY
                   SET WS-CASE-IDX-SAVE TO WS-CS-IDX
                   SET WS-CS-IDX TO WS-CASE-COUNT
               END-IF
               SET WS-CS-IDX UP BY 1
           END-PERFORM
           IF WS-CASE-IDX-SAVE NOT = 0
               PERFORM 3820-UPDATE-CASE
           ELSE
               PERFORM 3830-OPEN-CASE
           END-IF.

       3820-UPDATE-CASE.
      *    A second hit the same run (an alias under the same entry,
      *    or the repeat of a grantor on COGRNTR) widens the basis.
           SET WS-CS-IDX TO WS-CASE-IDX-SAVE
           MOVE WS-CS-DATA(WS-CS-IDX) TO SANCTIONS-CASE-REC
           IF SNC-LAST-SEEN-DATE = WS-BUSINESS-DATE
               AND SNC-MATCH-BASIS NOT = WS-HIT-BASIS
               MOVE 'T+N' TO SNC-MATCH-BASIS
           ELSE
               MOVE WS-HIT-BASIS TO SNC-MATCH-BASIS
           END-IF
           MOVE WS-BUSINESS-DATE TO SNC-LAST-SEEN-DATE
           MOVE WS-PTY-NAME      TO SNC-PARTY-NAME
           MOVE WS-PTY-TAX-ID    TO SNC-PARTY-TAX-ID
           MOVE WS-SL-NAME(WS-SL-IDX)    TO SNC-ENTRY-NAME
           MOVE WS-SL-PROGRAM(WS-SL-IDX) TO SNC-PROGRAM
           IF SNC-PENDING
               AND WS-CS-ACTIVITY(WS-CS-IDX) = SPACES
               MOVE 'S' TO WS-CS-ACTIVITY(WS-CS-IDX)
           END-IF
           PERFORM 8900-STORE-CASE.

       3830-OPEN-CASE.
      *    A hit that cannot be cased would go unseen -- the run
      *    stops instead.
           IF WS-CASE-COUNT NOT < WS-CASE-MAX
               DISPLAY 'SANCTIONS CASE TABLE FULL AT ' WS-CASE-MAX
                        ' CASES -- RUN ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-CASE-COUNT
           SET WS-CS-IDX TO WS-CASE-COUNT
           MOVE SPACES TO SANCTIONS-CASE-REC
           MOVE WS-NEXT-CASE-ID TO SNC-CASE-ID
           ADD 1 TO WS-NEXT-CASE-ID
           MOVE WS-PTY-SOURCE    TO SNC-SOURCE
           MOVE WS-PTY-ID        TO SNC-PARTY-ID
           MOVE WS-PTY-KEY-2     TO SNC-KEY-2
           MOVE WS-PTY-NAME      TO SNC-PARTY-NAME
           MOVE WS-PTY-TAX-ID    TO SNC-PARTY-TAX-ID
           MOVE WS-SL-ENTRY-ID(WS-SL-IDX) TO SNC-ENTRY-ID
           MOVE WS-SL-NAME(WS-SL-IDX)     TO SNC-ENTRY-NAME
           MOVE WS-SL-PROGRAM(WS-SL-IDX)  TO SNC-PROGRAM
           MOVE WS-HIT-BASIS     TO SNC-MATCH-BASIS
           SET SNC-PENDING TO TRUE
           MOVE WS-BUSINESS-DATE TO SNC-OPENED-DATE
           MOVE WS-BUSINESS-DATE TO SNC-LAST-SEEN-DATE
           MOVE 'N' TO WS-CS-ACTIVITY(WS-CS-IDX)
           MOVE 'N' TO WS-CS-DELISTED(WS-CS-IDX)
           ADD 1 TO WS-OPENED-COUNT
           PERFORM 8900-STORE-CASE.

       4000-CHECK-DELISTED.
      *    A blocked case whose entry has left the list stays
      *    blocked until compliance clears it (the property may
      *    still be blocked under a license condition), but is put
      *    in front of compliance on the report.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CASE-COUNT
               IF WS-CS-STATUS(WS-CS-IDX) = 'P'
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
               IF WS-CS-STATUS(WS-CS-IDX) = 'B'
                   ADD 1 TO WS-BLOCKED-CASE-COUNT
                   MOVE WS-CS-MATCH-KEY(WS-CS-IDX) TO WS-MATCH-KEY
                   MOVE 'Y' TO WS-CS-DELISTED(WS-CS-IDX)
                   PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                       UNTIL WS-SL-IDX > WS-LIST-COUNT
                       IF WS-SL-ENTRY-ID(WS-SL-IDX) = WS-MK-ENTRY-ID
                           MOVE 'N' TO WS-CS-DELISTED(WS-CS-IDX)
                           SET WS-SL-IDX TO WS-LIST-COUNT
                       END-IF
                   END-PERFORM
                   IF WS-CS-DELISTED(WS-CS-IDX) = 'Y'
                       ADD 1 TO WS-DELISTED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       5000-WRITE-CASE-MASTER.
           OPEN OUTPUT NEW-CASE-FILE
           IF WS-NCAS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW SANCTIONS CASE MASTER: '
                        WS-NCAS-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CASE-COUNT
               WRITE NCAS-RECORD FROM WS-CS-DATA(WS-CS-IDX)
               ADD 1 TO WS-RECORDS-WRITTEN
           END-PERFORM
           CLOSE NEW-CASE-FILE.

       6000-WRITE-BLOCKED-PROPERTY.
      *    Both files are written every run, empty when nothing is
      *    blocked, so the readers never see yesterday's.
           SORT BLOCKED-SORT-FILE
               ON ASCENDING KEY BSRT-ACCT-OR-TRUST
               INPUT PROCEDURE 6100-RELEASE-BLOCKED-ACCTS
               GIVING BLOCKED-ACCT-FILE
           SORT BLOCKED-SORT-FILE
               ON ASCENDING KEY BSRT-ACCT-OR-TRUST
               INPUT PROCEDURE 6200-RELEASE-BLOCKED-TRUSTS
               GIVING BLOCKED-TRUST-FILE.

       6100-RELEASE-BLOCKED-ACCTS.
      *    A blocked POD or trust deposit beneficiary names the
      *    account on the case; a blocked customer is looked up as
      *    depositor on ACCTFILE and as co-owner on SIGCARD.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CASE-COUNT
               IF WS-CS-STATUS(WS-CS-IDX) = 'B'
                   MOVE WS-CS-DATA(WS-CS-IDX) TO SANCTIONS-CASE-REC
                   EVALUATE TRUE
                       WHEN SNC-POD-BENE
                           PERFORM 6900-SET-BLOCKED-FROM-CASE
                           MOVE 'POD ' TO SNB-ROLE
                           PERFORM 6910-RELEASE-ACCT
                       WHEN SNC-DEP-TRUST-BENE
                           PERFORM 6900-SET-BLOCKED-FROM-CASE
                           MOVE 'DTB ' TO SNB-ROLE
                           PERFORM 6910-RELEASE-ACCT
                       WHEN SNC-CUSTOMER
                           PERFORM 6110-NOTE-BLOCKED-DEPOSITOR
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-BD-COUNT > 0
               PERFORM 6120-RELEASE-DEPOSITOR-ACCTS
               PERFORM 6130-RELEASE-CO-OWNER-ACCTS
           END-IF.

       6110-NOTE-BLOCKED-DEPOSITOR.
           MOVE SNC-PARTY-ID TO WS-FIND-ID
           PERFORM 6150-FIND-BLOCKED-DEPOSITOR
           IF WS-BD-FOUND = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-BD-COUNT NOT < WS-BD-MAX
               ADD 1 TO WS-BD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BD-COUNT
           SET WS-BD-IDX TO WS-BD-COUNT
           MOVE SNC-PARTY-ID TO WS-BD-DEPOSITOR-ID(WS-BD-IDX)
           MOVE SNC-CASE-ID  TO WS-BD-CASE-ID(WS-BD-IDX)
           MOVE SNC-ENTRY-ID TO WS-BD-ENTRY-ID(WS-BD-IDX).

       6120-RELEASE-DEPOSITOR-ACCTS.
      *    A closed account holds nothing; every other status does.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
               DISPLAY 'RUN ABORTED -- BLOCKED ACCOUNTS INCOMPLETE.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF NOT ACCT-CLOSED
                           MOVE ACCT-DEPOSITOR-ID TO WS-FIND-ID
                           PERFORM 6150-FIND-BLOCKED-DEPOSITOR
                           IF WS-BD-FOUND = 'Y'
                               MOVE ACCT-NUMBER TO WS-PTY-KEY-2
                               MOVE SPACES TO SANCTIONS-BLOCKED-REC
                               MOVE 'DEP ' TO SNB-ROLE
                               PERFORM 6160-RELEASE-DEPOSITOR-ACCT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       6130-RELEASE-CO-OWNER-ACCTS.
      *    An absent SIGCARD means no signature cards on file.
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
                       PERFORM 6150-FIND-BLOCKED-DEPOSITOR
                       IF WS-BD-FOUND = 'Y'
                           MOVE DSC-ACCT-NUMBER TO WS-PTY-KEY-2
                           MOVE SPACES TO SANCTIONS-BLOCKED-REC
                           MOVE 'OWN ' TO SNB-ROLE
                           PERFORM 6160-RELEASE-DEPOSITOR-ACCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-SIG-CARD-FILE.

       6150-FIND-BLOCKED-DEPOSITOR.
      *    Linear search, same small-table convention used elsewhere
      *    in the suite.
           MOVE 'N' TO WS-BD-FOUND
           SET WS-BD-IDX TO 1
           PERFORM UNTIL WS-BD-IDX > WS-BD-COUNT
               OR WS-BD-FOUND = 'Y'
               IF WS-BD-DEPOSITOR-ID(WS-BD-IDX) = WS-FIND-ID
                   MOVE 'Y' TO WS-BD-FOUND
               ELSE
                   SET WS-BD-IDX UP BY 1
               END-IF
           END-PERFORM.

       6160-RELEASE-DEPOSITOR-ACCT.
      *    WS-BD-IDX is left on the depositor found; the caller has
      *    cleared the record, moved the account to WS-PTY-KEY-2,
      *    and set the role.
           MOVE WS-PTY-KEY-2 TO SNB-ACCT-OR-TRUST
           MOVE WS-BD-DEPOSITOR-ID(WS-BD-IDX) TO SNB-PARTY-ID
           MOVE WS-BD-CASE-ID(WS-BD-IDX)      TO SNB-CASE-ID
           MOVE WS-BD-ENTRY-ID(WS-BD-IDX)     TO SNB-ENTRY-ID
           MOVE WS-BUSINESS-DATE              TO SNB-BUSINESS-DATE
           PERFORM 6910-RELEASE-ACCT.

       6200-RELEASE-BLOCKED-TRUSTS.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CASE-COUNT
               IF WS-CS-STATUS(WS-CS-IDX) = 'B'
                   MOVE WS-CS-DATA(WS-CS-IDX) TO SANCTIONS-CASE-REC
                   IF SNC-GRANTOR OR SNC-TRUST-BENE
                       PERFORM 6900-SET-BLOCKED-FROM-CASE
                       IF SNC-GRANTOR
                           MOVE 'GRNT' TO SNB-ROLE
                       ELSE
                           MOVE 'BENE' TO SNB-ROLE
                       END-IF
                       RELEASE BSRT-REC FROM SANCTIONS-BLOCKED-REC
                       ADD 1 TO WS-BLOCKED-TRUST-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       6900-SET-BLOCKED-FROM-CASE.
           MOVE SPACES TO SANCTIONS-BLOCKED-REC
           MOVE SNC-KEY-2        TO SNB-ACCT-OR-TRUST
           MOVE SNC-PARTY-ID     TO SNB-PARTY-ID
           MOVE SNC-CASE-ID      TO SNB-CASE-ID
           MOVE SNC-ENTRY-ID     TO SNB-ENTRY-ID
           MOVE WS-BUSINESS-DATE TO SNB-BUSINESS-DATE.

       6910-RELEASE-ACCT.
           RELEASE BSRT-REC FROM SANCTIONS-BLOCKED-REC
           ADD 1 TO WS-BLOCKED-ACCT-COUNT.

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

       7100-NORMALIZE-NAME.
      *    WS-NAME-IN to WS-NAME-OUT: upper case, periods and
      *    apostrophes dropped, commas and hyphens read as spaces,
      *    runs of spaces closed up, left-justified.
           INSPECT WS-NAME-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NAME-OUT
           MOVE 'Y' TO WS-NAME-LAST-SPACE
           MOVE 1 TO WS-NORM-J
           PERFORM VARYING WS-NORM-I FROM 1 BY 1
               UNTIL WS-NORM-I > 120 OR WS-NORM-J > 60
               MOVE WS-NAME-IN(WS-NORM-I:1) TO WS-NAME-CHAR
               IF WS-NAME-CHAR = ',' OR WS-NAME-CHAR = '-'
                   MOVE SPACE TO WS-NAME-CHAR
               END-IF
               EVALUATE TRUE
                   WHEN WS-NAME-CHAR = '.' OR WS-NAME-CHAR = QUOTE
                       CONTINUE
                   WHEN WS-NAME-CHAR = "'"
                       CONTINUE
                   WHEN WS-NAME-CHAR = SPACE
                       IF WS-NAME-LAST-SPACE = 'N'
                           MOVE SPACE TO WS-NAME-OUT(WS-NORM-J:1)
                           ADD 1 TO WS-NORM-J
                           MOVE 'Y' TO WS-NAME-LAST-SPACE
                       END-IF
                   WHEN OTHER
                       MOVE WS-NAME-CHAR TO WS-NAME-OUT(WS-NORM-J:1)
                       ADD 1 TO WS-NORM-J
                       MOVE 'N' TO WS-NAME-LAST-SPACE
               END-EVALUATE
           END-PERFORM.

       7200-SET-NAME-FORMS.
      *    Form 1 is WS-NAME-RAW as written; form 2, only for a name
      *    written "SURNAME, GIVEN", is "GIVEN SURNAME".
           MOVE SPACES TO WS-NAME-IN
           MOVE WS-NAME-RAW TO WS-NAME-IN(1:60)
           PERFORM 7100-NORMALIZE-NAME
           MOVE WS-NAME-OUT TO WS-NAME-FORM-1
           MOVE SPACES TO WS-NAME-FORM-2
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-NAME-RAW TALLYING WS-COMMA-COUNT FOR ALL ','
           IF WS-COMMA-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NAME-PART-1 WS-NAME-PART-2
           UNSTRING WS-NAME-RAW DELIMITED BY ','
               INTO WS-NAME-PART-1 WS-NAME-PART-2
           END-UNSTRING
           MOVE SPACES TO WS-NAME-IN
           MOVE WS-NAME-PART-2 TO WS-NAME-IN(1:60)
           MOVE WS-NAME-PART-1 TO WS-NAME-IN(61:60)
           PERFORM 7100-NORMALIZE-NAME
           MOVE WS-NAME-OUT TO WS-NAME-FORM-2.

       8000-WRITE-REPORT.
           OPEN OUTPUT SCREEN-REPORT-FILE
           MOVE SPACES TO SCREEN-REPORT-LINE
           STRING 'SANCTIONS SCREENING -- BUSINESS DATE '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE
           MOVE SPACES TO SCREEN-REPORT-LINE
           STRING 'LIST NAMES ' WS-LIST-COUNT
                  '  PARTIES SCREENED ' WS-PARTIES-SCREENED
                  '  HITS ' WS-HIT-COUNT
                  '  CASES OPENED ' WS-OPENED-COUNT
               DELIMITED SIZE INTO SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE
           MOVE SPACES TO SCREEN-REPORT-LINE
           STRING 'DECISIONS -- CONFIRMED BLOCKED ' WS-CONFIRMED-COUNT
                  '  CLEARED ' WS-CLEARED-COUNT
                  '  PENDING AFTER THIS RUN ' WS-PENDING-COUNT
                  '  BLOCKED CASES ' WS-BLOCKED-CASE-COUNT
               DELIMITED SIZE INTO SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE
           MOVE SPACES TO SCREEN-REPORT-LINE
           STRING 'BLOCKED PROPERTY -- ACCOUNT RECORDS '
                  WS-BLOCKED-ACCT-COUNT
                  '  TRUST RECORDS ' WS-BLOCKED-TRUST-COUNT
               DELIMITED SIZE INTO SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE
           MOVE SPACES TO SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE
           MOVE 'N' TO WS-SECTION-ACTIVITY
           MOVE 'NEW POTENTIAL MATCHES -- PENDING COMPLIANCE REVIEW'
               TO SCREEN-REPORT-LINE
           PERFORM 8100-WRITE-CASE-SECTION
           MOVE 'P' TO WS-SECTION-ACTIVITY
           MOVE 'EARLIER MATCHES STILL PENDING'
               TO SCREEN-REPORT-LINE
           PERFORM 8100-WRITE-CASE-SECTION
           MOVE 'B' TO WS-SECTION-ACTIVITY
           MOVE 'CONFIRMED BLOCKED THIS RUN' TO SCREEN-REPORT-LINE
           PERFORM 8100-WRITE-CASE-SECTION
           MOVE 'C' TO WS-SECTION-ACTIVITY
           MOVE 'CLEARED THIS RUN' TO SCREEN-REPORT-LINE
           PERFORM 8100-WRITE-CASE-SECTION
           MOVE 'D' TO WS-SECTION-ACTIVITY
           MOVE 'BLOCKED -- LIST ENTRY NO LONGER ON THE LIST'
               TO SCREEN-REPORT-LINE
           PERFORM 8100-WRITE-CASE-SECTION
           PERFORM 8300-WRITE-REJECTS
           IF WS-BD-OVERFLOW > 0
               MOVE SPACES TO SCREEN-REPORT-LINE
               STRING 'BLOCKED CUSTOMER TABLE FULL -- ACCOUNTS NOT '
                      'DERIVED FOR ' WS-BD-OVERFLOW ' CUSTOMERS'
                   DELIMITED SIZE INTO SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE
           END-IF
           CLOSE SCREEN-REPORT-FILE.

       8100-WRITE-CASE-SECTION.
      *    The caller moves the section title to the report line.
      *    Section 'P' is every pending case not opened tonight;
      *    'D' every blocked case whose entry has left the list.
           WRITE SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE FROM CASE-HEADING-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CASE-COUNT
               EVALUATE WS-SECTION-ACTIVITY
                   WHEN 'P'
                       IF WS-CS-STATUS(WS-CS-IDX) = 'P'
                           AND WS-CS-ACTIVITY(WS-CS-IDX) NOT = 'N'
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM 8110-WRITE-CASE-LINE
                       END-IF
                   WHEN 'D'
                       IF WS-CS-DELISTED(WS-CS-IDX) = 'Y'
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM 8110-WRITE-CASE-LINE
                       END-IF
                   WHEN OTHER
                       IF WS-CS-ACTIVITY(WS-CS-IDX) =
                           WS-SECTION-ACTIVITY
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM 8110-WRITE-CASE-LINE
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE
           END-IF
           MOVE SPACES TO SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE.

       8110-WRITE-CASE-LINE.
           MOVE WS-CS-DATA(WS-CS-IDX) TO SANCTIONS-CASE-REC
           MOVE SPACES TO CASE-DETAIL-LINE
           MOVE SNC-CASE-ID     TO CDL-CASE-ID
           MOVE SNC-SOURCE      TO CDL-SOURCE
           MOVE SNC-PARTY-ID    TO CDL-PARTY-ID
           MOVE SNC-KEY-2       TO CDL-KEY-2
           MOVE SNC-PARTY-NAME  TO CDL-PARTY-NAME
           MOVE SNC-ENTRY-ID    TO CDL-ENTRY-ID
           MOVE SNC-MATCH-BASIS TO CDL-BASIS
           EVALUATE WS-SECTION-ACTIVITY
               WHEN 'P'
                   STRING 'OPENED ' SNC-OPENED-DATE
                          ' SEEN ' SNC-LAST-SEEN-DATE
                       DELIMITED SIZE INTO CDL-DETAIL
               WHEN 'B'
               WHEN 'C'
               WHEN 'D'
                   STRING SNC-DECIDED-BY ' ' SNC-NOTE
                       DELIMITED SIZE INTO CDL-DETAIL
               WHEN OTHER
                   MOVE SNC-ENTRY-NAME TO CDL-DETAIL
           END-EVALUATE
           WRITE SCREEN-REPORT-LINE FROM CASE-DETAIL-LINE.

       8300-WRITE-REJECTS.
           MOVE 'COMPLIANCE DECISIONS REJECTED' TO SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE
           IF WS-REJECT-COUNT = 0
               MOVE '  NONE' TO SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE
           END-IF
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
               UNTIL WS-RJ-IDX > WS-REJECT-COUNT
               MOVE SPACES TO SCREEN-REPORT-LINE
               STRING '  ' WS-RJ-DECISION(WS-RJ-IDX)
                      '  -- ' WS-RJ-REASON(WS-RJ-IDX)
                   DELIMITED SIZE INTO SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE
           END-PERFORM
           IF WS-REJECT-OVERFLOW > 0
               MOVE SPACES TO SCREEN-REPORT-LINE
               STRING '  MORE REJECTS NOT LISTED: ' WS-REJECT-OVERFLOW
                   DELIMITED SIZE INTO SCREEN-REPORT-LINE
               WRITE SCREEN-REPORT-LINE
           END-IF
           MOVE SPACES TO SCREEN-REPORT-LINE
           WRITE SCREEN-REPORT-LINE.

       8900-STORE-CASE.
      *    Puts SANCTIONS-CASE-REC back in the table entry at
      *    WS-CS-IDX with its match key and status.
           MOVE SNC-SOURCE      TO WS-MK-SOURCE
           MOVE SNC-PARTY-ID    TO WS-MK-PARTY-ID
           MOVE SNC-KEY-2       TO WS-MK-KEY-2
           MOVE SNC-ENTRY-ID    TO WS-MK-ENTRY-ID
           MOVE WS-MATCH-KEY    TO WS-CS-MATCH-KEY(WS-CS-IDX)
           MOVE SNC-CASE-ID     TO WS-CS-CASE-ID(WS-CS-IDX)
           MOVE SNC-STATUS      TO WS-CS-STATUS(WS-CS-IDX)
           MOVE SANCTIONS-CASE-REC TO WS-CS-DATA(WS-CS-IDX).

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'SANCTIONS SCREENING COMPLETE'
           DISPLAY '  BUSINESS DATE:            ' WS-BUSINESS-DATE
           DISPLAY '  LIST NAMES LOADED:        ' WS-LIST-COUNT
           DISPLAY '  PRIOR CASES READ:         ' WS-PRIOR-READ
           DISPLAY '  DECISIONS READ:           ' WS-DECISIONS-READ
           DISPLAY '  CONFIRMED BLOCKED:        ' WS-CONFIRMED-COUNT
           DISPLAY '  CLEARED:                  ' WS-CLEARED-COUNT
           DISPLAY '  PARTIES SCREENED:         ' WS-PARTIES-SCREENED
           DISPLAY '  LIST HITS:                ' WS-HIT-COUNT
           DISPLAY '  CASES OPENED:             ' WS-OPENED-COUNT
           DISPLAY '  CASES PENDING:            ' WS-PENDING-COUNT
           DISPLAY '  CASES WRITTEN:            ' WS-RECORDS-WRITTEN
           DISPLAY '  BLOCKED ACCOUNT RECORDS:  ' WS-BLOCKED-ACCT-COUNT
           DISPLAY '  BLOCKED TRUST RECORDS:    ' WS-BLOCKED-TRUST-COUNT
           IF WS-REJECT-COUNT NOT = 0
               DISPLAY '  DECISIONS REJECTED:       ' WS-REJECT-COUNT
           END-IF
           IF WS-DELISTED-COUNT NOT = 0
               DISPLAY '  BLOCKED, ENTRY DELISTED:  ' WS-DELISTED-COUNT
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'SANCTIONS-SCREEN' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
