      *================================================================*
      * PROGRAM: DOC-DEFICIENCY-RPT
      * PURPOSE: Ownership documentation deficiency tracker. Many
      *          determinations rest on a document we have only
      *          assumed exists -- the trust agreement behind an IRR
      *          or formal revocable trust calculation, the POD
      *          designation, the EBP plan documents, the signature
      *          card behind a joint split, the official custodian
      *          designation behind a GOV calculation -- and the
      *          examiners ask to see them. This job matches the
      *          imaging system's document index (DOCINDEX, see
      *          DOCUMENT-INDEX.cpy) against the document each
      *          account's calculation method on RSLTFILE, and each
      *          trust's ORC on RESULTOUT, relies on:
      *            TRST - IRR_PER_BENE, REV_BENE_CALC; trust ORC
      *                   REV, IRR, CRT
      *            PODD - REV_POD_ROSTER, REV_POD_OWNER
      *            EBPD - EBP_PER_PARTIC; trust ORC EBP
      *            SIGC - JNT_ACTUAL_INTEREST, JNT_UNEQUAL_WDRAW
      *            GOVC - GOV_PER_CUSTODIAN
      *          An account or trust with no signed document of the
      *          category filed under its id is deficient (MISSING,
      *          or UNSIGNED where only an unsigned image is
      *          indexed). Outputs:
      *            DOCDEFRP - the deficient accounts and trusts,
      *                       ranked by the insured amount resting
      *                       on the missing document, largest
      *                       first, with the totals per category;
      *            DOCDEFST - the counts per category (see
      *                       DOC-DEFICIENCY-SUMMARY.cpy), carried
      *                       into the Part 370 certification
      *                       package by PART370-CERT-RPT.
      * REGULATION: 12 CFR 330.5, 330.9, 330.10, 330.13, 330.14,
      *             330.15; 12 CFR Part 370
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-DEFICIENCY-RPT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENT-INDEX-FILE ASSIGN TO 'DOCINDEX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIX-STATUS.
           SELECT DEPOSIT-RESULT-FILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSLT-STATUS.
           SELECT TRUST-RESULT-FILE ASSIGN TO 'RESULTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRSLT-STATUS.
           SELECT MATCH-SORT-FILE ASSIGN TO 'DOCWK01'.
           SELECT SORTED-MATCH-FILE ASSIGN TO 'DOCMSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMAT-STATUS.
           SELECT DEFICIENCY-WORK-FILE ASSIGN TO 'DOCDWRK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DWRK-STATUS.
           SELECT RANK-SORT-FILE ASSIGN TO 'DOCWK02'.
           SELECT RANKED-DEFICIENCY-FILE ASSIGN TO 'DOCDRNK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRNK-STATUS.
           SELECT DEFICIENCY-REPORT-FILE ASSIGN TO 'DOCDEFRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT DEFICIENCY-SUMMARY-FILE ASSIGN TO 'DOCDEFST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DOCUMENT-INDEX-FILE.
           COPY DOCUMENT-INDEX.

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

      *    One record per indexed document (kind '1') and per result
      *    row relying on a document (kind '2'), so each account's
      *    or trust's documents arrive ahead of its requirement.
       SD  MATCH-SORT-FILE.
       01  MSRT-REC.
           05  MSRT-ENTITY-ID        PIC X(20).
           05  MSRT-DOC-TYPE         PIC X(4).
           05  MSRT-KIND             PIC X(1).
           05  MSRT-SIGNED           PIC X(1).
           05  MSRT-SOURCE           PIC X(1).
           05  MSRT-INSTITUTION-ID   PIC X(5).
           05  MSRT-ORC-TYPE         PIC X(5).
           05  MSRT-CALC-METHOD      PIC X(20).
           05  MSRT-INSURED-AMT      PIC S9(13)V99.
           05  MSRT-BALANCE          PIC S9(13)V99.

       FD  SORTED-MATCH-FILE.
       01  SMAT-REC.
           05  SMAT-ENTITY-ID        PIC X(20).
           05  SMAT-DOC-TYPE         PIC X(4).
           05  SMAT-KIND             PIC X(1).
               88  SMAT-DOCUMENT     VALUE '1'.
               88  SMAT-REQUIREMENT  VALUE '2'.
           05  SMAT-SIGNED           PIC X(1).
           05  SMAT-SOURCE           PIC X(1).
           05  SMAT-INSTITUTION-ID   PIC X(5).
           05  SMAT-ORC-TYPE         PIC X(5).
           05  SMAT-CALC-METHOD      PIC X(20).
           05  SMAT-INSURED-AMT      PIC S9(13)V99.
           05  SMAT-BALANCE          PIC S9(13)V99.

      *    Deficiencies, layout DOC-DEFICIENCY-ITEM in
      *    WORKING-STORAGE.
       FD  DEFICIENCY-WORK-FILE.
       01  DWRK-RECORD               PIC X(100).

       SD  RANK-SORT-FILE.
       01  RSRT-REC.
           05  RSRT-AT-STAKE-AMT     PIC S9(13)V99.
           05  RSRT-ENTITY-ID        PIC X(20).
           05  FILLER                PIC X(65).

       FD  RANKED-DEFICIENCY-FILE.
       01  DRNK-RECORD               PIC X(100).

       FD  DEFICIENCY-REPORT-FILE.
       01  DEFICIENCY-REPORT-LINE    PIC X(132).

       FD  DEFICIENCY-SUMMARY-FILE.
           COPY DOC-DEFICIENCY-SUMMARY.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DIX-STATUS             PIC XX.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-SMAT-STATUS            PIC XX.
       01  WS-DWRK-STATUS            PIC XX.
       01  WS-DRNK-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-DDS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE     PIC X VALUE 'N'.

      *--- What each determination relies on. Source 'D' keys on the
      *    deposit calc method, source 'T' on the trust ORC. ---
       01  WS-REQUIREMENT-VALUES.
           05  FILLER PIC X(25) VALUE 'DIRR_PER_BENE        TRST'.
           05  FILLER PIC X(25) VALUE 'DREV_BENE_CALC       TRST'.
           05  FILLER PIC X(25) VALUE 'DREV_POD_ROSTER      PODD'.
           05  FILLER PIC X(25) VALUE 'DREV_POD_OWNER       PODD'.
           05  FILLER PIC X(25) VALUE 'DEBP_PER_PARTIC      EBPD'.
           05  FILLER PIC X(25) VALUE 'DJNT_ACTUAL_INTEREST SIGC'.
           05  FILLER PIC X(25) VALUE 'DJNT_UNEQUAL_WDRAW   SIGC'.
           05  FILLER PIC X(25) VALUE 'DGOV_PER_CUSTODIAN   GOVC'.
           05  FILLER PIC X(25) VALUE 'TREV                 TRST'.
           05  FILLER PIC X(25) VALUE 'TIRR                 TRST'.
           05  FILLER PIC X(25) VALUE 'TCRT                 TRST'.
           05  FILLER PIC X(25) VALUE 'TEBP                 EBPD'.
       01  WS-REQUIREMENT-TABLE REDEFINES WS-REQUIREMENT-VALUES.
           05  WS-RQ-ENTRY OCCURS 12 TIMES
                            INDEXED BY WS-RQ-IDX.
               10  WS-RQ-SOURCE      PIC X(1).
               10  WS-RQ-BASIS       PIC X(20).
               10  WS-RQ-DOC-TYPE    PIC X(4).
       01  WS-RQ-LOOKUP-SOURCE       PIC X(1).
       01  WS-RQ-LOOKUP-BASIS        PIC X(20).
       01  WS-RQ-FOUND-TYPE          PIC X(4).

      *--- Document categories, in summary order ---
       01  WS-CATEGORY-VALUES.
           05  FILLER PIC X(34)
               VALUE 'TRSTTRUST AGREEMENT'.
           05  FILLER PIC X(34)
               VALUE 'PODDPOD DESIGNATION'.
           05  FILLER PIC X(34)
               VALUE 'EBPDEBP PLAN DOCUMENTS'.
           05  FILLER PIC X(34)
               VALUE 'SIGCSIGNATURE CARD'.
           05  FILLER PIC X(34)
               VALUE 'GOVCOFFICIAL CUSTODIAN DESIGNATION'.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05  WS-CT-ENTRY OCCURS 5 TIMES
                            INDEXED BY WS-CT-IDX.
               10  WS-CT-DOC-TYPE    PIC X(4).
               10  WS-CT-DESCRIPTION PIC X(30).
       01  WS-CATEGORY-TOTALS.
           05  WS-CT-TOTAL OCCURS 5 TIMES.
               10  WS-CT-REQUIRED    PIC 9(7).
               10  WS-CT-DEFICIENT   PIC 9(7).
               10  WS-CT-UNSIGNED    PIC 9(7).
               10  WS-CT-AT-STAKE    PIC S9(13)V99.
       01  WS-CT-HIT                 PIC 9(2).

      *--- The account or trust / category being matched ---
       01  WS-GRP-KEY.
           05  WS-GRP-ENTITY-ID      PIC X(20).
           05  WS-GRP-DOC-TYPE       PIC X(4).
       01  WS-GRP-DOC-COUNT          PIC 9(5).
       01  WS-GRP-SIGNED-COUNT       PIC 9(5).
       01  WS-GRP-ROWS               PIC 9(5).
       01  WS-GRP-SOURCE             PIC X(1).
       01  WS-GRP-INSTITUTION-ID     PIC X(5).
       01  WS-GRP-ORC-TYPE           PIC X(5).
       01  WS-GRP-CALC-METHOD        PIC X(20).
       01  WS-GRP-INSURED            PIC S9(13)V99.
       01  WS-GRP-BALANCE            PIC S9(13)V99.

       01  DOC-DEFICIENCY-ITEM.
           05  DDI-AT-STAKE-AMT      PIC S9(13)V99.
           05  DDI-ENTITY-ID         PIC X(20).
           05  DDI-SOURCE            PIC X(1).
           05  DDI-INSTITUTION-ID    PIC X(5).
           05  DDI-ORC-TYPE          PIC X(5).
           05  DDI-CALC-METHOD       PIC X(20).
           05  DDI-DOC-TYPE          PIC X(4).
           05  DDI-REASON            PIC X(8).
           05  DDI-BALANCE           PIC S9(13)V99.
           05  DDI-ROWS              PIC 9(5).
           05  FILLER                PIC X(2).

      *--- Counters ---
       01  WS-DIX-READ               PIC 9(9) VALUE 0.
       01  WS-DIX-REJECTED           PIC 9(9) VALUE 0.
       01  WS-DIX-UNMATCHED          PIC 9(9) VALUE 0.
       01  WS-DRSLT-READ             PIC 9(9) VALUE 0.
       01  WS-TRSLT-READ             PIC 9(9) VALUE 0.
       01  WS-REQUIRED-ROWS          PIC 9(9) VALUE 0.
       01  WS-DEFICIENT-COUNT        PIC 9(9) VALUE 0.
       01  WS-TOTAL-AT-STAKE         PIC S9(13)V99 VALUE 0.
       01  WS-RANK                   PIC 9(7) VALUE 0.

       01  DEF-HEADING-LINE.
           05  FILLER PIC X(8)  VALUE 'RANK'.
           05  FILLER PIC X(21) VALUE 'ACCOUNT / TRUST'.
           05  FILLER PIC X(4)  VALUE 'SRC'.
           05  FILLER PIC X(6)  VALUE 'INST'.
           05  FILLER PIC X(6)  VALUE 'ORC'.
           05  FILLER PIC X(21) VALUE 'CALC METHOD'.
           05  FILLER PIC X(5)  VALUE 'DOC'.
           05  FILLER PIC X(9)  VALUE 'REASON'.
           05  FILLER PIC X(21) VALUE '     INSURED AT STAKE'.
           05  FILLER PIC X(21) VALUE '             BALANCE'.

       01  DEF-DETAIL-LINE.
           05  DDL-RANK              PIC ZZZZZZ9.
           05  FILLER                PIC X(1).
           05  DDL-ENTITY-ID         PIC X(20).
           05  FILLER                PIC X(1).
           05  DDL-SOURCE            PIC X(3).
           05  FILLER                PIC X(1).
           05  DDL-INSTITUTION-ID    PIC X(5).
           05  FILLER                PIC X(1).
           05  DDL-ORC-TYPE          PIC X(5).
           05  FILLER                PIC X(1).
           05  DDL-CALC-METHOD       PIC X(20).
           05  FILLER                PIC X(1).
           05  DDL-DOC-TYPE          PIC X(4).
           05  FILLER                PIC X(1).
           05  DDL-REASON            PIC X(8).
           05  FILLER                PIC X(1).
           05  DDL-AT-STAKE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  DDL-BALANCE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  CAT-HEADING-LINE.
           05  FILLER PIC X(6)  VALUE 'DOC'.
           05  FILLER PIC X(31) VALUE 'CATEGORY'.
           05  FILLER PIC X(11) VALUE '   RELIANT'.
           05  FILLER PIC X(11) VALUE ' DEFICIENT'.
           05  FILLER PIC X(11) VALUE '  UNSIGNED'.
           05  FILLER PIC X(21) VALUE '     INSURED AT STAKE'.

       01  CAT-TOTAL-LINE.
           05  CTL-DOC-TYPE          PIC X(4).
           05  FILLER                PIC X(2).
           05  CTL-DESCRIPTION       PIC X(30).
           05  FILLER                PIC X(1).
           05  CTL-REQUIRED          PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2).
           05  CTL-DEFICIENT         PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2).
           05  CTL-UNSIGNED          PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(2).
           05  CTL-AT-STAKE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-DOCUMENTS
           PERFORM 3000-FIND-DEFICIENCIES
           PERFORM 4000-RANK-DEFICIENCIES
           PERFORM 5000-WRITE-REPORT
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           INITIALIZE WS-CATEGORY-TOTALS.

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

       2000-MATCH-DOCUMENTS.
           SORT MATCH-SORT-FILE
               ON ASCENDING KEY MSRT-ENTITY-ID MSRT-DOC-TYPE
                                MSRT-KIND
               INPUT PROCEDURE 2100-RELEASE-MATCH-ITEMS
               GIVING SORTED-MATCH-FILE.

       2100-RELEASE-MATCH-ITEMS.
      *    No index means no document can be shown for anything --
      *    the imaging feed failed, and a report calling every
      *    reliant account deficient would bury the real gaps.
           OPEN INPUT DOCUMENT-INDEX-FILE
           IF WS-DIX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DOCUMENT INDEX: '
                        WS-DIX-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DOCUMENT-INDEX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DIX-READ
                       PERFORM 2110-RELEASE-DOCUMENT
               END-READ
           END-PERFORM
           CLOSE DOCUMENT-INDEX-FILE
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
                       MOVE 'D' TO WS-RQ-LOOKUP-SOURCE
                       MOVE DRSLT-CALC-METHOD TO WS-RQ-LOOKUP-BASIS
                       PERFORM 7100-FIND-REQUIREMENT
                       IF WS-RQ-FOUND-TYPE NOT = SPACES
                           MOVE SPACES TO MSRT-REC
                           MOVE DRSLT-ACCT-NUMBER TO MSRT-ENTITY-ID
                           MOVE DRSLT-INSTITUTION-ID
                               TO MSRT-INSTITUTION-ID
                           MOVE DRSLT-ORC-TYPE TO MSRT-ORC-TYPE
                           MOVE DRSLT-CALC-METHOD TO MSRT-CALC-METHOD
                           MOVE DRSLT-INSURED-AMT TO MSRT-INSURED-AMT
                           MOVE DRSLT-BALANCE TO MSRT-BALANCE
                           PERFORM 2120-RELEASE-REQUIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-RESULT-FILE
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
      *                A trust the calc fell back to single ownership
      *                on carries ORC SGL and relies on nothing.
                       MOVE 'T' TO WS-RQ-LOOKUP-SOURCE
                       MOVE TRSLT-ORC-TYPE TO WS-RQ-LOOKUP-BASIS
                       PERFORM 7100-FIND-REQUIREMENT
                       IF WS-RQ-FOUND-TYPE NOT = SPACES
                           MOVE SPACES TO MSRT-REC
                           MOVE TRSLT-TRUST-ID TO MSRT-ENTITY-ID
                           MOVE TRSLT-INSTITUTION-ID
                               TO MSRT-INSTITUTION-ID
                           MOVE TRSLT-ORC-TYPE TO MSRT-ORC-TYPE
                           MOVE TRSLT-CALC-METHOD TO MSRT-CALC-METHOD
                           MOVE TRSLT-INSURED-AMT TO MSRT-INSURED-AMT
                           MOVE TRSLT-TOTAL-BALANCE TO MSRT-BALANCE
                           PERFORM 2120-RELEASE-REQUIREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       2110-RELEASE-DOCUMENT.
      *    A document with no id or of a type no determination uses
      *    can never satisfy anything; it is counted and dropped.
           MOVE 0 TO WS-CT-HIT
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 5
               IF WS-CT-DOC-TYPE(WS-CT-IDX) = DIX-DOC-TYPE
                   SET WS-CT-HIT TO WS-CT-IDX
               END-IF
           END-PERFORM
           IF DIX-ENTITY-ID = SPACES OR WS-CT-HIT = 0
               ADD 1 TO WS-DIX-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MSRT-REC
           MOVE DIX-ENTITY-ID TO MSRT-ENTITY-ID
           MOVE DIX-DOC-TYPE TO MSRT-DOC-TYPE
           MOVE '1' TO MSRT-KIND
           IF DIX-SIGNED-DATE = SPACES
               MOVE 'N' TO MSRT-SIGNED
           ELSE
               MOVE 'Y' TO MSRT-SIGNED
           END-IF
           MOVE 0 TO MSRT-INSURED-AMT
           MOVE 0 TO MSRT-BALANCE
           RELEASE MSRT-REC.

       2120-RELEASE-REQUIREMENT.
      *    The caller has filled the result columns; the source is
      *    the one the requirement was looked up under.
           MOVE WS-RQ-FOUND-TYPE TO MSRT-DOC-TYPE
           MOVE '2' TO MSRT-KIND
           MOVE WS-RQ-LOOKUP-SOURCE TO MSRT-SOURCE
           ADD 1 TO WS-REQUIRED-ROWS
           RELEASE MSRT-REC.

       3000-FIND-DEFICIENCIES.
      *    Each account or trust and category is one group: its
      *    documents, then the result rows relying on them (a joint
      *    living trust has a row per grantor). The group is
      *    decided at its break.
           OPEN INPUT SORTED-MATCH-FILE
           OPEN OUTPUT DEFICIENCY-WORK-FILE
           MOVE LOW-VALUES TO WS-GRP-KEY
           PERFORM 3200-START-GROUP
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SORTED-MATCH-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3100-APPLY-MATCH-ITEM
               END-READ
           END-PERFORM
           PERFORM 3300-DECIDE-GROUP
           CLOSE SORTED-MATCH-FILE
           CLOSE DEFICIENCY-WORK-FILE.

       3100-APPLY-MATCH-ITEM.
           IF SMAT-ENTITY-ID NOT = WS-GRP-ENTITY-ID
               OR SMAT-DOC-TYPE NOT = WS-GRP-DOC-TYPE
               PERFORM 3300-DECIDE-GROUP
               PERFORM 3200-START-GROUP
               MOVE SMAT-ENTITY-ID TO WS-GRP-ENTITY-ID
               MOVE SMAT-DOC-TYPE TO WS-GRP-DOC-TYPE
           END-IF
           IF SMAT-DOCUMENT
               ADD 1 TO WS-GRP-DOC-COUNT
               IF SMAT-SIGNED = 'Y'
                   ADD 1 TO WS-GRP-SIGNED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-ROWS
           MOVE SMAT-SOURCE TO WS-GRP-SOURCE
           MOVE SMAT-INSTITUTION-ID TO WS-GRP-INSTITUTION-ID
           MOVE SMAT-ORC-TYPE TO WS-GRP-ORC-TYPE
           MOVE SMAT-CALC-METHOD TO WS-GRP-CALC-METHOD
           ADD SMAT-INSURED-AMT TO WS-GRP-INSURED
           ADD SMAT-BALANCE TO WS-GRP-BALANCE.

       3200-START-GROUP.
           MOVE 0 TO WS-GRP-DOC-COUNT
           MOVE 0 TO WS-GRP-SIGNED-COUNT
           MOVE 0 TO WS-GRP-ROWS
           MOVE SPACES TO WS-GRP-SOURCE
           MOVE SPACES TO WS-GRP-INSTITUTION-ID
           MOVE SPACES TO WS-GRP-ORC-TYPE
           MOVE SPACES TO WS-GRP-CALC-METHOD
           MOVE 0 TO WS-GRP-INSURED
           MOVE 0 TO WS-GRP-BALANCE.

       3300-DECIDE-GROUP.
      *    Documents filed under an id nothing relies on are only
      *    counted -- an account since closed, or a category the
      *    calc no longer uses for it.
           IF WS-GRP-ROWS = 0
               IF WS-GRP-DOC-COUNT > 0
                   ADD 1 TO WS-DIX-UNMATCHED
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 7200-FIND-CATEGORY
           ADD 1 TO WS-CT-REQUIRED(WS-CT-HIT)
           IF WS-GRP-SIGNED-COUNT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DOC-DEFICIENCY-ITEM
           IF WS-GRP-DOC-COUNT > 0
               MOVE 'UNSIGNED' TO DDI-REASON
               ADD 1 TO WS-CT-UNSIGNED(WS-CT-HIT)
           ELSE
               MOVE 'MISSING' TO DDI-REASON
           END-IF
           ADD 1 TO WS-CT-DEFICIENT(WS-CT-HIT)
           ADD WS-GRP-INSURED TO WS-CT-AT-STAKE(WS-CT-HIT)
           ADD 1 TO WS-DEFICIENT-COUNT
           ADD WS-GRP-INSURED TO WS-TOTAL-AT-STAKE
           MOVE WS-GRP-INSURED TO DDI-AT-STAKE-AMT
           MOVE WS-GRP-ENTITY-ID TO DDI-ENTITY-ID
           MOVE WS-GRP-SOURCE TO DDI-SOURCE
           MOVE WS-GRP-INSTITUTION-ID TO DDI-INSTITUTION-ID
           MOVE WS-GRP-ORC-TYPE TO DDI-ORC-TYPE
           MOVE WS-GRP-CALC-METHOD TO DDI-CALC-METHOD
           MOVE WS-GRP-DOC-TYPE TO DDI-DOC-TYPE
           MOVE WS-GRP-BALANCE TO DDI-BALANCE
           MOVE WS-GRP-ROWS TO DDI-ROWS
           WRITE DWRK-RECORD FROM DOC-DEFICIENCY-ITEM.

       4000-RANK-DEFICIENCIES.
      *    Largest insured amount at stake first.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RSRT-AT-STAKE-AMT
               ON ASCENDING KEY RSRT-ENTITY-ID
               USING DEFICIENCY-WORK-FILE
               GIVING RANKED-DEFICIENCY-FILE.

       5000-WRITE-REPORT.
           OPEN OUTPUT DEFICIENCY-REPORT-FILE
           MOVE SPACES TO DEFICIENCY-REPORT-LINE
           STRING 'OWNERSHIP DOCUMENTATION DEFICIENCIES -- '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO DEFICIENCY-REPORT-LINE
           WRITE DEFICIENCY-REPORT-LINE
           MOVE SPACES TO DEFICIENCY-REPORT-LINE
           STRING 'ACCOUNTS AND TRUSTS WHOSE COVERAGE RELIES ON A '
                  'DOCUMENT NOT ON FILE, LARGEST INSURED AMOUNT '
                  'AT STAKE FIRST'
               DELIMITED SIZE INTO DEFICIENCY-REPORT-LINE
           WRITE DEFICIENCY-REPORT-LINE
           MOVE SPACES TO DEFICIENCY-REPORT-LINE
           WRITE DEFICIENCY-REPORT-LINE
           WRITE DEFICIENCY-REPORT-LINE FROM DEF-HEADING-LINE
           OPEN INPUT RANKED-DEFICIENCY-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RANKED-DEFICIENCY-FILE INTO DOC-DEFICIENCY-ITEM
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 5100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE RANKED-DEFICIENCY-FILE
           IF WS-RANK = 0
               MOVE '  NONE -- EVERY RELIANT DETERMINATION HAS ITS '
                   TO DEFICIENCY-REPORT-LINE
               MOVE 'SIGNED DOCUMENT ON FILE'
                   TO DEFICIENCY-REPORT-LINE(48:23)
               WRITE DEFICIENCY-REPORT-LINE
           END-IF
           MOVE SPACES TO DEFICIENCY-REPORT-LINE
           WRITE DEFICIENCY-REPORT-LINE
           WRITE DEFICIENCY-REPORT-LINE FROM CAT-HEADING-LINE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 5
               SET WS-CT-HIT TO WS-CT-IDX
               PERFORM 5200-WRITE-CATEGORY-LINE
           END-PERFORM
           MOVE SPACES TO DEFICIENCY-REPORT-LINE
           WRITE DEFICIENCY-REPORT-LINE
           MOVE SPACES TO DEFICIENCY-REPORT-LINE
           STRING 'DOCUMENTS INDEXED ' WS-DIX-READ
                  '  REJECTED (NO ID OR UNKNOWN TYPE) ' WS-DIX-REJECTED
                  '  FILED WHERE NOTHING RELIES ON THEM '
                  WS-DIX-UNMATCHED
               DELIMITED SIZE INTO DEFICIENCY-REPORT-LINE
           WRITE DEFICIENCY-REPORT-LINE
           CLOSE DEFICIENCY-REPORT-FILE.

       5100-WRITE-DETAIL.
           ADD 1 TO WS-RANK
           MOVE SPACES TO DEF-DETAIL-LINE
           MOVE WS-RANK TO DDL-RANK
           MOVE DDI-ENTITY-ID TO DDL-ENTITY-ID
           IF DDI-SOURCE = 'T'
               MOVE 'TRS' TO DDL-SOURCE
           ELSE
               MOVE 'DEP' TO DDL-SOURCE
           END-IF
           MOVE DDI-INSTITUTION-ID TO DDL-INSTITUTION-ID
           MOVE DDI-ORC-TYPE TO DDL-ORC-TYPE
           MOVE DDI-CALC-METHOD TO DDL-CALC-METHOD
           MOVE DDI-DOC-TYPE TO DDL-DOC-TYPE
           MOVE DDI-REASON TO DDL-REASON
           MOVE DDI-AT-STAKE-AMT TO DDL-AT-STAKE
           MOVE DDI-BALANCE TO DDL-BALANCE
           WRITE DEFICIENCY-REPORT-LINE FROM DEF-DETAIL-LINE.

       5200-WRITE-CATEGORY-LINE.
           MOVE SPACES TO CAT-TOTAL-LINE
           MOVE WS-CT-DOC-TYPE(WS-CT-HIT) TO CTL-DOC-TYPE
           MOVE WS-CT-DESCRIPTION(WS-CT-HIT) TO CTL-DESCRIPTION
           MOVE WS-CT-REQUIRED(WS-CT-HIT) TO CTL-REQUIRED
           MOVE WS-CT-DEFICIENT(WS-CT-HIT) TO CTL-DEFICIENT
           MOVE WS-CT-UNSIGNED(WS-CT-HIT) TO CTL-UNSIGNED
           MOVE WS-CT-AT-STAKE(WS-CT-HIT) TO CTL-AT-STAKE
           WRITE DEFICIENCY-REPORT-LINE FROM CAT-TOTAL-LINE.

       6000-WRITE-SUMMARY.
      *    Every category is written, so the certification package
      *    shows a zero rather than a gap.
           OPEN OUTPUT DEFICIENCY-SUMMARY-FILE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 5
               SET WS-CT-HIT TO WS-CT-IDX
               MOVE SPACES TO DOC-DEFICIENCY-SUMMARY-REC
               MOVE WS-BUSINESS-DATE TO DDS-BUSINESS-DATE
               MOVE WS-CT-DOC-TYPE(WS-CT-HIT) TO DDS-DOC-TYPE
               MOVE WS-CT-DESCRIPTION(WS-CT-HIT)
                   TO DDS-DOC-DESCRIPTION
               MOVE WS-CT-REQUIRED(WS-CT-HIT) TO DDS-REQUIRED-COUNT
               MOVE WS-CT-DEFICIENT(WS-CT-HIT) TO DDS-DEFICIENT-COUNT
               MOVE WS-CT-AT-STAKE(WS-CT-HIT) TO DDS-AT-STAKE-AMT
               WRITE DOC-DEFICIENCY-SUMMARY-REC
           END-PERFORM
           CLOSE DEFICIENCY-SUMMARY-FILE.

       7100-FIND-REQUIREMENT.
           MOVE SPACES TO WS-RQ-FOUND-TYPE
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > 12
                      OR WS-RQ-FOUND-TYPE NOT = SPACES
               IF WS-RQ-SOURCE(WS-RQ-IDX) = WS-RQ-LOOKUP-SOURCE
                   AND WS-RQ-BASIS(WS-RQ-IDX) = WS-RQ-LOOKUP-BASIS
                   MOVE WS-RQ-DOC-TYPE(WS-RQ-IDX) TO WS-RQ-FOUND-TYPE
               END-IF
           END-PERFORM.

       7200-FIND-CATEGORY.
      *    Every requirement's document type is on the category
      *    table -- both come from the values above.
           MOVE 1 TO WS-CT-HIT
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 5
               IF WS-CT-DOC-TYPE(WS-CT-IDX) = WS-GRP-DOC-TYPE
                   SET WS-CT-HIT TO WS-CT-IDX
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'DOCUMENT DEFICIENCY REPORT COMPLETE'
           DISPLAY '  BUSINESS DATE:            ' WS-BUSINESS-DATE
           DISPLAY '  DOCUMENTS INDEXED:        ' WS-DIX-READ
           DISPLAY '  DOCUMENTS REJECTED:       ' WS-DIX-REJECTED
           DISPLAY '  DEPOSIT RESULTS READ:     ' WS-DRSLT-READ
           DISPLAY '  TRUST RESULTS READ:       ' WS-TRSLT-READ
           DISPLAY '  RESULT ROWS RELIANT:      ' WS-REQUIRED-ROWS
           DISPLAY '  DEFICIENT:                ' WS-DEFICIENT-COUNT
           DISPLAY '  INSURED AT STAKE:         ' WS-TOTAL-AT-STAKE.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle (see
      *    RUN-CONTROL.cpy); PART370-CERT-RPT gates on it.
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'DOC-DEFICIENCY-RPT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
