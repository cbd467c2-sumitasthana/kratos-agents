      *================================================================*
      * PROGRAM: OFFICIAL-ITEM-MATCH
      * PURPOSE: Payee determination for outstanding official items
      *          (cashier's checks, money orders, expense checks --
      *          OFFITEMS, see OFFICIAL-ITEM.cpy). An outstanding
      *          official item is a deposit owed to its payee and is
      *          insured in the payee's name, aggregated with the
      *          payee's other single-ownership deposits. Each item's
      *          payee tax id is normalized and matched to CUSTFILE
      *          (then to the party cross-reference, PARTYXRF, when
      *          the payee is known only through the trust book);
      *          the matched depositor is resolved to its surviving
      *          insurance identity through DEPIDXRF so the item
      *          lands in the same aggregate the payee's accounts
      *          regroup under. An item whose payee cannot be
      *          identified with certainty -- no tax id, no match, or
      *          a tax id shared by two distinct insurance identities
      *          -- is written as a pending payee determination.
      *          The result (OFFITMAT, see OFFICIAL-ITEM-MATCH.cpy)
      *          is appended to the enriched accounts by
      *          DEPOSIT-ACCT-ENRICH; the listing (OFFITRPT) shows
      *          every item and its disposition.
      * REGULATION: 12 CFR 330.1(l), 12 CFR Part 370
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFFICIAL-ITEM-MATCH.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-ITEM-FILE ASSIGN TO 'OFFITEMS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFI-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT DEPOSITOR-XREF-FILE ASSIGN TO 'DEPIDXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIX-STATUS.
           SELECT PARTY-XREF-FILE ASSIGN TO 'PARTYXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PXR-STATUS.
           SELECT ITEM-SORT-FILE ASSIGN TO 'OIMWK01'.
           SELECT SORTED-ITEM-FILE ASSIGN TO 'OIMITEM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SITM-STATUS.
           SELECT CUST-SORT-FILE ASSIGN TO 'OIMWK02'.
           SELECT SORTED-CUST-FILE ASSIGN TO 'OIMCUST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCUS-STATUS.
           SELECT MATCH-FILE ASSIGN TO 'OFFITMAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OIM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'OFFITRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OFFICIAL-ITEM-FILE.
           COPY OFFICIAL-ITEM.

       FD CUSTOMER-FILE.
           COPY CUSTOMER-MASTER.

       FD DEPOSITOR-XREF-FILE.
           COPY DEPOSITOR-ID-XREF.

       FD PARTY-XREF-FILE.
           COPY PARTY-XREF.

      *    Outstanding items only, keyed by the normalized payee tax
      *    id so they can be walked against the customer stream.
       SD ITEM-SORT-FILE.
       01 ISRT-REC.
           05 ISRT-NORM-TAX-ID     PIC X(15).
           05 ISRT-ITEM-NUMBER     PIC X(20).
           05 ISRT-ITEM-DATA       PIC X(200).

       FD SORTED-ITEM-FILE.
       01 SITM-RECORD.
           05 SITM-NORM-TAX-ID     PIC X(15).
           05 SITM-ITEM-NUMBER     PIC X(20).
           05 SITM-ITEM-DATA       PIC X(200).

      *    Customer identities keyed by normalized government id --
      *    same normalization DEPOSITOR-ID-CONSOL sorts on.
       SD CUST-SORT-FILE.
       01 CSRT-REC.
           05 CSRT-NORM-GOVT-ID    PIC X(15).
           05 CSRT-DEPOSITOR-ID    PIC X(15).

       FD SORTED-CUST-FILE.
       01 SCUS-RECORD.
           05 SCUS-NORM-GOVT-ID    PIC X(15).
           05 SCUS-DEPOSITOR-ID    PIC X(15).

       FD MATCH-FILE.
           COPY OFFICIAL-ITEM-MATCH.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01 WS-OFI-STATUS           PIC XX.
       01 WS-CUST-STATUS          PIC XX.
       01 WS-DIX-STATUS           PIC XX.
       01 WS-PXR-STATUS           PIC XX.
       01 WS-SITM-STATUS          PIC XX.
       01 WS-SCUS-STATUS          PIC XX.
       01 WS-OIM-STATUS           PIC XX.
       01 WS-RPT-STATUS           PIC XX.
       01 WS-RUNC-STATUS          PIC XX.
       01 WS-BUSINESS-DATE        PIC X(10).

       01 WS-OFI-EOF              PIC X VALUE 'N'.
           88 OFI-END-OF-FILE     VALUE 'Y'.
       01 WS-CUST-EOF             PIC X VALUE 'N'.
           88 CUST-END-OF-FILE    VALUE 'Y'.
       01 WS-SITM-EOF             PIC X VALUE 'N'.
           88 ITEM-END-OF-FILE    VALUE 'Y'.
       01 WS-SCUS-EOF             PIC X VALUE 'N'.
           88 SCUS-END-OF-FILE    VALUE 'Y'.

      *    The whole extract record rides through the sort behind
      *    its key, so the sorted stream can be moved back into the
      *    copybook layout for the match.
       01 WS-ITEM-SAVE            PIC X(200).

      *--- Tax id normalization (dashes stripped, left-justified),
      *    same routine shape as DEPOSITOR-ID-CONSOL. ---
       01 WS-NORM-IN              PIC X(15).
       01 WS-NORM-OUT             PIC X(15).
       01 WS-NORM-I               PIC 9(2).
       01 WS-NORM-J               PIC 9(2).

      *--- Current customer identity group (one normalized id) ---
      *    Every customer record sharing the normalized id must
      *    resolve to the same surviving depositor, or the payee is
      *    ambiguous and the item pends.
       01 WS-CG-NORM-ID           PIC X(15) VALUE LOW-VALUES.
       01 WS-CG-DEPOSITOR-ID      PIC X(15).
       01 WS-CG-AMBIGUOUS         PIC X(1).
       01 WS-RESOLVE-ID           PIC X(15).

      *--- Depositor identity consolidation (DEPIDXRF) ---
       01 WS-DIX-COUNT            PIC 9(4) VALUE 0.
       01 WS-DIX-MAX              PIC 9(4) VALUE 2000.
       01 WS-DIX-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-DIX-TABLE.
           05 WS-DI-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-DI-IDX.
               10 WS-DI-DUP-ID     PIC X(15).
               10 WS-DI-SURVIVOR   PIC X(15).

      *--- Party cross-reference, normalized tax id to depositor ---
       01 WS-PXR-COUNT            PIC 9(4) VALUE 0.
       01 WS-PXR-MAX              PIC 9(4) VALUE 2000.
       01 WS-PXR-OVERFLOW         PIC 9(5) VALUE 0.
       01 WS-PXR-TABLE.
           05 WS-PX-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-PX-IDX.
               10 WS-PX-NORM-TAX-ID PIC X(15).
               10 WS-PX-DEPOSITOR-ID PIC X(15).
       01 WS-PX-FOUND-ID          PIC X(15).
       01 WS-PX-AMBIGUOUS         PIC X(1).

      *--- Run totals ---
       01 WS-ITEMS-READ           PIC 9(7) VALUE 0.
       01 WS-ITEMS-NOT-OUTSTANDING PIC 9(7) VALUE 0.
       01 WS-ITEMS-MATCHED        PIC 9(7) VALUE 0.
       01 WS-ITEMS-PENDING        PIC 9(7) VALUE 0.
       01 WS-MATCHED-AMT          PIC S9(15)V99 VALUE 0.
       01 WS-PENDING-AMT          PIC S9(15)V99 VALUE 0.

       01 OFFITEM-DETAIL-LINE.
           05 OIL-ITEM-NUMBER      PIC X(21).
           05 OIL-ITEM-TYPE        PIC X(3).
           05 OIL-INSTITUTION-ID   PIC X(6).
           05 OIL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2).
           05 OIL-PAYEE-NAME       PIC X(31).
           05 OIL-DISPOSITION      PIC X(8).
           05 OIL-DEPOSITOR-OR-REASON PIC X(30).

       01 OFFITEM-TOTAL-LINE.
           05 OTL-LABEL            PIC X(30).
           05 OTL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3).
           05 OTL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ITEM UNTIL ITEM-END-OF-FILE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-DEPOSITOR-XREF
           PERFORM 1300-LOAD-PARTY-XREF
           OPEN OUTPUT MATCH-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING 'OUTSTANDING OFFICIAL ITEMS -- PAYEE DETERMINATION'
               DELIMITED SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BUSINESS DATE: ' WS-BUSINESS-DATE DELIMITED SIZE
               INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           SORT CUST-SORT-FILE
               ON ASCENDING KEY CSRT-NORM-GOVT-ID
                                CSRT-DEPOSITOR-ID
               INPUT PROCEDURE 1500-RELEASE-CUSTOMERS
               GIVING SORTED-CUST-FILE
           SORT ITEM-SORT-FILE
               ON ASCENDING KEY ISRT-NORM-TAX-ID
                                ISRT-ITEM-NUMBER
               INPUT PROCEDURE 1600-RELEASE-ITEMS
               GIVING SORTED-ITEM-FILE
           OPEN INPUT SORTED-CUST-FILE
           OPEN INPUT SORTED-ITEM-FILE
           IF WS-SITM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SORTED ITEM FILE: '
                        WS-SITM-STATUS
               STOP RUN
           END-IF
           READ SORTED-CUST-FILE
               AT END SET SCUS-END-OF-FILE TO TRUE
           END-READ
           READ SORTED-ITEM-FILE
               AT END SET ITEM-END-OF-FILE TO TRUE
           END-READ.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock.
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
      *    Grade A and grade B pairings are both safe to join on
      *    (see PARTY-XREF.cpy); an absent file means the trust-book
      *    fallback simply finds nothing.
           OPEN INPUT PARTY-XREF-FILE
           IF WS-PXR-STATUS = '00'
               PERFORM UNTIL WS-PXR-STATUS NOT = '00'
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
           PERFORM UNTIL CUST-END-OF-FILE
               READ CUSTOMER-FILE
                   AT END SET CUST-END-OF-FILE TO TRUE
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

       1600-RELEASE-ITEMS.
      *    Only an outstanding item is a deposit liability; paid,
      *    voided, and stopped items are counted and dropped here.
           OPEN INPUT OFFICIAL-ITEM-FILE
           IF WS-OFI-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING OFFICIAL ITEM FILE: '
                        WS-OFI-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL OFI-END-OF-FILE
               READ OFFICIAL-ITEM-FILE
                   AT END SET OFI-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       IF OFI-OUTSTANDING
                           MOVE OFI-PAYEE-TAX-ID TO WS-NORM-IN
                           PERFORM 7000-NORMALIZE-TAX-ID
                           MOVE WS-NORM-OUT TO ISRT-NORM-TAX-ID
                           MOVE OFI-ITEM-NUMBER TO ISRT-ITEM-NUMBER
                           MOVE OFFICIAL-ITEM-REC TO ISRT-ITEM-DATA
                           RELEASE ISRT-REC
                       ELSE
                           ADD 1 TO WS-ITEMS-NOT-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFFICIAL-ITEM-FILE.

       2000-MATCH-ITEM.
      *    Both streams ascend on the normalized tax id, so the
      *    customer stream only ever advances forward.
           MOVE SITM-ITEM-DATA TO WS-ITEM-SAVE
           MOVE WS-ITEM-SAVE TO OFFICIAL-ITEM-REC
           MOVE SPACES TO OFFICIAL-ITEM-MATCH-REC
           MOVE OFI-ITEM-NUMBER    TO OIM-ITEM-NUMBER
           MOVE OFI-ITEM-TYPE      TO OIM-ITEM-TYPE
           MOVE OFI-INSTITUTION-ID TO OIM-INSTITUTION-ID
           MOVE OFI-AMOUNT         TO OIM-AMOUNT
           MOVE OFI-ISSUE-DATE     TO OIM-ISSUE-DATE
           MOVE OFI-PAYEE-NAME     TO OIM-PAYEE-NAME
           MOVE OFI-PAYEE-TAX-ID   TO OIM-PAYEE-TAX-ID
           IF SITM-NORM-TAX-ID = SPACES
               SET OIM-PENDING TO TRUE
               MOVE 'NO PAYEE TAX ID' TO OIM-PENDING-REASON
           ELSE
               PERFORM 2100-ADVANCE-CUSTOMERS
               IF WS-CG-NORM-ID = SITM-NORM-TAX-ID
                   IF WS-CG-AMBIGUOUS = 'Y'
                       SET OIM-PENDING TO TRUE
                       MOVE 'TAX ID ON MULTIPLE DEPOSITORS'
                           TO OIM-PENDING-REASON
                   ELSE
                       SET OIM-MATCHED TO TRUE
                       SET OIM-BASIS-CUSTFILE TO TRUE
                       MOVE WS-CG-DEPOSITOR-ID TO OIM-DEPOSITOR-ID
                   END-IF
               ELSE
                   PERFORM 2300-MATCH-PARTY-XREF
               END-IF
           END-IF
           PERFORM 3000-WRITE-MATCH
           READ SORTED-ITEM-FILE
               AT END SET ITEM-END-OF-FILE TO TRUE
           END-READ.

       2100-ADVANCE-CUSTOMERS.
           PERFORM UNTIL WS-CG-NORM-ID NOT < SITM-NORM-TAX-ID
               IF SCUS-END-OF-FILE
                   MOVE HIGH-VALUES TO WS-CG-NORM-ID
               ELSE
                   PERFORM 2150-LOAD-CUSTOMER-GROUP
               END-IF
           END-PERFORM.

       2150-LOAD-CUSTOMER-GROUP.
      *    Consumes every customer record on one normalized id and
      *    resolves each to its survivor; two different survivors
      *    under one tax id is two insurance identities, and the
      *    payee cannot be chosen between them by a batch job.
           MOVE SCUS-NORM-GOVT-ID TO WS-CG-NORM-ID
           MOVE SCUS-DEPOSITOR-ID TO WS-RESOLVE-ID
           PERFORM 7100-APPLY-SURVIVOR
           MOVE WS-RESOLVE-ID TO WS-CG-DEPOSITOR-ID
           MOVE 'N' TO WS-CG-AMBIGUOUS
           PERFORM UNTIL SCUS-END-OF-FILE
               OR SCUS-NORM-GOVT-ID NOT = WS-CG-NORM-ID
               MOVE SCUS-DEPOSITOR-ID TO WS-RESOLVE-ID
               PERFORM 7100-APPLY-SURVIVOR
               IF WS-RESOLVE-ID NOT = WS-CG-DEPOSITOR-ID
                   MOVE 'Y' TO WS-CG-AMBIGUOUS
               END-IF
               READ SORTED-CUST-FILE
                   AT END SET SCUS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM.

       2300-MATCH-PARTY-XREF.
      *    Payee not on CUSTFILE under this tax id -- the party
      *    cross-reference may still know the person from the trust
      *    book under a depositor id.
           MOVE SPACES TO WS-PX-FOUND-ID
           MOVE 'N' TO WS-PX-AMBIGUOUS
           SET WS-PX-IDX TO 1
           PERFORM UNTIL WS-PX-IDX > WS-PXR-COUNT
               IF WS-PX-NORM-TAX-ID(WS-PX-IDX) = SITM-NORM-TAX-ID
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
                   SET OIM-PENDING TO TRUE
                   MOVE 'PAYEE NOT ON FILE' TO OIM-PENDING-REASON
               WHEN WS-PX-AMBIGUOUS = 'Y'
                   SET OIM-PENDING TO TRUE
                   MOVE 'TAX ID ON MULTIPLE DEPOSITORS'
                       TO OIM-PENDING-REASON
               WHEN OTHER
                   SET OIM-MATCHED TO TRUE
                   SET OIM-BASIS-PARTY-XREF TO TRUE
                   MOVE WS-PX-FOUND-ID TO OIM-DEPOSITOR-ID
           END-EVALUATE.

       3000-WRITE-MATCH.
           WRITE OFFICIAL-ITEM-MATCH-REC
           MOVE SPACES TO OFFITEM-DETAIL-LINE
           MOVE OIM-ITEM-NUMBER    TO OIL-ITEM-NUMBER
           MOVE OIM-ITEM-TYPE      TO OIL-ITEM-TYPE
           MOVE OIM-INSTITUTION-ID TO OIL-INSTITUTION-ID
           MOVE OIM-AMOUNT         TO OIL-AMOUNT
           MOVE OIM-PAYEE-NAME     TO OIL-PAYEE-NAME
           IF OIM-MATCHED
               ADD 1 TO WS-ITEMS-MATCHED
               ADD OIM-AMOUNT TO WS-MATCHED-AMT
               MOVE 'MATCHED ' TO OIL-DISPOSITION
               MOVE OIM-DEPOSITOR-ID TO OIL-DEPOSITOR-OR-REASON
           ELSE
               ADD 1 TO WS-ITEMS-PENDING
               ADD OIM-AMOUNT TO WS-PENDING-AMT
               MOVE 'PENDING ' TO OIL-DISPOSITION
               MOVE OIM-PENDING-REASON TO OIL-DEPOSITOR-OR-REASON
           END-IF
           WRITE REPORT-LINE FROM OFFITEM-DETAIL-LINE.

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
      *    account (1513-APPLY-ID-CONSOLIDATION), so the item joins
      *    the aggregate the payee's accounts regroup under.
           SET WS-DI-IDX TO 1
           PERFORM UNTIL WS-DI-IDX > WS-DIX-COUNT
               IF WS-DI-DUP-ID(WS-DI-IDX) = WS-RESOLVE-ID
                   MOVE WS-DI-SURVIVOR(WS-DI-IDX) TO WS-RESOLVE-ID
                   SET WS-DI-IDX TO WS-DIX-COUNT
               END-IF
               SET WS-DI-IDX UP BY 1
           END-PERFORM.

       9000-FINALIZE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO OFFITEM-TOTAL-LINE
           MOVE 'MATCHED TO PAYEE' TO OTL-LABEL
           MOVE WS-ITEMS-MATCHED TO OTL-COUNT
           MOVE WS-MATCHED-AMT TO OTL-AMOUNT
           WRITE REPORT-LINE FROM OFFITEM-TOTAL-LINE
           MOVE SPACES TO OFFITEM-TOTAL-LINE
           MOVE 'PENDING PAYEE DETERMINATION' TO OTL-LABEL
           MOVE WS-ITEMS-PENDING TO OTL-COUNT
           MOVE WS-PENDING-AMT TO OTL-AMOUNT
           WRITE REPORT-LINE FROM OFFITEM-TOTAL-LINE
           PERFORM 9100-WRITE-RUN-COMPLETE
           CLOSE SORTED-CUST-FILE
           CLOSE SORTED-ITEM-FILE
           CLOSE MATCH-FILE
           CLOSE REPORT-FILE
           DISPLAY 'OFFICIAL ITEM PAYEE MATCH COMPLETE'
           DISPLAY '  ITEMS READ:              ' WS-ITEMS-READ
           DISPLAY '  NOT OUTSTANDING:         '
                   WS-ITEMS-NOT-OUTSTANDING
           DISPLAY '  MATCHED TO PAYEE:        ' WS-ITEMS-MATCHED
           DISPLAY '  PENDING DETERMINATION:   ' WS-ITEMS-PENDING.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    DEPOSIT-ACCT-ENRICH can tell a current OFFITMAT from a
      *    stale one (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'OFFICIAL-ITEM-MATCH' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
