      *================================================================*
      * PROGRAM: DIGITAL-COVERAGE-FEED
      * PURPOSE: Nightly coverage status feed to online and mobile
      *          banking (DGCVFEED, see DIGITAL-COVERAGE.cpy), so a
      *          customer can see how their deposits are insured
      *          from the same determinations the bank reports:
      *            - every RSLTFILE determination, under its
      *              depositor as the customer;
      *            - every RESULTOUT trust row, under the customer
      *              its grantor is matched to on the party
      *              cross-reference (PARTYXRF) -- a grantor with no
      *              match has no customer to show it to and is
      *              counted, not sent;
      *            - each carrying the ORC description from the
      *              maintained code table (ORCCODES), the insured
      *              and uninsured amounts, and the cycle business
      *              date they are as of;
      *            - a roll-up per customer across both books.
      *          An amount that is not final is not shown: an
      *          account or trust under a manual determination
      *          override (DETOVRRD), a pending determination (the
      *          ORC review queue carried forward, PENDCARY, or a
      *          trust held PENDING by the trust calc), a legal
      *          restraint, or a sanctions block goes out with a
      *          'contact us' status and zero amounts instead.
      *          Only what changed since the last successful
      *          transmission is sent. Every run writes the full
      *          image of what digital banking should now hold to
      *          DGCVSNAP; once the transmission is confirmed, ops
      *          keeps that snapshot as DGCVPRIO, and the next run
      *          sends only records that are new or differ from it,
      *          plus a delete for each one no longer present. A
      *          full refresh -- everything, no deletes -- is
      *          requested with 'F' on the parameter file
      *          (DGCVPARM), and is taken automatically when there
      *          is no prior snapshot.
      * REGULATION: 12 CFR 328 Subpart B (informational --
      *             customer coverage disclosure)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGITAL-COVERAGE-FEED.
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
           SELECT PARTY-XREF-FILE ASSIGN TO 'PARTYXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT ORC-CODE-FILE ASSIGN TO 'ORCCODES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORCC-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO 'DETOVRRD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'PENDCARY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT FEED-PARM-FILE ASSIGN TO 'DGCVPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT COVERAGE-SORT-FILE ASSIGN TO 'DGCWK01'.
           SELECT SORTED-COVERAGE-FILE ASSIGN TO 'DGCVCUR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCV-STATUS.
           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO 'DGCVPRIO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIO-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO 'DGCVSNAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT COVERAGE-FEED-FILE ASSIGN TO 'DGCVFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT RSLT-VALIDATE-STATUS-FILE ASSIGN TO 'RSLTVSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVS-STATUS.
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

       FD  PARTY-XREF-FILE.
           COPY PARTY-XREF.

       FD  ORC-CODE-FILE.
           COPY ORC-CODE.

       FD  OVERRIDE-FILE.
           COPY DETERMINATION-OVERRIDE.

       FD  PENDING-FILE.
           COPY ORC-PENDING.

       FD  FEED-PARM-FILE.
       01  FEED-PARM-REC.
           05  PARM-REFRESH-MODE     PIC X(1).
               88  PARM-FULL-REFRESH VALUE 'F'.
           05  FILLER                PIC X(79).

      *    One account or trust row, in the detail shape of
      *    DIGITAL-COVERAGE.cpy, brought into customer order.
       SD  COVERAGE-SORT-FILE.
       01  CSR-REC.
           05  CSR-CUSTOMER-ID       PIC X(15).
           05  CSR-BOOK              PIC X(1).
           05  CSR-ENTITY-ID         PIC X(22).
           05  CSR-INSTITUTION-ID    PIC X(5).
           05  CSR-ORC-TYPE          PIC X(5).
           05  CSR-ORC-DESCRIPTION   PIC X(30).
           05  CSR-COVERAGE-STATUS   PIC X(1).
           05  CSR-CONTACT-REASON    PIC X(4).
           05  CSR-INSURED-AMT       PIC S9(13)V99.
           05  CSR-UNINSURED-AMT     PIC S9(13)V99.

       FD  SORTED-COVERAGE-FILE.
       01  SCV-REC.
           05  SCV-CUSTOMER-ID       PIC X(15).
           05  SCV-BOOK              PIC X(1).
           05  SCV-ENTITY-ID         PIC X(22).
           05  SCV-INSTITUTION-ID    PIC X(5).
           05  SCV-ORC-TYPE          PIC X(5).
           05  SCV-ORC-DESCRIPTION   PIC X(30).
           05  SCV-COVERAGE-STATUS   PIC X(1).
               88  SCV-CONTACT-US    VALUE 'C'.
           05  SCV-CONTACT-REASON    PIC X(4).
           05  SCV-INSURED-AMT       PIC S9(13)V99.
           05  SCV-UNINSURED-AMT     PIC S9(13)V99.

      *    Mirrors DIGITAL-COVERAGE-REC: the snapshot of the last
      *    successful transmission.
       FD  PRIOR-SNAPSHOT-FILE.
       01  PRIO-REC.
           05  PRIO-RECORD-TYPE      PIC X(1).
           05  PRIO-ACTION           PIC X(1).
           05  PRIO-AS-OF-DATE       PIC X(10).
           05  PRIO-DETAIL-DATA.
               10  PRIO-CUSTOMER-ID  PIC X(15).
               10  PRIO-BOOK         PIC X(1).
               10  PRIO-ENTITY-ID    PIC X(22).
               10  FILLER            PIC X(92).

       FD  SNAPSHOT-FILE.
       01  SNAP-REC                  PIC X(142).

       FD  COVERAGE-FEED-FILE.
           COPY DIGITAL-COVERAGE.

       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-XRF-STATUS             PIC XX.
       01  WS-ORCC-STATUS            PIC XX.
       01  WS-OVR-STATUS             PIC XX.
       01  WS-PEND-STATUS            PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-SCV-STATUS             PIC XX.
       01  WS-PRIO-STATUS            PIC XX.
       01  WS-SNAP-STATUS            PIC XX.
       01  WS-FEED-STATUS            PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE     PIC X VALUE 'N'.

       01  WS-REFRESH-MODE           PIC X(1) VALUE 'D'.
           88  WS-FULL-REFRESH       VALUE 'F'.
           88  WS-DELTA              VALUE 'D'.
       01  WS-PRIOR-AS-OF            PIC X(10) VALUE SPACES.

      *--- Party cross-reference: grantor to customer ---
       01  WS-XRF-COUNT              PIC 9(4) VALUE 0.
       01  WS-XRF-MAX                PIC 9(4) VALUE 2000.
       01  WS-XRF-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-XRF-TABLE.
           05  WS-XR-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-XR-IDX.
               10  WS-XR-GRANTOR-ID  PIC X(10).
               10  WS-XR-DEPOSITOR-ID PIC X(15).

      *--- ORC descriptions, loaded from ORCCODES ---
       01  WS-ORCC-COUNT             PIC 9(3) VALUE 0.
       01  WS-ORCC-MAX               PIC 9(3) VALUE 100.
       01  WS-ORCC-TABLE.
           05  WS-OC-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-OC-IDX.
               10  WS-OC-CODE        PIC X(4).
               10  WS-OC-DESCRIPTION PIC X(30).

      *--- Manual determination overrides on file ---
       01  WS-OVR-COUNT              PIC 9(4) VALUE 0.
       01  WS-OVR-MAX                PIC 9(4) VALUE 2000.
       01  WS-OVR-TABLE.
           05  WS-OV-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-OV-IDX.
               10  WS-OV-ENTITY-TYPE PIC X(1).
               10  WS-OV-ENTITY-ID   PIC X(20).
               10  WS-OV-GRANTOR-ID  PIC X(10).

      *--- Accounts still on the ORC review queue ---
       01  WS-PEND-COUNT             PIC 9(5) VALUE 0.
       01  WS-PEND-MAX               PIC 9(5) VALUE 10000.
       01  WS-PEND-TABLE.
           05  WS-PD-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-PD-IDX.
               10  WS-PD-ACCT-NUMBER PIC X(20).

      *--- One row being classified ---
       01  WS-LOOKUP-ORC             PIC X(5).
       01  WS-LOOKUP-FOUND           PIC X(1).

      *--- Current customer's roll-up ---
       01  WS-CU-CUSTOMER-ID         PIC X(15) VALUE LOW-VALUES.
       01  WS-CU-ACCOUNT-COUNT       PIC 9(5).
       01  WS-CU-CONTACT-COUNT       PIC 9(5).
       01  WS-CU-INSURED             PIC S9(13)V99.
       01  WS-CU-UNINSURED           PIC S9(13)V99.

      *--- Delta against the prior snapshot, matched in key order
      *    (customer, record type, book, entity) ---
       01  WS-CUR-KEY.
           05  WS-CK-CUSTOMER-ID     PIC X(15).
           05  WS-CK-RECORD-TYPE     PIC X(1).
           05  WS-CK-BOOK            PIC X(1).
           05  WS-CK-ENTITY-ID       PIC X(22).
       01  WS-PRIO-KEY.
           05  WS-PK-CUSTOMER-ID     PIC X(15).
           05  WS-PK-RECORD-TYPE     PIC X(1).
           05  WS-PK-BOOK            PIC X(1).
           05  WS-PK-ENTITY-ID       PIC X(22).
       01  WS-SAVE-DETAIL            PIC X(142).

      *--- Counters ---
       01  WS-DRSLT-READ             PIC 9(9) VALUE 0.
       01  WS-TRSLT-READ             PIC 9(9) VALUE 0.
       01  WS-TRUST-NO-XREF          PIC 9(9) VALUE 0.
       01  WS-ORC-NOT-ON-TABLE       PIC 9(9) VALUE 0.
       01  WS-ACCOUNT-RECS           PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-RECS          PIC 9(9) VALUE 0.
       01  WS-CONTACT-OVRD           PIC 9(9) VALUE 0.
       01  WS-CONTACT-PEND           PIC 9(9) VALUE 0.
       01  WS-CONTACT-RSTR           PIC 9(9) VALUE 0.
       01  WS-CONTACT-BLKD           PIC 9(9) VALUE 0.
       01  WS-SENT-NEW               PIC 9(9) VALUE 0.
       01  WS-SENT-CHANGED           PIC 9(9) VALUE 0.
       01  WS-SENT-DELETED           PIC 9(9) VALUE 0.
       01  WS-UNCHANGED              PIC 9(9) VALUE 0.
       01  WS-SENT-ACCOUNT           PIC 9(9) VALUE 0.
       01  WS-SENT-CUSTOMER          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-COVERAGE
           PERFORM 3000-WRITE-FEED
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-CHECK-RSLT-VALIDATE
           PERFORM 1300-READ-FEED-PARM
           PERFORM 1400-LOAD-PARTY-XREF
           PERFORM 1500-LOAD-ORC-CODES
           PERFORM 1600-LOAD-OVERRIDES
           PERFORM 1700-LOAD-PENDING.

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
      *    cycle -- customers are never shown a determination from
      *    a short, duplicated, or unbalanced result file. Same
      *    convention as the calc's RECONSTS gate.
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

       1300-READ-FEED-PARM.
      *    No parameter file, or anything but 'F', is the nightly
      *    delta. With no prior snapshot there is nothing to take a
      *    delta against, so the run is a full refresh whatever was
      *    asked.
           OPEN INPUT FEED-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ FEED-PARM-FILE
                   NOT AT END
                       IF PARM-FULL-REFRESH
                           SET WS-FULL-REFRESH TO TRUE
                       END-IF
               END-READ
               CLOSE FEED-PARM-FILE
           END-IF
           IF WS-FULL-REFRESH
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-PRIO-STATUS NOT = '00'
               DISPLAY 'NO PRIOR SNAPSHOT (DGCVPRIO) -- SENDING A '
                        'FULL REFRESH.'
               SET WS-FULL-REFRESH TO TRUE
               EXIT PARAGRAPH
           END-IF
           READ PRIOR-SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PRIO-KEY
               NOT AT END
                   MOVE PRIO-AS-OF-DATE TO WS-PRIOR-AS-OF
                   PERFORM 3410-SET-PRIOR-KEY
           END-READ.

       1400-LOAD-PARTY-XREF.
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

       1500-LOAD-ORC-CODES.
           OPEN INPUT ORC-CODE-FILE
           IF WS-ORCC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ORC CODE TABLE: '
                        WS-ORCC-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ORCC-STATUS NOT = '00'
               READ ORC-CODE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-ORCC-COUNT NOT < WS-ORCC-MAX
                           DISPLAY 'ORC CODE TABLE EXCEEDS '
                                    WS-ORCC-MAX ' -- RUN ABORTED.'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ORCC-COUNT
                       SET WS-OC-IDX TO WS-ORCC-COUNT
                       MOVE ORCC-CODE TO WS-OC-CODE(WS-OC-IDX)
                       MOVE ORCC-DESCRIPTION
                           TO WS-OC-DESCRIPTION(WS-OC-IDX)
               END-READ
           END-PERFORM
           CLOSE ORC-CODE-FILE.

       1600-LOAD-OVERRIDES.
      *    An absent override file means no overrides this cycle.
      *    A table overflow aborts: an overridden account must
      *    never be shown the calc's number.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OVR-STATUS NOT = '00'
               READ OVERRIDE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-OVR-COUNT NOT < WS-OVR-MAX
                           DISPLAY 'OVERRIDE TABLE EXCEEDS '
                                    WS-OVR-MAX ' -- RUN ABORTED.'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OVR-COUNT
                       SET WS-OV-IDX TO WS-OVR-COUNT
                       MOVE OVR-ENTITY-TYPE
                           TO WS-OV-ENTITY-TYPE(WS-OV-IDX)
                       MOVE OVR-ENTITY-ID TO WS-OV-ENTITY-ID(WS-OV-IDX)
                       MOVE OVR-GRANTOR-ID
                           TO WS-OV-GRANTOR-ID(WS-OV-IDX)
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE.

       1700-LOAD-PENDING.
      *    The queue ORC-PENDING-REVIEW carries forward -- accounts
      *    with no applied analyst decision yet. Absent means none
      *    is pending; overflow aborts, as for the overrides.
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PEND-STATUS NOT = '00'
               READ PENDING-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-PEND-COUNT NOT < WS-PEND-MAX
                           DISPLAY 'PENDING QUEUE EXCEEDS '
                                    WS-PEND-MAX ' -- RUN ABORTED.'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PEND-COUNT
                       SET WS-PD-IDX TO WS-PEND-COUNT
                       MOVE PEND-ACCT-NUMBER
                           TO WS-PD-ACCT-NUMBER(WS-PD-IDX)
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       2000-BUILD-COVERAGE.
           SORT COVERAGE-SORT-FILE
               ON ASCENDING KEY CSR-CUSTOMER-ID CSR-BOOK
                                CSR-ENTITY-ID
               INPUT PROCEDURE 2100-RELEASE-COVERAGE
               GIVING SORTED-COVERAGE-FILE.

       2100-RELEASE-COVERAGE.
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
                       PERFORM 2200-RELEASE-ONE-DEPOSIT
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
                       PERFORM 2300-RELEASE-ONE-TRUST
               END-READ
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       2200-RELEASE-ONE-DEPOSIT.
           MOVE SPACES TO CSR-REC
           MOVE DRSLT-DEPOSITOR-ID TO CSR-CUSTOMER-ID
           MOVE 'D' TO CSR-BOOK
           MOVE DRSLT-ACCT-NUMBER TO CSR-ENTITY-ID
           MOVE DRSLT-INSTITUTION-ID TO CSR-INSTITUTION-ID
           MOVE DRSLT-ORC-TYPE TO CSR-ORC-TYPE
           MOVE DRSLT-INSURED-AMT TO CSR-INSURED-AMT
           MOVE DRSLT-UNINSURED-AMT TO CSR-UNINSURED-AMT
      *    Contact reasons in order of precedence: a block or a
      *    restraint is the customer's first conversation.
           EVALUATE TRUE
               WHEN DRSLT-BLOCKED-FLAG = 'Y'
                   MOVE 'BLKD' TO CSR-CONTACT-REASON
               WHEN DRSLT-RESTRAINED-AMT > 0
                 OR DRSLT-RESTRAINT-TYPE NOT = SPACES
                   MOVE 'RSTR' TO CSR-CONTACT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                           UNTIL WS-OV-IDX > WS-OVR-COUNT
                              OR CSR-CONTACT-REASON NOT = SPACES
                       IF WS-OV-ENTITY-TYPE(WS-OV-IDX) = 'D'
                           AND WS-OV-ENTITY-ID(WS-OV-IDX)
                               = DRSLT-ACCT-NUMBER
                           MOVE 'OVRD' TO CSR-CONTACT-REASON
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                           UNTIL WS-PD-IDX > WS-PEND-COUNT
                              OR CSR-CONTACT-REASON NOT = SPACES
                       IF WS-PD-ACCT-NUMBER(WS-PD-IDX)
                               = DRSLT-ACCT-NUMBER
                           MOVE 'PEND' TO CSR-CONTACT-REASON
                       END-IF
                   END-PERFORM
           END-EVALUATE
           PERFORM 2400-FINISH-ROW
           RELEASE CSR-REC.

       2300-RELEASE-ONE-TRUST.
      *    A trust is shown to the customer its grantor is matched
      *    to; the first pairing on the cross-reference wins.
           MOVE SPACES TO CSR-REC
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
                   UNTIL WS-XR-IDX > WS-XRF-COUNT
                      OR CSR-CUSTOMER-ID NOT = SPACES
               IF WS-XR-GRANTOR-ID(WS-XR-IDX) = TRSLT-GRANTOR-ID
                   MOVE WS-XR-DEPOSITOR-ID(WS-XR-IDX)
                       TO CSR-CUSTOMER-ID
               END-IF
           END-PERFORM
           IF CSR-CUSTOMER-ID = SPACES
               ADD 1 TO WS-TRUST-NO-XREF
               EXIT PARAGRAPH
           END-IF
           MOVE 'T' TO CSR-BOOK
           MOVE TRSLT-TRUST-ID TO CSR-ENTITY-ID(1:12)
           MOVE TRSLT-GRANTOR-ID TO CSR-ENTITY-ID(13:10)
           MOVE TRSLT-INSTITUTION-ID TO CSR-INSTITUTION-ID
           MOVE TRSLT-ORC-TYPE TO CSR-ORC-TYPE
           MOVE TRSLT-INSURED-AMT TO CSR-INSURED-AMT
           MOVE TRSLT-UNINSURED-AMT TO CSR-UNINSURED-AMT
           EVALUATE TRUE
               WHEN TRSLT-BLOCKED-FLAG = 'Y'
                   MOVE 'BLKD' TO CSR-CONTACT-REASON
               WHEN OTHER
      *            A trust override with no grantor covers every
      *            grantor's row of the trust.
                   PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                           UNTIL WS-OV-IDX > WS-OVR-COUNT
                              OR CSR-CONTACT-REASON NOT = SPACES
                       IF WS-OV-ENTITY-TYPE(WS-OV-IDX) = 'T'
                           AND WS-OV-ENTITY-ID(WS-OV-IDX)
                               = TRSLT-TRUST-ID
                           AND (WS-OV-GRANTOR-ID(WS-OV-IDX) = SPACES
                             OR WS-OV-GRANTOR-ID(WS-OV-IDX)
                                 = TRSLT-GRANTOR-ID)
                           MOVE 'OVRD' TO CSR-CONTACT-REASON
                       END-IF
                   END-PERFORM
                   IF CSR-CONTACT-REASON = SPACES
                       AND (TRSLT-STATUS = 'PENDING'
                         OR TRSLT-PENDING-AMT > 0)
                       MOVE 'PEND' TO CSR-CONTACT-REASON
                   END-IF
           END-EVALUATE
           PERFORM 2400-FINISH-ROW
           RELEASE CSR-REC.

       2400-FINISH-ROW.
      *    ORC description from the code table; a code not on the
      *    table goes out under its code so the row still shows.
           MOVE CSR-ORC-TYPE TO WS-LOOKUP-ORC
           MOVE 'N' TO WS-LOOKUP-FOUND
           PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                   UNTIL WS-OC-IDX > WS-ORCC-COUNT
                      OR WS-LOOKUP-FOUND = 'Y'
               IF WS-OC-CODE(WS-OC-IDX) = WS-LOOKUP-ORC(1:4)
                   MOVE WS-OC-DESCRIPTION(WS-OC-IDX)
                       TO CSR-ORC-DESCRIPTION
                   MOVE 'Y' TO WS-LOOKUP-FOUND
               END-IF
           END-PERFORM
           IF WS-LOOKUP-FOUND = 'N'
               MOVE WS-LOOKUP-ORC TO CSR-ORC-DESCRIPTION
               ADD 1 TO WS-ORC-NOT-ON-TABLE
           END-IF
           IF CSR-CONTACT-REASON = SPACES
               MOVE 'A' TO CSR-COVERAGE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO CSR-COVERAGE-STATUS
           MOVE 0 TO CSR-INSURED-AMT
           MOVE 0 TO CSR-UNINSURED-AMT
           EVALUATE CSR-CONTACT-REASON
               WHEN 'BLKD'
                   ADD 1 TO WS-CONTACT-BLKD
               WHEN 'RSTR'
                   ADD 1 TO WS-CONTACT-RSTR
               WHEN 'OVRD'
                   ADD 1 TO WS-CONTACT-OVRD
               WHEN 'PEND'
                   ADD 1 TO WS-CONTACT-PEND
           END-EVALUATE.

       3000-WRITE-FEED.
           OPEN INPUT SORTED-COVERAGE-FILE
           OPEN OUTPUT SNAPSHOT-FILE
           OPEN OUTPUT COVERAGE-FEED-FILE
           MOVE SPACES TO DIGITAL-COVERAGE-REC
           SET DGC-HEADER-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO DGC-AS-OF-DATE
           MOVE WS-REFRESH-MODE TO DGC-HDR-MODE
           IF WS-DELTA
               MOVE WS-PRIOR-AS-OF TO DGC-HDR-PRIOR-AS-OF
           END-IF
           WRITE DIGITAL-COVERAGE-REC
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SORTED-COVERAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3100-APPLY-ACCOUNT
               END-READ
           END-PERFORM
           PERFORM 3200-CLOSE-CUSTOMER
      *    Whatever is left on the prior snapshot is gone.
           IF WS-DELTA
               MOVE HIGH-VALUES TO WS-CUR-KEY
               PERFORM 3400-MATCH-PRIOR
               CLOSE PRIOR-SNAPSHOT-FILE
           END-IF
           MOVE SPACES TO DIGITAL-COVERAGE-REC
           SET DGC-TRAILER-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO DGC-AS-OF-DATE
           COMPUTE DGC-TRL-DETAIL-COUNT = WS-SENT-ACCOUNT
                                        + WS-SENT-CUSTOMER
                                        + WS-SENT-DELETED
           MOVE WS-SENT-ACCOUNT TO DGC-TRL-ACCOUNT-COUNT
           MOVE WS-SENT-CUSTOMER TO DGC-TRL-CUSTOMER-COUNT
           MOVE WS-SENT-DELETED TO DGC-TRL-DELETE-COUNT
           WRITE DIGITAL-COVERAGE-REC
           CLOSE SORTED-COVERAGE-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE COVERAGE-FEED-FILE.

       3100-APPLY-ACCOUNT.
           IF SCV-CUSTOMER-ID NOT = WS-CU-CUSTOMER-ID
               PERFORM 3200-CLOSE-CUSTOMER
               MOVE SCV-CUSTOMER-ID TO WS-CU-CUSTOMER-ID
               MOVE 0 TO WS-CU-ACCOUNT-COUNT
               MOVE 0 TO WS-CU-CONTACT-COUNT
               MOVE 0 TO WS-CU-INSURED
               MOVE 0 TO WS-CU-UNINSURED
           END-IF
           ADD 1 TO WS-CU-ACCOUNT-COUNT
           IF SCV-CONTACT-US
               ADD 1 TO WS-CU-CONTACT-COUNT
           END-IF
           ADD SCV-INSURED-AMT TO WS-CU-INSURED
           ADD SCV-UNINSURED-AMT TO WS-CU-UNINSURED
           MOVE SPACES TO DIGITAL-COVERAGE-REC
           SET DGC-ACCOUNT-REC TO TRUE
           SET DGC-UPSERT TO TRUE
           MOVE WS-BUSINESS-DATE TO DGC-AS-OF-DATE
           MOVE SCV-CUSTOMER-ID TO DGC-CUSTOMER-ID
           MOVE SCV-BOOK TO DGC-BOOK
           MOVE SCV-ENTITY-ID TO DGC-ENTITY-ID
           MOVE SCV-INSTITUTION-ID TO DGC-INSTITUTION-ID
           MOVE SCV-ORC-TYPE TO DGC-ORC-TYPE
           MOVE SCV-ORC-DESCRIPTION TO DGC-ORC-DESCRIPTION
           MOVE SCV-COVERAGE-STATUS TO DGC-COVERAGE-STATUS
           MOVE SCV-CONTACT-REASON TO DGC-CONTACT-REASON
           MOVE SCV-INSURED-AMT TO DGC-INSURED-AMT
           MOVE SCV-UNINSURED-AMT TO DGC-UNINSURED-AMT
           MOVE 0 TO DGC-ACCOUNT-COUNT
           ADD 1 TO WS-ACCOUNT-RECS
           PERFORM 3300-EMIT-DETAIL.

       3200-CLOSE-CUSTOMER.
      *    The customer's roll-up across both books follows the
      *    customer's account records.
           IF WS-CU-CUSTOMER-ID = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DIGITAL-COVERAGE-REC
           SET DGC-CUSTOMER-REC TO TRUE
           SET DGC-UPSERT TO TRUE
           MOVE WS-BUSINESS-DATE TO DGC-AS-OF-DATE
           MOVE WS-CU-CUSTOMER-ID TO DGC-CUSTOMER-ID
           MOVE 'ALL ACCOUNTS' TO DGC-ORC-DESCRIPTION
           MOVE WS-CU-ACCOUNT-COUNT TO DGC-ACCOUNT-COUNT
           IF WS-CU-CONTACT-COUNT > 0
               SET DGC-CONTACT-US TO TRUE
               SET DGC-RSN-ACCOUNT TO TRUE
               MOVE 0 TO DGC-INSURED-AMT
               MOVE 0 TO DGC-UNINSURED-AMT
           ELSE
               SET DGC-SHOW-AMOUNTS TO TRUE
               MOVE WS-CU-INSURED TO DGC-INSURED-AMT
               MOVE WS-CU-UNINSURED TO DGC-UNINSURED-AMT
           END-IF
           ADD 1 TO WS-CUSTOMER-RECS
           PERFORM 3300-EMIT-DETAIL.

       3300-EMIT-DETAIL.
      *    Every detail goes to the snapshot; only a new or changed
      *    one goes to the feed on a delta run.
           MOVE DIGITAL-COVERAGE-REC TO SNAP-REC
           WRITE SNAP-REC
           IF WS-FULL-REFRESH
               PERFORM 3500-SEND-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE DGC-CUSTOMER-ID TO WS-CK-CUSTOMER-ID
           MOVE DGC-RECORD-TYPE TO WS-CK-RECORD-TYPE
           MOVE DGC-BOOK TO WS-CK-BOOK
           MOVE DGC-ENTITY-ID TO WS-CK-ENTITY-ID
           PERFORM 3400-MATCH-PRIOR
           IF WS-PRIO-KEY = WS-CUR-KEY
               IF PRIO-DETAIL-DATA = DGC-DETAIL-DATA
                   ADD 1 TO WS-UNCHANGED
               ELSE
                   ADD 1 TO WS-SENT-CHANGED
                   PERFORM 3500-SEND-DETAIL
               END-IF
               PERFORM 3420-READ-PRIOR
           ELSE
               ADD 1 TO WS-SENT-NEW
               PERFORM 3500-SEND-DETAIL
           END-IF.

       3400-MATCH-PRIOR.
      *    Every prior record keyed ahead of the current one is no
      *    longer present: digital banking is told to drop it. The
      *    detail being built is saved across the deletes.
           IF WS-PRIO-KEY NOT < WS-CUR-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE DIGITAL-COVERAGE-REC TO WS-SAVE-DETAIL
           PERFORM UNTIL WS-PRIO-KEY NOT < WS-CUR-KEY
               MOVE PRIO-REC TO DIGITAL-COVERAGE-REC
               SET DGC-DELETE TO TRUE
               MOVE WS-BUSINESS-DATE TO DGC-AS-OF-DATE
               WRITE DIGITAL-COVERAGE-REC
               ADD 1 TO WS-SENT-DELETED
               PERFORM 3420-READ-PRIOR
           END-PERFORM
           MOVE WS-SAVE-DETAIL TO DIGITAL-COVERAGE-REC.

       3410-SET-PRIOR-KEY.
           MOVE PRIO-CUSTOMER-ID TO WS-PK-CUSTOMER-ID
           MOVE PRIO-RECORD-TYPE TO WS-PK-RECORD-TYPE
           MOVE PRIO-BOOK TO WS-PK-BOOK
           MOVE PRIO-ENTITY-ID TO WS-PK-ENTITY-ID.

       3420-READ-PRIOR.
           READ PRIOR-SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PRIO-KEY
               NOT AT END
                   PERFORM 3410-SET-PRIOR-KEY
           END-READ.

       3500-SEND-DETAIL.
           WRITE DIGITAL-COVERAGE-REC
           IF DGC-ACCOUNT-REC
               ADD 1 TO WS-SENT-ACCOUNT
           ELSE
               ADD 1 TO WS-SENT-CUSTOMER
           END-IF.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'DIGITAL COVERAGE FEED COMPLETE'
           DISPLAY '  BUSINESS DATE:            ' WS-BUSINESS-DATE
           IF WS-FULL-REFRESH
               DISPLAY '  MODE:                     FULL REFRESH'
           ELSE
               DISPLAY '  MODE:                     DELTA AGAINST '
                        WS-PRIOR-AS-OF
           END-IF
           DISPLAY '  DEPOSIT RESULTS READ:     ' WS-DRSLT-READ
           DISPLAY '  TRUST RESULTS READ:       ' WS-TRSLT-READ
           DISPLAY '  TRUSTS WITH NO CUSTOMER:  ' WS-TRUST-NO-XREF
           DISPLAY '  ACCOUNT RECORDS:          ' WS-ACCOUNT-RECS
           DISPLAY '  CUSTOMER ROLL-UPS:        ' WS-CUSTOMER-RECS
           DISPLAY '  CONTACT US - OVERRIDE:    ' WS-CONTACT-OVRD
           DISPLAY '  CONTACT US - PENDING:     ' WS-CONTACT-PEND
           DISPLAY '  CONTACT US - RESTRAINT:   ' WS-CONTACT-RSTR
           DISPLAY '  CONTACT US - BLOCKED:     ' WS-CONTACT-BLKD
           DISPLAY '  ORC NOT ON CODE TABLE:    ' WS-ORC-NOT-ON-TABLE
           IF WS-DELTA
               DISPLAY '  SENT NEW:                 ' WS-SENT-NEW
               DISPLAY '  SENT CHANGED:             ' WS-SENT-CHANGED
               DISPLAY '  SENT DELETED:             ' WS-SENT-DELETED
               DISPLAY '  UNCHANGED, NOT SENT:      ' WS-UNCHANGED
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle (see
      *    RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'DIGITAL-COVERAGE-FEED' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
