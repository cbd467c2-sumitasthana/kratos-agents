       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUST-COLLATERAL-RPT.
      ******************************************************************
      * SELF-DEPOSITED TRUST FUNDS -- COLLATERAL REQUIREMENT REPORT
      * When the trust department keeps fiduciary cash on deposit
      * with our own covered institutions, 12 CFR 9.10(b) requires
      * the bank to set aside collateral for whatever the FDIC does
      * not insure -- worked out by hand each month until now. Each
      * cycle this program:
      *   - rolls the trust calc's determinations (RESULTOUT) up by
      *     covered institution and trust, showing each trust's
      *     deposits with the active sub-accounts titled to it
      *     (SUBACCTIN) broken out, the insured amount, and the
      *     requirement: the uninsured amount plus any balance
      *     whose determination is still PENDING (a frozen trust
      *     cannot be shown as insured, so it is secured in full);
      *   - values every pledge in force on the fiduciary-collateral
      *     pledge file (FIDPLEDG, see FIDUCIARY-PLEDGE.cpy) at the
      *     vendor price for the business date (VENDPRC), less the
      *     margin for its asset type (COLLMRGN, see
      *     COLLATERAL-MARGIN.cpy). A lot with no vendor quote, or
      *     of an asset type not on the margin table, counts nothing
      *     and is flagged on the report;
      *   - prints requirement, pledged market value, collateral
      *     value after margin, and any shortfall per institution
      *     (COLLRPT), and leaves a one-record status (COLLSTS, see
      *     FIDUCIARY-COLLATERAL-STATUS.cpy) that puts a shortfall
      *     on the morning dashboard.
      * RESULTOUT's balance already includes the active sub-accounts
      * (2120-SUM-SUBACCOUNTS in TRUST-INSURANCE-CALC); the column
      * here shows how much of it they are. Sub-accounts carry no
      * institution of their own (see TRUST-SUBACCOUNT.cpy) and are
      * taken at the trust's institution.
      ******************************************************************
      * FIXED 2026-10-15: Original version.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE   ASSIGN TO RESULTOUT
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-RES-FS.
           SELECT RESULT-SORT-FILE ASSIGN TO COLWK01.
           SELECT SORTED-RESULT-FILE ASSIGN TO COLRSRT
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-SRS-FS.
           SELECT SUBACCOUNT-FILE ASSIGN TO SUBACCTIN
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-SUBACCT-FS.
           SELECT VENDOR-PRICE-FILE ASSIGN TO VENDPRC
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-VPR-FS.
           SELECT PLEDGE-FILE   ASSIGN TO FIDPLEDG
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-PLG-FS.
           SELECT MARGIN-FILE   ASSIGN TO COLLMRGN
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-MRG-FS.
           SELECT COLLATERAL-REPORT-FILE ASSIGN TO COLLRPT
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-RPT-FS.
           SELECT COLLATERAL-STATUS-FILE ASSIGN TO COLLSTS
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-STS-FS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CYCLCTRL
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-RUNC-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  RESULT-FILE.
       01  RESULT-REC              PIC X(204).

       SD  RESULT-SORT-FILE.
       01  RSS-REC.
           05  RSS-TRUST-ID        PIC X(12).
           05  FILLER              PIC X(78).
           05  RSS-INSTITUTION-ID  PIC X(5).
           05  FILLER              PIC X(109).

      * Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  SORTED-RESULT-FILE.
       01  SORTED-RESULT-REC.
           05  SRS-TRUST-ID        PIC X(12).
           05  SRS-TRUST-NAME      PIC X(60).
           05  SRS-TRUST-TYPE      PIC X(3).
           05  SRS-ORC-TYPE        PIC X(5).
           05  SRS-GRANTOR-ID      PIC X(10).
           05  SRS-INSTITUTION-ID  PIC X(5).
           05  SRS-TOTAL-BALANCE   PIC S9(13)V99.
           05  SRS-BENE-COUNT      PIC 9(3).
           05  SRS-INSURED-AMT     PIC S9(13)V99.
           05  SRS-UNINSURED-AMT   PIC S9(13)V99.
           05  SRS-PENDING-AMT     PIC S9(13)V99.
           05  SRS-NONDEPOSIT-AMT  PIC S9(13)V99.
           05  SRS-CALC-METHOD     PIC X(20).
           05  SRS-STATUS          PIC X(10).
           05  SRS-BLOCKED-FLAG    PIC X(1).

       FD  SUBACCOUNT-FILE.
       COPY TRUST-SUBACCOUNT.

       FD  VENDOR-PRICE-FILE.
       COPY VENDOR-PRICE.

       FD  PLEDGE-FILE.
       COPY FIDUCIARY-PLEDGE.

       FD  MARGIN-FILE.
       COPY COLLATERAL-MARGIN.

       FD  COLLATERAL-REPORT-FILE.
       01  COLLATERAL-REPORT-LINE  PIC X(132).

       FD  COLLATERAL-STATUS-FILE.
       COPY FIDUCIARY-COLLATERAL-STATUS.

       FD  RUN-CONTROL-FILE.
       COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-RES-FS               PIC XX.
       01  WS-SRS-FS               PIC XX.
       01  WS-SUBACCT-FS           PIC XX.
       01  WS-VPR-FS               PIC XX.
       01  WS-PLG-FS               PIC XX.
       01  WS-MRG-FS               PIC XX.
       01  WS-RPT-FS               PIC XX.
       01  WS-STS-FS               PIC XX.
       01  WS-RUNC-FS              PIC XX.
       01  WS-BUSINESS-DATE        PIC X(10).
       01  WS-PRED-TRSTCALC-DONE   PIC X(1).
       01  WS-EOF-RESULT           PIC X VALUE 'N'.
           88  RESULT-END-OF-FILE  VALUE 'Y'.

      * Margin by eligible asset type, loaded once.
       01  WS-MARGIN-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-MARGIN-MAX           PIC 9(3) VALUE 100.
       01  WS-MARGIN-TABLE.
           05  WS-MG-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-MG-IDX.
               10  WS-MG-ASSET-TYPE  PIC X(4).
               10  WS-MG-MARGIN-PCT  PIC 9(3)V99.

      * Vendor prices for the cycle business date, loaded once.
       01  WS-VENDOR-PRICE-COUNT   PIC 9(4) VALUE ZEROS.
       01  WS-VENDOR-PRICE-MAX     PIC 9(4) VALUE 2000.
       01  WS-VENDOR-OVERFLOW      PIC 9(5) VALUE ZEROS.
       01  WS-VENDOR-PRICE-TABLE.
           05  WS-VP-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-VP-IDX.
               10  WS-VP-ASSET-ID    PIC X(12).
               10  WS-VP-UNIT-PRICE  PIC S9(7)V9999.

      * Active sub-account balances rolled up by trust, loaded once.
       01  WS-SUBACCT-COUNT        PIC 9(4) VALUE ZEROS.
       01  WS-SUBACCT-MAX          PIC 9(4) VALUE 2000.
       01  WS-SUBACCT-OVERFLOW     PIC 9(5) VALUE ZEROS.
       01  WS-SUBACCT-TABLE.
           05  WS-SA-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-SA-IDX.
               10  WS-SA-TRUST-ID    PIC X(12).
               10  WS-SA-BALANCE     PIC S9(13)V99.

      * One entry per covered institution holding trust funds or
      * holding collateral pledged to the trust department.
       01  WS-INST-COUNT           PIC 9(3) VALUE ZEROS.
       01  WS-INST-MAX             PIC 9(3) VALUE 50.
       01  WS-INST-OVERFLOW        PIC 9(5) VALUE ZEROS.
       01  WS-INST-FOUND           PIC X(1).
       01  WS-FIND-INST-ID         PIC X(5).
       01  WS-INST-TABLE.
           05  WS-IN-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-IN-IDX.
               10  WS-IN-INSTITUTION-ID  PIC X(5).
               10  WS-IN-TRUST-COUNT     PIC 9(5).
               10  WS-IN-PLEDGE-COUNT    PIC 9(5).
               10  WS-IN-REQUIREMENT     PIC S9(13)V99.
               10  WS-IN-MARKET-VALUE    PIC S9(13)V99.
               10  WS-IN-COLLATERAL      PIC S9(13)V99.

      * The trust being rolled up (one RESULTOUT row per grantor
      * share or distributee, all under the same trust id).
       01  WS-CUR-INST-ID          PIC X(5).
       01  WS-CUR-TRUST-ID         PIC X(12).
       01  WS-CUR-TRUST-NAME       PIC X(60).
       01  WS-CUR-ORC-TYPE         PIC X(5).
       01  WS-CUR-STATUS           PIC X(10).
       01  WS-TR-DEPOSITS          PIC S9(13)V99.
       01  WS-TR-SUBACCT           PIC S9(13)V99.
       01  WS-TR-INSURED           PIC S9(13)V99.
       01  WS-TR-UNINSURED         PIC S9(13)V99.
       01  WS-TR-PENDING           PIC S9(13)V99.
       01  WS-TR-REQUIREMENT       PIC S9(13)V99.

       01  WS-PLEDGE-MARGIN-FOUND  PIC X(1).
       01  WS-PLEDGE-MARGIN-PCT    PIC 9(3)V99.
       01  WS-PLEDGE-PRICE-FOUND   PIC X(1).
       01  WS-PLEDGE-UNIT-PRICE    PIC S9(7)V9999.
       01  WS-PLEDGE-MARKET-VALUE  PIC S9(13)V99.
       01  WS-PLEDGE-COLL-VALUE    PIC S9(13)V99.
       01  WS-INST-SHORTFALL       PIC S9(13)V99.

       01  WS-TRUST-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-PLEDGE-READ-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-PLEDGE-IN-FORCE      PIC 9(7) VALUE ZEROS.
       01  WS-PLEDGE-NOT-IN-FORCE  PIC 9(7) VALUE ZEROS.
       01  WS-NO-PRICE-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-INELIGIBLE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-SHORT-INST-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-TOTAL-REQUIREMENT    PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-MARKET-VALUE   PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-COLLATERAL     PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-SHORTFALL      PIC S9(13)V99 VALUE ZEROS.

       01  TRUST-HEADING-LINE.
           05  FILLER              PIC X(42) VALUE
               'INST  TRUST ID     TRUST NAME       ORC   '.
           05  FILLER              PIC X(20) VALUE
               '           DEPOSITS '.
           05  FILLER              PIC X(20) VALUE
               '  OF WHICH SUB-ACCTS'.
           05  FILLER              PIC X(20) VALUE
               '            INSURED '.
           05  FILLER              PIC X(20) VALUE
               '        REQUIREMENT '.
           05  FILLER              PIC X(10) VALUE
               ' STATUS'.

       01  TRUST-DETAIL-LINE.
           05  TDL-INSTITUTION-ID  PIC X(6).
           05  TDL-TRUST-ID        PIC X(13).
           05  TDL-TRUST-NAME      PIC X(16).
           05  FILLER              PIC X(1).
           05  TDL-ORC-TYPE        PIC X(6).
           05  FILLER              PIC X(1).
           05  TDL-DEPOSITS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  TDL-SUBACCT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  TDL-INSURED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  TDL-REQUIREMENT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  TDL-STATUS          PIC X(10).

       01  PLEDGE-HEADING-LINE.
           05  FILLER              PIC X(37) VALUE
               'INST  PLEDGE ID    ASSET ID     TYPE '.
           05  FILLER              PIC X(21) VALUE
               '               UNITS '.
           05  FILLER              PIC X(15) VALUE
               '    VENDOR PRC '.
           05  FILLER              PIC X(20) VALUE
               '        MARKET VALUE'.
           05  FILLER              PIC X(7) VALUE
               ' MARGIN'.
           05  FILLER              PIC X(20) VALUE
               '    COLLATERAL VALUE'.
           05  FILLER              PIC X(12) VALUE
               ' NOTE'.

       01  PLEDGE-DETAIL-LINE.
           05  PDL-INSTITUTION-ID  PIC X(6).
           05  PDL-PLEDGE-ID       PIC X(13).
           05  PDL-ASSET-ID        PIC X(13).
           05  PDL-ASSET-TYPE      PIC X(5).
           05  FILLER              PIC X(1).
           05  PDL-UNITS           PIC ZZ,ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER              PIC X(1).
           05  PDL-UNIT-PRICE      PIC Z,ZZZ,ZZ9.9999.
           05  FILLER              PIC X(1).
           05  PDL-MARKET-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  PDL-MARGIN-PCT      PIC ZZ9.99.
           05  FILLER              PIC X(1).
           05  PDL-COLL-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  PDL-NOTE            PIC X(11).

       01  INST-HEADING-LINE.
           05  FILLER              PIC X(14) VALUE
               'INST    TRUSTS'.
           05  FILLER              PIC X(20) VALUE
               '        REQUIREMENT '.
           05  FILLER              PIC X(20) VALUE
               '   PLEDGED MKT VALUE'.
           05  FILLER              PIC X(20) VALUE
               '    COLLATERAL VALUE'.
           05  FILLER              PIC X(20) VALUE
               '          SHORTFALL '.
           05  FILLER              PIC X(12) VALUE
               ' VERDICT'.

       01  INST-DETAIL-LINE.
           05  IDL-INSTITUTION-ID  PIC X(6).
           05  IDL-TRUST-COUNT     PIC ZZ,ZZ9.
           05  FILLER              PIC X(3).
           05  IDL-REQUIREMENT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  IDL-MARKET-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  IDL-COLLATERAL      PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  IDL-SHORTFALL       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  IDL-VERDICT         PIC X(12).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-TRUSTS
           PERFORM 3000-VALUE-PLEDGES
           PERFORM 4000-REPORT-INSTITUTIONS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-MARGINS
           PERFORM 1300-LOAD-VENDOR-PRICES
           PERFORM 1400-LOAD-SUBACCOUNTS
           OPEN OUTPUT COLLATERAL-REPORT-FILE
           MOVE SPACES TO COLLATERAL-REPORT-LINE
           STRING 'TRUST FUNDS ON DEPOSIT WITH OWN INSTITUTIONS -- '
                  'COLLATERAL UNDER 12 CFR 9.10(B) -- '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE.

       1100-READ-RUN-CONTROL.
      * The cycle's official business date comes from the run-
      * control file written by CYCLE-OPEN -- never the system
      * clock -- and the requirement is only as good as tonight's
      * determinations, so the trust calc must show complete for
      * the same business date.
           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-TRSTCALC-DONE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-FS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' WS-RUNC-FS
               DISPLAY 'CYCLE-OPEN HAS NOT RUN -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RUNC-FS NOT = '00'
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
                           AND RC-JOB-NAME = 'TRUST-INSURANCE-CALC'
                           MOVE 'Y' TO WS-PRED-TRSTCALC-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-TRSTCALC-DONE = 'N'
               DISPLAY 'PREDECESSOR TRUST-INSURANCE-CALC NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-MARGINS.
      * The margin table is also the eligibility list -- without it
      * no pledge could count, and the report would show every
      * institution short. Refuse to run instead.
           OPEN INPUT MARGIN-FILE
           IF WS-MRG-FS = '00'
               PERFORM UNTIL WS-MRG-FS NOT = '00'
                   READ MARGIN-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-MARGIN-COUNT < WS-MARGIN-MAX
                               ADD 1 TO WS-MARGIN-COUNT
                               SET WS-MG-IDX TO WS-MARGIN-COUNT
                               MOVE CMG-ASSET-TYPE
                                   TO WS-MG-ASSET-TYPE(WS-MG-IDX)
                               MOVE CMG-MARGIN-PCT
                                   TO WS-MG-MARGIN-PCT(WS-MG-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MARGIN-FILE
           END-IF
           IF WS-MARGIN-COUNT = 0
               DISPLAY 'COLLATERAL MARGIN TABLE (COLLMRGN) MISSING '
                        'OR EMPTY -- RUN ABORTED.'
               STOP RUN
           END-IF.

       1300-LOAD-VENDOR-PRICES.
      * Only quotes dated with the cycle business date are in force
      * -- same rule as TRUST-VALUATION. A pledge with no quote
      * today counts nothing rather than riding a stale price.
           OPEN INPUT VENDOR-PRICE-FILE
           IF WS-VPR-FS = '00'
               PERFORM UNTIL WS-VPR-FS NOT = '00'
                   READ VENDOR-PRICE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF VPR-PRICE-DATE = WS-BUSINESS-DATE
                               IF WS-VENDOR-PRICE-COUNT
                                       < WS-VENDOR-PRICE-MAX
                                   ADD 1 TO WS-VENDOR-PRICE-COUNT
                                   SET WS-VP-IDX
                                       TO WS-VENDOR-PRICE-COUNT
                                   MOVE VPR-ASSET-ID
                                       TO WS-VP-ASSET-ID(WS-VP-IDX)
                                   MOVE VPR-UNIT-PRICE
                                       TO WS-VP-UNIT-PRICE(WS-VP-IDX)
                               ELSE
                                   ADD 1 TO WS-VENDOR-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDOR-PRICE-FILE
           END-IF
           IF WS-VENDOR-OVERFLOW NOT = 0
               DISPLAY 'VENDOR PRICE TABLE OVERFLOW -- '
                        WS-VENDOR-OVERFLOW ' QUOTE(S) DROPPED.'
           END-IF.

       1400-LOAD-SUBACCOUNTS.
      * Active sub-accounts only, as the trust calc rolls them.
           OPEN INPUT SUBACCOUNT-FILE
           IF WS-SUBACCT-FS = '00'
               PERFORM UNTIL WS-SUBACCT-FS NOT = '00'
                   READ SUBACCOUNT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SUBACCT-ACTIVE
                               PERFORM 1410-ADD-SUBACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBACCOUNT-FILE
           END-IF
           IF WS-SUBACCT-OVERFLOW NOT = 0
               DISPLAY 'SUB-ACCOUNT TABLE OVERFLOW -- '
                        WS-SUBACCT-OVERFLOW ' TRUST(S) NOT BROKEN '
                        'OUT.'
           END-IF.

       1410-ADD-SUBACCOUNT.
           SET WS-SA-IDX TO 1
           PERFORM UNTIL WS-SA-IDX > WS-SUBACCT-COUNT
               IF WS-SA-TRUST-ID(WS-SA-IDX) = SUBACCT-TRUST-ID
                   ADD SUBACCT-BALANCE TO WS-SA-BALANCE(WS-SA-IDX)
                   EXIT PARAGRAPH
               END-IF
               SET WS-SA-IDX UP BY 1
           END-PERFORM
           IF WS-SUBACCT-COUNT < WS-SUBACCT-MAX
               ADD 1 TO WS-SUBACCT-COUNT
               SET WS-SA-IDX TO WS-SUBACCT-COUNT
               MOVE SUBACCT-TRUST-ID TO WS-SA-TRUST-ID(WS-SA-IDX)
               MOVE SUBACCT-BALANCE TO WS-SA-BALANCE(WS-SA-IDX)
           ELSE
               ADD 1 TO WS-SUBACCT-OVERFLOW
           END-IF.

       2000-REPORT-TRUSTS.
      * Institution, then trust -- the report reads the way the
      * collateral is held, one bank at a time.
           SORT RESULT-SORT-FILE
               ON ASCENDING KEY RSS-INSTITUTION-ID
                                RSS-TRUST-ID
               USING RESULT-FILE
               GIVING SORTED-RESULT-FILE
           OPEN INPUT SORTED-RESULT-FILE
           MOVE SPACES TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           MOVE 'TRUST-OWNED DEPOSITS BY INSTITUTION'
               TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           MOVE TRUST-HEADING-LINE TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           READ SORTED-RESULT-FILE
               AT END SET RESULT-END-OF-FILE TO TRUE
           END-READ
           PERFORM 2100-PROCESS-TRUST UNTIL RESULT-END-OF-FILE
           CLOSE SORTED-RESULT-FILE.

       2100-PROCESS-TRUST.
           MOVE SRS-INSTITUTION-ID TO WS-CUR-INST-ID
           MOVE SRS-TRUST-ID       TO WS-CUR-TRUST-ID
           MOVE SRS-TRUST-NAME     TO WS-CUR-TRUST-NAME
           MOVE SRS-ORC-TYPE       TO WS-CUR-ORC-TYPE
           MOVE SRS-STATUS         TO WS-CUR-STATUS
           MOVE ZEROS TO WS-TR-DEPOSITS
                         WS-TR-INSURED
                         WS-TR-UNINSURED
                         WS-TR-PENDING
           PERFORM 2200-ADD-RESULT-ROW
               UNTIL RESULT-END-OF-FILE
                  OR SRS-INSTITUTION-ID NOT = WS-CUR-INST-ID
                  OR SRS-TRUST-ID NOT = WS-CUR-TRUST-ID
           ADD 1 TO WS-TRUST-COUNT
           MOVE ZEROS TO WS-TR-SUBACCT
           SET WS-SA-IDX TO 1
           PERFORM UNTIL WS-SA-IDX > WS-SUBACCT-COUNT
               IF WS-SA-TRUST-ID(WS-SA-IDX) = WS-CUR-TRUST-ID
                   MOVE WS-SA-BALANCE(WS-SA-IDX) TO WS-TR-SUBACCT
                   SET WS-SA-IDX TO WS-SUBACCT-COUNT
               END-IF
               SET WS-SA-IDX UP BY 1
           END-PERFORM
      * A PENDING determination has no insured figure yet -- its
      * whole balance is secured until the freeze is cleared.
           COMPUTE WS-TR-REQUIREMENT =
               WS-TR-UNINSURED + WS-TR-PENDING
           MOVE SPACES TO TRUST-DETAIL-LINE
           MOVE WS-CUR-INST-ID     TO TDL-INSTITUTION-ID
           MOVE WS-CUR-TRUST-ID    TO TDL-TRUST-ID
           MOVE WS-CUR-TRUST-NAME  TO TDL-TRUST-NAME
           MOVE WS-CUR-ORC-TYPE    TO TDL-ORC-TYPE
           MOVE WS-TR-DEPOSITS     TO TDL-DEPOSITS
           MOVE WS-TR-SUBACCT      TO TDL-SUBACCT
           MOVE WS-TR-INSURED      TO TDL-INSURED
           MOVE WS-TR-REQUIREMENT  TO TDL-REQUIREMENT
           MOVE WS-CUR-STATUS      TO TDL-STATUS
           MOVE TRUST-DETAIL-LINE TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           MOVE WS-CUR-INST-ID TO WS-FIND-INST-ID
           PERFORM 5000-FIND-INSTITUTION
           IF WS-INST-FOUND = 'Y'
               ADD 1 TO WS-IN-TRUST-COUNT(WS-IN-IDX)
               ADD WS-TR-REQUIREMENT
                   TO WS-IN-REQUIREMENT(WS-IN-IDX)
           END-IF.

       2200-ADD-RESULT-ROW.
      * Joint-grantor shares and wind-up distributees each carry
      * their own slice of the trust balance -- the slices add back
      * to the trust.
           ADD SRS-TOTAL-BALANCE TO WS-TR-DEPOSITS
           ADD SRS-INSURED-AMT   TO WS-TR-INSURED
           ADD SRS-UNINSURED-AMT TO WS-TR-UNINSURED
           ADD SRS-PENDING-AMT   TO WS-TR-PENDING
           IF SRS-STATUS = 'PENDING'
               MOVE SRS-STATUS TO WS-CUR-STATUS
           END-IF
           READ SORTED-RESULT-FILE
               AT END SET RESULT-END-OF-FILE TO TRUE
           END-READ.

       3000-VALUE-PLEDGES.
           MOVE SPACES TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           MOVE 'COLLATERAL PLEDGED TO THE TRUST DEPARTMENT'
               TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           MOVE PLEDGE-HEADING-LINE TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           OPEN INPUT PLEDGE-FILE
           IF WS-PLG-FS NOT = '00'
               MOVE SPACES TO COLLATERAL-REPORT-LINE
               MOVE 'NO PLEDGE FILE -- NO COLLATERAL ON RECORD'
                   TO COLLATERAL-REPORT-LINE
               WRITE COLLATERAL-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLG-FS NOT = '00'
               READ PLEDGE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM 3100-VALUE-ONE-PLEDGE
               END-READ
           END-PERFORM
           CLOSE PLEDGE-FILE.

       3100-VALUE-ONE-PLEDGE.
           ADD 1 TO WS-PLEDGE-READ-COUNT
      * In force from the pledge date until the release date.
           IF NOT FPL-ACTIVE
               OR FPL-PLEDGE-DATE > WS-BUSINESS-DATE
               OR (FPL-RELEASE-DATE NOT = SPACES
                   AND FPL-RELEASE-DATE <= WS-BUSINESS-DATE)
               ADD 1 TO WS-PLEDGE-NOT-IN-FORCE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLEDGE-IN-FORCE
           MOVE 'N' TO WS-PLEDGE-MARGIN-FOUND
           MOVE ZEROS TO WS-PLEDGE-MARGIN-PCT
           SET WS-MG-IDX TO 1
           PERFORM UNTIL WS-MG-IDX > WS-MARGIN-COUNT
               IF WS-MG-ASSET-TYPE(WS-MG-IDX) = FPL-ASSET-TYPE
                   MOVE 'Y' TO WS-PLEDGE-MARGIN-FOUND
                   MOVE WS-MG-MARGIN-PCT(WS-MG-IDX)
                       TO WS-PLEDGE-MARGIN-PCT
                   SET WS-MG-IDX TO WS-MARGIN-COUNT
               END-IF
               SET WS-MG-IDX UP BY 1
           END-PERFORM
           MOVE 'N' TO WS-PLEDGE-PRICE-FOUND
           MOVE ZEROS TO WS-PLEDGE-UNIT-PRICE
           SET WS-VP-IDX TO 1
           PERFORM UNTIL WS-VP-IDX > WS-VENDOR-PRICE-COUNT
               IF WS-VP-ASSET-ID(WS-VP-IDX) = FPL-ASSET-ID
                   MOVE 'Y' TO WS-PLEDGE-PRICE-FOUND
                   MOVE WS-VP-UNIT-PRICE(WS-VP-IDX)
                       TO WS-PLEDGE-UNIT-PRICE
                   SET WS-VP-IDX TO WS-VENDOR-PRICE-COUNT
               END-IF
               SET WS-VP-IDX UP BY 1
           END-PERFORM
           COMPUTE WS-PLEDGE-MARKET-VALUE ROUNDED =
               FPL-UNITS * WS-PLEDGE-UNIT-PRICE
           MOVE SPACES TO PLEDGE-DETAIL-LINE
           EVALUATE TRUE
               WHEN WS-PLEDGE-MARGIN-FOUND = 'N'
                   ADD 1 TO WS-INELIGIBLE-COUNT
                   MOVE ZEROS TO WS-PLEDGE-COLL-VALUE
                   MOVE 'INELIGIBLE' TO PDL-NOTE
               WHEN WS-PLEDGE-PRICE-FOUND = 'N'
                   ADD 1 TO WS-NO-PRICE-COUNT
                   MOVE ZEROS TO WS-PLEDGE-COLL-VALUE
                   MOVE 'NO PRICE' TO PDL-NOTE
               WHEN OTHER
                   COMPUTE WS-PLEDGE-COLL-VALUE ROUNDED =
                       WS-PLEDGE-MARKET-VALUE
                       * (100 - WS-PLEDGE-MARGIN-PCT) / 100
           END-EVALUATE
           MOVE FPL-INSTITUTION-ID     TO PDL-INSTITUTION-ID
           MOVE FPL-PLEDGE-ID          TO PDL-PLEDGE-ID
           MOVE FPL-ASSET-ID           TO PDL-ASSET-ID
           MOVE FPL-ASSET-TYPE         TO PDL-ASSET-TYPE
           MOVE FPL-UNITS              TO PDL-UNITS
           MOVE WS-PLEDGE-UNIT-PRICE   TO PDL-UNIT-PRICE
           MOVE WS-PLEDGE-MARKET-VALUE TO PDL-MARKET-VALUE
           MOVE WS-PLEDGE-MARGIN-PCT   TO PDL-MARGIN-PCT
           MOVE WS-PLEDGE-COLL-VALUE   TO PDL-COLL-VALUE
           MOVE PLEDGE-DETAIL-LINE TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           MOVE FPL-INSTITUTION-ID TO WS-FIND-INST-ID
           PERFORM 5000-FIND-INSTITUTION
           IF WS-INST-FOUND = 'Y'
               ADD 1 TO WS-IN-PLEDGE-COUNT(WS-IN-IDX)
               ADD WS-PLEDGE-MARKET-VALUE
                   TO WS-IN-MARKET-VALUE(WS-IN-IDX)
               ADD WS-PLEDGE-COLL-VALUE
                   TO WS-IN-COLLATERAL(WS-IN-IDX)
           END-IF.

       4000-REPORT-INSTITUTIONS.
           MOVE SPACES TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           MOVE 'REQUIREMENT AGAINST COLLATERAL BY INSTITUTION'
               TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           MOVE INST-HEADING-LINE TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               COMPUTE WS-INST-SHORTFALL =
                   WS-IN-REQUIREMENT(WS-IN-IDX)
                   - WS-IN-COLLATERAL(WS-IN-IDX)
               MOVE SPACES TO INST-DETAIL-LINE
               IF WS-INST-SHORTFALL > 0
                   ADD 1 TO WS-SHORT-INST-COUNT
                   ADD WS-INST-SHORTFALL TO WS-TOTAL-SHORTFALL
                   MOVE 'SHORTFALL' TO IDL-VERDICT
               ELSE
                   MOVE ZEROS TO WS-INST-SHORTFALL
                   MOVE 'SUFFICIENT' TO IDL-VERDICT
               END-IF
               ADD WS-IN-REQUIREMENT(WS-IN-IDX)
                   TO WS-TOTAL-REQUIREMENT
               ADD WS-IN-MARKET-VALUE(WS-IN-IDX)
                   TO WS-TOTAL-MARKET-VALUE
               ADD WS-IN-COLLATERAL(WS-IN-IDX)
                   TO WS-TOTAL-COLLATERAL
               MOVE WS-IN-INSTITUTION-ID(WS-IN-IDX)
                   TO IDL-INSTITUTION-ID
               MOVE WS-IN-TRUST-COUNT(WS-IN-IDX) TO IDL-TRUST-COUNT
               MOVE WS-IN-REQUIREMENT(WS-IN-IDX) TO IDL-REQUIREMENT
               MOVE WS-IN-MARKET-VALUE(WS-IN-IDX)
                   TO IDL-MARKET-VALUE
               MOVE WS-IN-COLLATERAL(WS-IN-IDX) TO IDL-COLLATERAL
               MOVE WS-INST-SHORTFALL TO IDL-SHORTFALL
               MOVE INST-DETAIL-LINE TO COLLATERAL-REPORT-LINE
               WRITE COLLATERAL-REPORT-LINE
               SET WS-IN-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO INST-DETAIL-LINE
           MOVE 'TOTAL' TO IDL-INSTITUTION-ID
           MOVE WS-TRUST-COUNT        TO IDL-TRUST-COUNT
           MOVE WS-TOTAL-REQUIREMENT  TO IDL-REQUIREMENT
           MOVE WS-TOTAL-MARKET-VALUE TO IDL-MARKET-VALUE
           MOVE WS-TOTAL-COLLATERAL   TO IDL-COLLATERAL
           MOVE WS-TOTAL-SHORTFALL    TO IDL-SHORTFALL
           IF WS-SHORT-INST-COUNT > 0
               MOVE 'SHORTFALL' TO IDL-VERDICT
           ELSE
               MOVE 'SUFFICIENT' TO IDL-VERDICT
           END-IF
           MOVE INST-DETAIL-LINE TO COLLATERAL-REPORT-LINE
           WRITE COLLATERAL-REPORT-LINE
           IF WS-INST-OVERFLOW NOT = 0
               MOVE SPACES TO COLLATERAL-REPORT-LINE
               STRING 'INSTITUTION TABLE OVERFLOW -- '
                      WS-INST-OVERFLOW
                      ' ROW(S) NOT IN THE SUMMARY ABOVE'
                   DELIMITED SIZE INTO COLLATERAL-REPORT-LINE
               WRITE COLLATERAL-REPORT-LINE
           END-IF
           PERFORM 4100-WRITE-STATUS.

       4100-WRITE-STATUS.
      *    The dashboard escalates a shortfall from this record.
           OPEN OUTPUT COLLATERAL-STATUS-FILE
           MOVE SPACES TO FIDUCIARY-COLLATERAL-STATUS-REC
           IF WS-SHORT-INST-COUNT = 0
               AND WS-INST-OVERFLOW = 0
               SET FCS-SUFFICIENT TO TRUE
           ELSE
               SET FCS-SHORTFALL TO TRUE
           END-IF
           MOVE WS-BUSINESS-DATE    TO FCS-RUN-DATE
           MOVE WS-INST-COUNT       TO FCS-INSTITUTION-COUNT
           MOVE WS-SHORT-INST-COUNT TO FCS-SHORT-INST-COUNT
           MOVE WS-TOTAL-SHORTFALL  TO FCS-SHORTFALL-AMT
           COMPUTE FCS-EXCEPTION-COUNT =
               WS-NO-PRICE-COUNT + WS-INELIGIBLE-COUNT
           WRITE FIDUCIARY-COLLATERAL-STATUS-REC
           CLOSE COLLATERAL-STATUS-FILE.

       5000-FIND-INSTITUTION.
           MOVE 'N' TO WS-INST-FOUND
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               IF WS-IN-INSTITUTION-ID(WS-IN-IDX) = WS-FIND-INST-ID
                   MOVE 'Y' TO WS-INST-FOUND
                   EXIT PARAGRAPH
               END-IF
               SET WS-IN-IDX UP BY 1
           END-PERFORM
           IF WS-INST-COUNT < WS-INST-MAX
               ADD 1 TO WS-INST-COUNT
               SET WS-IN-IDX TO WS-INST-COUNT
               MOVE WS-FIND-INST-ID TO WS-IN-INSTITUTION-ID(WS-IN-IDX)
               MOVE ZEROS TO WS-IN-TRUST-COUNT(WS-IN-IDX)
                             WS-IN-PLEDGE-COUNT(WS-IN-IDX)
                             WS-IN-REQUIREMENT(WS-IN-IDX)
                             WS-IN-MARKET-VALUE(WS-IN-IDX)
                             WS-IN-COLLATERAL(WS-IN-IDX)
               MOVE 'Y' TO WS-INST-FOUND
           ELSE
               ADD 1 TO WS-INST-OVERFLOW
           END-IF.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           CLOSE COLLATERAL-REPORT-FILE
           DISPLAY 'TRUST COLLATERAL REPORT COMPLETE'
           DISPLAY '  Trusts on deposit:       ' WS-TRUST-COUNT
           DISPLAY '  Institutions:            ' WS-INST-COUNT
           DISPLAY '  Pledges read:            ' WS-PLEDGE-READ-COUNT
           DISPLAY '  Pledges in force:        ' WS-PLEDGE-IN-FORCE
           DISPLAY '  Pledges not in force:    '
                    WS-PLEDGE-NOT-IN-FORCE
           DISPLAY '  Pledges without price:   ' WS-NO-PRICE-COUNT
           DISPLAY '  Ineligible asset type:   ' WS-INELIGIBLE-COUNT
           DISPLAY '  Institutions short:      ' WS-SHORT-INST-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'TRUST-COLLATERAL-RPT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
