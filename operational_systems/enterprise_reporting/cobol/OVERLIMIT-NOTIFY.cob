      *================================================================*
      * PROGRAM: OVERLIMIT-NOTIFY
      * PURPOSE: Customer notification when a depositor first goes
      *          over the insurance limit. Until now customers heard
      *          it from their relationship manager, or not at all.
      *          Each cycle the per-person position -- RSLTFILE plus
      *          RESULTOUT, joined through PARTY-XREF so a grantor's
      *          trusts count with the same person's deposits -- is
      *          built per covered institution and ownership
      *          category and compared with the prior cycle's
      *          retained generations (RSLTPRIO / RESLPRIO). A
      *          position over the SMDIA by more than the LTRPARM
      *          threshold that was not over last cycle is newly
      *          over. People with a newly-over position get a letter
      *          in the print vendor extract (LTREXTR, see
      *          OVERLIMIT-LETTER.cpy): name and address from
      *          CUSTFILE, a line per over-limit category, and plain-
      *          language options.
      *          The permanent notification log (NOTIFLOG, see
      *          OVERLIMIT-NOTIFY-LOG.cpy) keeps a notified position
      *          from being re-notified every night while it stays
      *          over, and records a clearing event when it falls
      *          back within the limit. Letters are suppressed --
      *          logged, and re-tested each cycle -- for a customer
      *          not on CUSTFILE or with no address, a deceased
      *          customer, an address on the returned-mail register
      *          (RTNMAIL), and a newly-over position whose accounts
      *          are all dormant. The control report (NOTIFRPT)
      *          lists every letter, suppression, and clearing.
      *          LTRPARM: the threshold, and a backfill switch that
      *          ignores the prior-cycle comparison (first run, or
      *          after the log is rebuilt) so positions already over
      *          are notified once.
      * REGULATION: 12 CFR Part 330 (customer disclosure)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERLIMIT-NOTIFY.
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
           SELECT DEPOSIT-PRIOR-FILE ASSIGN TO 'RSLTPRIO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DPRI-STATUS.
           SELECT TRUST-PRIOR-FILE ASSIGN TO 'RESLPRIO'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TPRI-STATUS.
           SELECT PARTY-XREF-FILE ASSIGN TO 'PARTYXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUST-SORT-FILE ASSIGN TO 'LTRWK01'.
           SELECT SORTED-CUST-FILE ASSIGN TO 'LTRCSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCUS-STATUS.
           SELECT RETURNED-MAIL-FILE ASSIGN TO 'RTNMAIL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTM-STATUS.
           SELECT NOTIFY-LOG-FILE ASSIGN TO 'NOTIFLOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LETTER-PARM-FILE ASSIGN TO 'LTRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SMDIA-PARM-FILE ASSIGN TO 'SMDIAPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMDIAP-STATUS.
           SELECT OVER-WORK-FILE ASSIGN TO 'LTRWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWK-STATUS.
           SELECT OVER-SORT-FILE ASSIGN TO 'LTRWK02'.
           SELECT SORTED-OVER-FILE ASSIGN TO 'LTRWSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOWK-STATUS.
           SELECT LETTER-EXTRACT-FILE ASSIGN TO 'LTREXTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT NOTIFY-REPORT-FILE ASSIGN TO 'NOTIFRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RSLT-VALIDATE-STATUS-FILE ASSIGN TO 'RSLTVSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob, for
      *    both the current file and the prior generation.
       FD  DEPOSIT-RESULT-FILE.
       01  DRSLT-RECORD.
           05  DRSLT-ACCT-NUMBER     PIC X(20).
           05  DRSLT-DEPOSITOR-ID    PIC X(15).
           05  DRSLT-INSTITUTION-ID  PIC X(5).
           05  DRSLT-ORC-TYPE        PIC X(4).
           05  DRSLT-BALANCE         PIC S9(13)V99.
           05  DRSLT-INSURED-AMT     PIC S9(13)V99.
           05  DRSLT-UNINSURED-AMT   PIC S9(13)V99.
           05  FILLER                PIC X(114).

       FD  DEPOSIT-PRIOR-FILE.
       01  DPRI-RECORD.
           05  DPRI-ACCT-NUMBER      PIC X(20).
           05  DPRI-DEPOSITOR-ID     PIC X(15).
           05  DPRI-INSTITUTION-ID   PIC X(5).
           05  DPRI-ORC-TYPE         PIC X(4).
           05  DPRI-BALANCE          PIC S9(13)V99.
           05  DPRI-INSURED-AMT      PIC S9(13)V99.
           05  DPRI-UNINSURED-AMT    PIC S9(13)V99.
           05  FILLER                PIC X(114).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  TRUST-RESULT-FILE.
       01  TRSLT-RECORD.
           05  TRSLT-TRUST-ID        PIC X(12).
           05  FILLER                PIC X(63).
           05  TRSLT-ORC-TYPE        PIC X(5).
           05  TRSLT-GRANTOR-ID      PIC X(10).
           05  TRSLT-INSTITUTION-ID  PIC X(5).
           05  TRSLT-TOTAL-BALANCE   PIC S9(13)V99.
           05  FILLER                PIC X(3).
           05  TRSLT-INSURED-AMT     PIC S9(13)V99.
           05  TRSLT-UNINSURED-AMT   PIC S9(13)V99.
           05  FILLER                PIC X(61).

       FD  TRUST-PRIOR-FILE.
       01  TPRI-RECORD.
           05  TPRI-TRUST-ID         PIC X(12).
           05  FILLER                PIC X(63).
           05  TPRI-ORC-TYPE         PIC X(5).
           05  TPRI-GRANTOR-ID       PIC X(10).
           05  TPRI-INSTITUTION-ID   PIC X(5).
           05  TPRI-TOTAL-BALANCE    PIC S9(13)V99.
           05  FILLER                PIC X(3).
           05  TPRI-INSURED-AMT      PIC S9(13)V99.
           05  TPRI-UNINSURED-AMT    PIC S9(13)V99.
           05  FILLER                PIC X(61).

       FD  PARTY-XREF-FILE.
           COPY PARTY-XREF.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       FD  CUSTOMER-FILE.
       01  CUSTIN-RECORD             PIC X(310).

       SD  CUST-SORT-FILE.
       01  CSRT-REC.
           05  CSRT-DEPOSITOR-ID     PIC X(15).
           05  FILLER                PIC X(295).

       FD  SORTED-CUST-FILE.
           COPY CUSTOMER-MASTER.

       FD  RETURNED-MAIL-FILE.
           COPY RETURNED-MAIL.

       FD  NOTIFY-LOG-FILE.
           COPY OVERLIMIT-NOTIFY-LOG.

       FD  LETTER-PARM-FILE.
       01  LETTER-PARM-REC.
           05  LTRP-THRESHOLD        PIC S9(13)V99.
           05  LTRP-BACKFILL         PIC X(1).
               88  LTRP-BACKFILL-RUN VALUE 'Y'.
           05  FILLER                PIC X(64).

      *    Mirrors SMDIA-PARM-REC in SMDIA-PARM.cpy.
       FD  SMDIA-PARM-FILE.
       01  SMDP-RECORD.
           05  SMDP-EFFECTIVE-DATE   PIC X(10).
           05  SMDP-AMOUNT           PIC S9(13)V99.
           05  FILLER                PIC X(20).

      *    One over-limit position, carried through the sort so a
      *    person's positions come together for the letter.
       FD  OVER-WORK-FILE.
       01  OWK-RECORD                PIC X(100).

       SD  OVER-SORT-FILE.
       01  OSRT-REC.
           05  OSRT-DEPOSITOR-ID     PIC X(15).
           05  OSRT-INSTITUTION-ID   PIC X(5).
           05  OSRT-ORC-TYPE         PIC X(5).
           05  FILLER                PIC X(75).

       FD  SORTED-OVER-FILE.
       01  SOWK-RECORD.
           05  SOWK-DEPOSITOR-ID     PIC X(15).
           05  SOWK-INSTITUTION-ID   PIC X(5).
           05  SOWK-ORC-TYPE         PIC X(5).
           05  SOWK-BALANCE          PIC S9(13)V99.
           05  SOWK-INSURED-AMT      PIC S9(13)V99.
           05  SOWK-UNINSURED-AMT    PIC S9(13)V99.
           05  SOWK-STATE            PIC X(1).
               88  SOWK-NEWLY-OVER   VALUE 'N'.
           05  SOWK-LOG-STATUS       PIC X(1).
           05  SOWK-ALL-DORMANT      PIC X(1).
           05  FILLER                PIC X(27).

       FD  LETTER-EXTRACT-FILE.
           COPY OVERLIMIT-LETTER.

       FD  NOTIFY-REPORT-FILE.
       01  NOTIFY-REPORT-LINE        PIC X(132).

       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-DPRI-STATUS            PIC XX.
       01  WS-TPRI-STATUS            PIC XX.
       01  WS-XRF-STATUS             PIC XX.
       01  WS-ACCT-STATUS            PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-SCUS-STATUS            PIC XX.
       01  WS-RTM-STATUS             PIC XX.
       01  WS-LOG-STATUS             PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-SMDIAP-STATUS          PIC XX.
       01  WS-OWK-STATUS             PIC XX.
       01  WS-SOWK-STATUS            PIC XX.
       01  WS-LTR-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.
       01  WS-EOF-SOWK               PIC X VALUE 'N'.
       01  WS-EOF-SCUS               PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE     PIC X VALUE 'N'.
       01  WS-SMDIA                  PIC S9(13)V99 VALUE 250000.00.
      *    Any excess over the limit qualifies unless LTRPARM sets
      *    a threshold.
       01  WS-THRESHOLD              PIC S9(13)V99 VALUE 0.
       01  WS-BACKFILL               PIC X(1) VALUE 'N'.

      *--- Party cross-reference, loaded once ---
       01  WS-XREF-COUNT             PIC 9(4) VALUE 0.
       01  WS-XREF-MAX               PIC 9(4) VALUE 2000.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-XR-IDX.
               10  WS-XR-DEPOSITOR-ID PIC X(15).
               10  WS-XR-GRANTOR-ID   PIC X(10).

      *--- Dormant accounts, loaded once from ACCTFILE ---
       01  WS-DORM-COUNT             PIC 9(5) VALUE 0.
       01  WS-DORM-MAX               PIC 9(5) VALUE 5000.
       01  WS-DORM-OVERFLOW          PIC 9(5) VALUE 0.
       01  WS-DORM-TABLE.
           05  WS-DM-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-DM-IDX.
               10  WS-DM-ACCT-NUMBER  PIC X(20).
       01  WS-ACCT-IS-DORMANT        PIC X(1).

      *--- Returned-mail register, addresses still bad ---
       01  WS-RTM-COUNT              PIC 9(4) VALUE 0.
       01  WS-RTM-MAX                PIC 9(4) VALUE 2000.
       01  WS-RTM-TABLE.
           05  WS-RM-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-RM-IDX.
               10  WS-RM-DEPOSITOR-ID PIC X(15).

      *--- Notification log, latest event per key ---
       01  WS-LOG-COUNT              PIC 9(5) VALUE 0.
       01  WS-LOG-MAX                PIC 9(5) VALUE 5000.
       01  WS-LOG-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-LOG-IDX-SAVE           PIC 9(5).
       01  WS-LOG-TABLE.
           05  WS-LG-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-LG-IDX.
               10  WS-LG-DEPOSITOR-ID PIC X(15).
               10  WS-LG-INSTITUTION  PIC X(5).
               10  WS-LG-ORC-TYPE     PIC X(5).
               10  WS-LG-EVENT        PIC X(1).
               10  WS-LG-REASON       PIC X(2).

      *--- Positions with uninsured funds, this cycle or last ---
       01  WS-POS-COUNT              PIC 9(5) VALUE 0.
       01  WS-POS-MAX                PIC 9(5) VALUE 5000.
       01  WS-POS-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-POS-IDX-SAVE           PIC 9(5).
       01  WS-POS-TABLE.
           05  WS-PS-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-PS-IDX.
               10  WS-PS-DEPOSITOR-ID PIC X(15).
               10  WS-PS-INSTITUTION  PIC X(5).
               10  WS-PS-ORC-TYPE     PIC X(5).
               10  WS-PS-BALANCE      PIC S9(13)V99.
               10  WS-PS-INSURED      PIC S9(13)V99.
               10  WS-PS-UNINSURED    PIC S9(13)V99.
               10  WS-PS-PRIOR-UNINS  PIC S9(13)V99.
               10  WS-PS-ACCT-COUNT   PIC 9(5).
               10  WS-PS-DORM-COUNT   PIC 9(5).
               10  WS-PS-LOG-STATUS   PIC X(1).
               10  WS-PS-STATE        PIC X(1).
      *            N = newly over (letter due), O = over and
      *            already notified, P = over since before the
      *            log, blank = within the threshold.

       01  WS-LOOKUP-DEPOSITOR       PIC X(15).
       01  WS-LOOKUP-INST            PIC X(5).
       01  WS-LOOKUP-ORC             PIC X(5).
       01  WS-ADD-BALANCE            PIC S9(13)V99.
       01  WS-ADD-INSURED            PIC S9(13)V99.
       01  WS-ADD-UNINSURED          PIC S9(13)V99.
       01  WS-UNLINKED-TRUSTS        PIC 9(7) VALUE 0.

      *--- One person's over-limit positions, for the letter ---
       01  WS-GROUP-DEPOSITOR        PIC X(15).
       01  WS-GRP-COUNT              PIC 9(2) VALUE 0.
       01  WS-GRP-MAX                PIC 9(2) VALUE 50.
       01  WS-GRP-NEW-COUNT          PIC 9(2).
       01  WS-GRP-NEW-LIVE-COUNT     PIC 9(2).
       01  WS-GRP-TABLE.
           05  WS-GP-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-GP-IDX.
               10  WS-GP-INSTITUTION  PIC X(5).
               10  WS-GP-ORC-TYPE     PIC X(5).
               10  WS-GP-BALANCE      PIC S9(13)V99.
               10  WS-GP-INSURED      PIC S9(13)V99.
               10  WS-GP-UNINSURED    PIC S9(13)V99.
               10  WS-GP-STATE        PIC X(1).
               10  WS-GP-LOG-STATUS   PIC X(1).
               10  WS-GP-ALL-DORMANT  PIC X(1).
       01  WS-CUST-FOUND             PIC X(1).
       01  WS-SUPPRESS-REASON        PIC X(2).
       01  WS-REASON-WORDING         PIC X(30).
       01  WS-CATEGORY-WORDING       PIC X(40).
       01  WS-OPTION-TEXT            PIC X(100).
       01  WS-LOG-EVENT-OUT          PIC X(1).
       01  WS-LINKED-GRANTOR         PIC X(10).

      *--- Counts ---
       01  WS-LETTER-COUNT           PIC 9(7) VALUE 0.
       01  WS-EXTRACT-RECORDS        PIC 9(9) VALUE 0.
       01  WS-SUPPRESS-COUNT         PIC 9(7) VALUE 0.
       01  WS-CLEARED-COUNT          PIC 9(7) VALUE 0.
       01  WS-NEW-POSITIONS          PIC 9(7) VALUE 0.

       01  NOTIFY-DETAIL-LINE.
           05  NDL-ACTION            PIC X(12).
           05  NDL-DEPOSITOR-ID      PIC X(16).
           05  NDL-INSTITUTION       PIC X(6).
           05  NDL-ORC               PIC X(6).
           05  NDL-UNINSURED         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2).
           05  NDL-NOTE              PIC X(40).
           05  FILLER                PIC X(33).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUM-CURRENT-DEPOSIT
           PERFORM 2100-ACCUM-CURRENT-TRUST
           PERFORM 2200-ACCUM-PRIOR-DEPOSIT
           PERFORM 2300-ACCUM-PRIOR-TRUST
           PERFORM 3000-CLASSIFY-POSITIONS
           PERFORM 3500-CLEAR-LOG-ENTRIES
           PERFORM 4000-WRITE-LETTERS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1040-CHECK-RSLT-VALIDATE
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1060-LOAD-SMDIA-PARM
           PERFORM 1200-LOAD-PARM
           PERFORM 1300-LOAD-PARTY-XREF
           PERFORM 1400-LOAD-DORMANT-ACCOUNTS
           PERFORM 1500-LOAD-RETURNED-MAIL
           PERFORM 1600-LOAD-NOTIFY-LOG
      *    The log accumulates across cycles -- EXTEND, never
      *    OUTPUT.
           OPEN EXTEND NOTIFY-LOG-FILE
           OPEN OUTPUT NOTIFY-REPORT-FILE
           MOVE SPACES TO NOTIFY-REPORT-LINE
           STRING 'OVER-LIMIT CUSTOMER NOTIFICATION -- '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO NOTIFY-REPORT-LINE
           WRITE NOTIFY-REPORT-LINE
           IF WS-BACKFILL = 'Y'
               MOVE 'BACKFILL RUN -- PRIOR CYCLE NOT COMPARED'
                   TO NOTIFY-REPORT-LINE
               WRITE NOTIFY-REPORT-LINE
           END-IF
           MOVE SPACES TO NOTIFY-REPORT-LINE
           WRITE NOTIFY-REPORT-LINE.

       1040-CHECK-RSLT-VALIDATE.
      *    RSLTFILE-VALIDATE must be run ahead of this program each
      *    cycle -- a result file left short, duplicated, or
      *    unfooted by a calc mishap must not feed this output.
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

       1060-LOAD-SMDIA-PARM.
      *    WS-SMDIA keeps its literal fallback value unless the
      *    parameter file opens and has a record effective on or
      *    before the run date -- the latest such record wins.
           OPEN INPUT SMDIA-PARM-FILE
           IF WS-SMDIAP-STATUS = '00'
               PERFORM UNTIL WS-SMDIAP-STATUS NOT = '00'
                   READ SMDIA-PARM-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SMDP-EFFECTIVE-DATE
                               NOT > WS-BUSINESS-DATE
                               MOVE SMDP-AMOUNT TO WS-SMDIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMDIA-PARM-FILE
           END-IF.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the run-
      *    control file written by CYCLE-OPEN -- never the system
      *    clock. Both calcs must have finished for the same
      *    business date: a letter must never go out from a half-
      *    built position.
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

       1200-LOAD-PARM.
           OPEN INPUT LETTER-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ LETTER-PARM-FILE
                   NOT AT END
                       IF LTRP-THRESHOLD NUMERIC
                           AND LTRP-THRESHOLD > 0
                           MOVE LTRP-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       IF LTRP-BACKFILL-RUN
                           MOVE 'Y' TO WS-BACKFILL
                       END-IF
               END-READ
               CLOSE LETTER-PARM-FILE
           END-IF.

       1300-LOAD-PARTY-XREF.
      *    One load of the cross-reference, same as the other
      *    enterprise identity joins. Without it a grantor's trusts
      *    would be left out of the person's position.
           OPEN INPUT PARTY-XREF-FILE
           IF WS-XRF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTY XREF FILE: ' WS-XRF-STATUS
               DISPLAY 'PARTY-IDENTITY-MATCH HAS NOT RUN -- '
                        'RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-XRF-STATUS NOT = '00'
               READ PARTY-XREF-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-XREF-COUNT < WS-XREF-MAX
                           ADD 1 TO WS-XREF-COUNT
                           SET WS-XR-IDX TO WS-XREF-COUNT
                           MOVE XRF-DEPOSITOR-ID TO
                               WS-XR-DEPOSITOR-ID(WS-XR-IDX)
                           MOVE XRF-GRANTOR-ID TO
                               WS-XR-GRANTOR-ID(WS-XR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTY-XREF-FILE.

       1400-LOAD-DORMANT-ACCOUNTS.
      *    Mail to a dormant account's holder counts as customer
      *    contact for escheat and is usually wasted postage, so a
      *    newly-over position made up only of dormant accounts
      *    does not trigger a letter.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACCT-STATUS NOT = '00'
               READ ACCOUNT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACCT-DORMANT
                           IF WS-DORM-COUNT < WS-DORM-MAX
                               ADD 1 TO WS-DORM-COUNT
                               SET WS-DM-IDX TO WS-DORM-COUNT
                               MOVE ACCT-NUMBER
                                   TO WS-DM-ACCT-NUMBER(WS-DM-IDX)
                           ELSE
                               ADD 1 TO WS-DORM-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       1500-LOAD-RETURNED-MAIL.
      *    An address is still bad until a confirmation dated on or
      *    after the latest return. No register on file: nothing
      *    to suppress.
           OPEN INPUT RETURNED-MAIL-FILE
           IF WS-RTM-STATUS NOT = '00'
               DISPLAY 'NO RETURNED-MAIL REGISTER (RTNMAIL) -- '
                        'NO RETURNED-MAIL SUPPRESSION THIS RUN'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RTM-STATUS NOT = '00'
               READ RETURNED-MAIL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF (RTM-CONFIRMED-DATE = SPACES
                           OR RTM-CONFIRMED-DATE < RTM-RETURNED-DATE)
                           AND WS-RTM-COUNT < WS-RTM-MAX
                           ADD 1 TO WS-RTM-COUNT
                           SET WS-RM-IDX TO WS-RTM-COUNT
                           MOVE RTM-DEPOSITOR-ID
                               TO WS-RM-DEPOSITOR-ID(WS-RM-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURNED-MAIL-FILE.

       1600-LOAD-NOTIFY-LOG.
      *    Events are in the order written, so the last one read
      *    for a key is its current state. No log yet (first run):
      *    every key starts with no history.
           OPEN INPUT NOTIFY-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'NO NOTIFICATION LOG (NOTIFLOG) ON FILE -- '
                        'STARTING A NEW ONE'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOG-STATUS NOT = '00'
               READ NOTIFY-LOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM 1610-APPLY-LOG-EVENT
               END-READ
           END-PERFORM
           CLOSE NOTIFY-LOG-FILE.

       1610-APPLY-LOG-EVENT.
           MOVE ONL-DEPOSITOR-ID   TO WS-LOOKUP-DEPOSITOR
           MOVE ONL-INSTITUTION-ID TO WS-LOOKUP-INST
           MOVE ONL-ORC-TYPE       TO WS-LOOKUP-ORC
           PERFORM 6100-FIND-LOG-ENTRY
           IF WS-LOG-IDX-SAVE = 0
               IF WS-LOG-COUNT < WS-LOG-MAX
                   ADD 1 TO WS-LOG-COUNT
                   SET WS-LG-IDX TO WS-LOG-COUNT
                   MOVE ONL-DEPOSITOR-ID
                       TO WS-LG-DEPOSITOR-ID(WS-LG-IDX)
                   MOVE ONL-INSTITUTION-ID
                       TO WS-LG-INSTITUTION(WS-LG-IDX)
                   MOVE ONL-ORC-TYPE TO WS-LG-ORC-TYPE(WS-LG-IDX)
                   SET WS-LOG-IDX-SAVE TO WS-LG-IDX
               ELSE
                   ADD 1 TO WS-LOG-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-LG-IDX TO WS-LOG-IDX-SAVE
           MOVE ONL-EVENT           TO WS-LG-EVENT(WS-LG-IDX)
           MOVE ONL-SUPPRESS-REASON TO WS-LG-REASON(WS-LG-IDX).

       2000-ACCUM-CURRENT-DEPOSIT.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DEPOSIT-RESULT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2010-ADD-DEPOSIT-CURRENT
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-RESULT-FILE.

       2010-ADD-DEPOSIT-CURRENT.
           MOVE DRSLT-DEPOSITOR-ID   TO WS-LOOKUP-DEPOSITOR
           MOVE DRSLT-INSTITUTION-ID TO WS-LOOKUP-INST
           MOVE DRSLT-ORC-TYPE       TO WS-LOOKUP-ORC
           MOVE DRSLT-BALANCE        TO WS-ADD-BALANCE
           MOVE DRSLT-INSURED-AMT    TO WS-ADD-INSURED
           MOVE DRSLT-UNINSURED-AMT  TO WS-ADD-UNINSURED
           MOVE 'N' TO WS-ACCT-IS-DORMANT
           SET WS-DM-IDX TO 1
           PERFORM UNTIL WS-DM-IDX > WS-DORM-COUNT
               IF WS-DM-ACCT-NUMBER(WS-DM-IDX) = DRSLT-ACCT-NUMBER
                   MOVE 'Y' TO WS-ACCT-IS-DORMANT
                   SET WS-DM-IDX TO WS-DORM-COUNT
               END-IF
               SET WS-DM-IDX UP BY 1
           END-PERFORM
           PERFORM 6000-ADD-CURRENT-POSITION.

       2100-ACCUM-CURRENT-TRUST.
      *    A grantor counts under the depositor the cross-reference
      *    ties them to; an unlinked grantor has no CUSTFILE name
      *    or address to write to and is only counted.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRUST-RESULT-FILE
           IF WS-TRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRUST RESULT FILE: '
                        WS-TRSLT-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2110-ADD-TRUST-CURRENT
               END-READ
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       2110-ADD-TRUST-CURRENT.
           MOVE TRSLT-GRANTOR-ID TO WS-LOOKUP-DEPOSITOR
           PERFORM 6200-GRANTOR-TO-DEPOSITOR
           IF WS-LOOKUP-DEPOSITOR = SPACES
               IF TRSLT-UNINSURED-AMT > 0
                   ADD 1 TO WS-UNLINKED-TRUSTS
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE TRSLT-INSTITUTION-ID TO WS-LOOKUP-INST
           MOVE TRSLT-ORC-TYPE       TO WS-LOOKUP-ORC
           MOVE TRSLT-TOTAL-BALANCE  TO WS-ADD-BALANCE
           MOVE TRSLT-INSURED-AMT    TO WS-ADD-INSURED
           MOVE TRSLT-UNINSURED-AMT  TO WS-ADD-UNINSURED
           MOVE 'N' TO WS-ACCT-IS-DORMANT
           PERFORM 6000-ADD-CURRENT-POSITION.

       2200-ACCUM-PRIOR-DEPOSIT.
      *    No prior generation (first cycle): every over-limit
      *    position counts as new -- the log still keeps anyone
      *    from hearing twice.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DEPOSIT-PRIOR-FILE
           IF WS-DPRI-STATUS NOT = '00'
               DISPLAY 'NO PRIOR DEPOSIT RESULTS (RSLTPRIO)'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-PRIOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DPRI-UNINSURED-AMT NOT = 0
                           MOVE DPRI-DEPOSITOR-ID
                               TO WS-LOOKUP-DEPOSITOR
                           MOVE DPRI-INSTITUTION-ID TO WS-LOOKUP-INST
                           MOVE DPRI-ORC-TYPE       TO WS-LOOKUP-ORC
                           MOVE DPRI-UNINSURED-AMT
                               TO WS-ADD-UNINSURED
                           PERFORM 6050-ADD-PRIOR-POSITION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-PRIOR-FILE.

       2300-ACCUM-PRIOR-TRUST.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRUST-PRIOR-FILE
           IF WS-TPRI-STATUS NOT = '00'
               DISPLAY 'NO PRIOR TRUST RESULTS (RESLPRIO)'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-PRIOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TPRI-UNINSURED-AMT NOT = 0
                           MOVE TPRI-GRANTOR-ID
                               TO WS-LOOKUP-DEPOSITOR
                           PERFORM 6200-GRANTOR-TO-DEPOSITOR
                           IF WS-LOOKUP-DEPOSITOR NOT = SPACES
                               MOVE TPRI-INSTITUTION-ID
                                   TO WS-LOOKUP-INST
                               MOVE TPRI-ORC-TYPE TO WS-LOOKUP-ORC
                               MOVE TPRI-UNINSURED-AMT
                                   TO WS-ADD-UNINSURED
                               PERFORM 6050-ADD-PRIOR-POSITION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRUST-PRIOR-FILE.

       3000-CLASSIFY-POSITIONS.
           SET WS-PS-IDX TO 1
           PERFORM UNTIL WS-PS-IDX > WS-POS-COUNT
               PERFORM 3100-CLASSIFY-ONE
               SET WS-PS-IDX UP BY 1
           END-PERFORM.

       3100-CLASSIFY-ONE.
      *    Over the limit by more than the threshold now, and --
      *    unless already notified -- a letter is due when the
      *    position was within it last cycle, when an earlier
      *    letter was suppressed, or on a backfill run.
           MOVE WS-PS-DEPOSITOR-ID(WS-PS-IDX) TO WS-LOOKUP-DEPOSITOR
           MOVE WS-PS-INSTITUTION(WS-PS-IDX)  TO WS-LOOKUP-INST
           MOVE WS-PS-ORC-TYPE(WS-PS-IDX)     TO WS-LOOKUP-ORC
           PERFORM 6100-FIND-LOG-ENTRY
           MOVE SPACE TO WS-PS-LOG-STATUS(WS-PS-IDX)
           IF WS-LOG-IDX-SAVE NOT = 0
               SET WS-LG-IDX TO WS-LOG-IDX-SAVE
               MOVE WS-LG-EVENT(WS-LG-IDX)
                   TO WS-PS-LOG-STATUS(WS-PS-IDX)
           END-IF
           MOVE SPACE TO WS-PS-STATE(WS-PS-IDX)
           IF WS-PS-UNINSURED(WS-PS-IDX) NOT > WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-PS-LOG-STATUS(WS-PS-IDX) = 'N'
                   MOVE 'O' TO WS-PS-STATE(WS-PS-IDX)
               WHEN WS-PS-LOG-STATUS(WS-PS-IDX) = 'S'
                   MOVE 'N' TO WS-PS-STATE(WS-PS-IDX)
               WHEN WS-BACKFILL = 'Y'
                   MOVE 'N' TO WS-PS-STATE(WS-PS-IDX)
               WHEN WS-PS-PRIOR-UNINS(WS-PS-IDX) NOT > WS-THRESHOLD
                   MOVE 'N' TO WS-PS-STATE(WS-PS-IDX)
               WHEN OTHER
                   MOVE 'P' TO WS-PS-STATE(WS-PS-IDX)
           END-EVALUATE
           IF WS-PS-STATE(WS-PS-IDX) = 'N'
               ADD 1 TO WS-NEW-POSITIONS
           END-IF.

       3500-CLEAR-LOG-ENTRIES.
      *    A notified or suppressed position now back within the
      *    threshold is cleared, so a later excess is a new notice.
           SET WS-LG-IDX TO 1
           PERFORM UNTIL WS-LG-IDX > WS-LOG-COUNT
               IF WS-LG-EVENT(WS-LG-IDX) = 'N'
                   OR WS-LG-EVENT(WS-LG-IDX) = 'S'
                   PERFORM 3510-CLEAR-IF-WITHIN
               END-IF
               SET WS-LG-IDX UP BY 1
           END-PERFORM.

       3510-CLEAR-IF-WITHIN.
           MOVE WS-LG-DEPOSITOR-ID(WS-LG-IDX) TO WS-LOOKUP-DEPOSITOR
           MOVE WS-LG-INSTITUTION(WS-LG-IDX)  TO WS-LOOKUP-INST
           MOVE WS-LG-ORC-TYPE(WS-LG-IDX)     TO WS-LOOKUP-ORC
           PERFORM 6150-FIND-POSITION
           IF WS-POS-IDX-SAVE NOT = 0
               SET WS-PS-IDX TO WS-POS-IDX-SAVE
               IF WS-PS-UNINSURED(WS-PS-IDX) > WS-THRESHOLD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO OVERLIMIT-NOTIFY-LOG-REC
           MOVE WS-LOOKUP-DEPOSITOR TO ONL-DEPOSITOR-ID
           MOVE WS-LOOKUP-INST      TO ONL-INSTITUTION-ID
           MOVE WS-LOOKUP-ORC       TO ONL-ORC-TYPE
           SET ONL-CLEARED TO TRUE
           MOVE WS-BUSINESS-DATE    TO ONL-CYCLE-DATE
           MOVE 0                   TO ONL-UNINSURED-AMT
           IF WS-POS-IDX-SAVE NOT = 0
               MOVE WS-PS-UNINSURED(WS-PS-IDX) TO ONL-UNINSURED-AMT
           END-IF
           WRITE OVERLIMIT-NOTIFY-LOG-REC
           MOVE 'C' TO WS-LG-EVENT(WS-LG-IDX)
           ADD 1 TO WS-CLEARED-COUNT
           MOVE SPACES TO NOTIFY-DETAIL-LINE
           MOVE 'CLEARED'           TO NDL-ACTION
           MOVE WS-LOOKUP-DEPOSITOR TO NDL-DEPOSITOR-ID
           MOVE WS-LOOKUP-INST      TO NDL-INSTITUTION
           MOVE WS-LOOKUP-ORC       TO NDL-ORC
           MOVE ONL-UNINSURED-AMT   TO NDL-UNINSURED
           MOVE 'BACK WITHIN THE LIMIT' TO NDL-NOTE
           WRITE NOTIFY-REPORT-LINE FROM NOTIFY-DETAIL-LINE.

       4000-WRITE-LETTERS.
      *    Every over-limit position goes through the sort so a
      *    letter can show all of the person's over-limit
      *    categories, not just the new one.
           OPEN OUTPUT OVER-WORK-FILE
           SET WS-PS-IDX TO 1
           PERFORM UNTIL WS-PS-IDX > WS-POS-COUNT
               IF WS-PS-STATE(WS-PS-IDX) NOT = SPACE
                   PERFORM 4010-WRITE-OVER-WORK
               END-IF
               SET WS-PS-IDX UP BY 1
           END-PERFORM
           CLOSE OVER-WORK-FILE
           SORT OVER-SORT-FILE
               ON ASCENDING KEY OSRT-DEPOSITOR-ID
                                OSRT-INSTITUTION-ID
                                OSRT-ORC-TYPE
               USING OVER-WORK-FILE
               GIVING SORTED-OVER-FILE
           SORT CUST-SORT-FILE
               ON ASCENDING KEY CSRT-DEPOSITOR-ID
               USING CUSTOMER-FILE
               GIVING SORTED-CUST-FILE
           OPEN INPUT SORTED-OVER-FILE
           OPEN INPUT SORTED-CUST-FILE
           OPEN OUTPUT LETTER-EXTRACT-FILE
           READ SORTED-CUST-FILE
               AT END MOVE 'Y' TO WS-EOF-SCUS
           END-READ
           READ SORTED-OVER-FILE
               AT END MOVE 'Y' TO WS-EOF-SOWK
           END-READ
           PERFORM 4100-PROCESS-PERSON UNTIL WS-EOF-SOWK = 'Y'
           MOVE SPACES TO OVERLIMIT-LETTER-REC
           SET OLL-TRAILER-REC TO TRUE
           MOVE HIGH-VALUES TO OLL-DEPOSITOR-ID
           ADD 1 TO WS-EXTRACT-RECORDS
           MOVE WS-LETTER-COUNT    TO OLL-LETTER-COUNT
           MOVE WS-EXTRACT-RECORDS TO OLL-RECORD-COUNT
           WRITE OVERLIMIT-LETTER-REC
           CLOSE SORTED-OVER-FILE
           CLOSE SORTED-CUST-FILE
           CLOSE LETTER-EXTRACT-FILE.

       4010-WRITE-OVER-WORK.
           MOVE SPACES TO SOWK-RECORD
           MOVE WS-PS-DEPOSITOR-ID(WS-PS-IDX) TO SOWK-DEPOSITOR-ID
           MOVE WS-PS-INSTITUTION(WS-PS-IDX)  TO SOWK-INSTITUTION-ID
           MOVE WS-PS-ORC-TYPE(WS-PS-IDX)     TO SOWK-ORC-TYPE
           MOVE WS-PS-BALANCE(WS-PS-IDX)      TO SOWK-BALANCE
           MOVE WS-PS-INSURED(WS-PS-IDX)      TO SOWK-INSURED-AMT
           MOVE WS-PS-UNINSURED(WS-PS-IDX)    TO SOWK-UNINSURED-AMT
           MOVE WS-PS-STATE(WS-PS-IDX)        TO SOWK-STATE
           MOVE WS-PS-LOG-STATUS(WS-PS-IDX)   TO SOWK-LOG-STATUS
           MOVE 'N' TO SOWK-ALL-DORMANT
           IF WS-PS-ACCT-COUNT(WS-PS-IDX) > 0
               AND WS-PS-DORM-COUNT(WS-PS-IDX)
                   = WS-PS-ACCT-COUNT(WS-PS-IDX)
               MOVE 'Y' TO SOWK-ALL-DORMANT
           END-IF
           WRITE OWK-RECORD FROM SOWK-RECORD.

       4100-PROCESS-PERSON.
           MOVE SOWK-DEPOSITOR-ID TO WS-GROUP-DEPOSITOR
           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-GRP-NEW-COUNT
           MOVE 0 TO WS-GRP-NEW-LIVE-COUNT
           PERFORM UNTIL WS-EOF-SOWK = 'Y'
               OR SOWK-DEPOSITOR-ID NOT = WS-GROUP-DEPOSITOR
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   SET WS-GP-IDX TO WS-GRP-COUNT
                   MOVE SOWK-INSTITUTION-ID
                       TO WS-GP-INSTITUTION(WS-GP-IDX)
                   MOVE SOWK-ORC-TYPE  TO WS-GP-ORC-TYPE(WS-GP-IDX)
                   MOVE SOWK-BALANCE   TO WS-GP-BALANCE(WS-GP-IDX)
                   MOVE SOWK-INSURED-AMT
                       TO WS-GP-INSURED(WS-GP-IDX)
                   MOVE SOWK-UNINSURED-AMT
                       TO WS-GP-UNINSURED(WS-GP-IDX)
                   MOVE SOWK-STATE     TO WS-GP-STATE(WS-GP-IDX)
                   MOVE SOWK-LOG-STATUS
                       TO WS-GP-LOG-STATUS(WS-GP-IDX)
                   MOVE SOWK-ALL-DORMANT
                       TO WS-GP-ALL-DORMANT(WS-GP-IDX)
                   IF SOWK-NEWLY-OVER
                       ADD 1 TO WS-GRP-NEW-COUNT
                       IF SOWK-ALL-DORMANT NOT = 'Y'
                           ADD 1 TO WS-GRP-NEW-LIVE-COUNT
                       END-IF
                   END-IF
               END-IF
               READ SORTED-OVER-FILE
                   AT END MOVE 'Y' TO WS-EOF-SOWK
               END-READ
           END-PERFORM
           IF WS-GRP-NEW-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-MATCH-CUSTOMER
           PERFORM 4300-DECIDE-SUPPRESSION
           IF WS-SUPPRESS-REASON = SPACES
               PERFORM 4500-WRITE-LETTER
           ELSE
               PERFORM 4400-LOG-SUPPRESSION
           END-IF.

       4200-MATCH-CUSTOMER.
      *    Balanced-line advance of the sorted CUSTFILE to this
      *    person.
           MOVE 'N' TO WS-CUST-FOUND
           PERFORM UNTIL WS-EOF-SCUS = 'Y'
               OR CUST-DEPOSITOR-ID NOT < WS-GROUP-DEPOSITOR
               READ SORTED-CUST-FILE
                   AT END MOVE 'Y' TO WS-EOF-SCUS
               END-READ
           END-PERFORM
           IF WS-EOF-SCUS NOT = 'Y'
               AND CUST-DEPOSITOR-ID = WS-GROUP-DEPOSITOR
               MOVE 'Y' TO WS-CUST-FOUND
           END-IF.

       4300-DECIDE-SUPPRESSION.
           MOVE SPACES TO WS-SUPPRESS-REASON
           EVALUATE TRUE
               WHEN WS-CUST-FOUND NOT = 'Y'
                   MOVE 'NC' TO WS-SUPPRESS-REASON
               WHEN CUST-DECEASED
                   MOVE 'DC' TO WS-SUPPRESS-REASON
               WHEN CUST-ADDR-LINE1 = SPACES
                   OR CUST-ADDR-ZIP = SPACES
                   MOVE 'NA' TO WS-SUPPRESS-REASON
               WHEN WS-GRP-NEW-LIVE-COUNT = 0
                   MOVE 'DM' TO WS-SUPPRESS-REASON
           END-EVALUATE
           IF WS-SUPPRESS-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           SET WS-RM-IDX TO 1
           PERFORM UNTIL WS-RM-IDX > WS-RTM-COUNT
               IF WS-RM-DEPOSITOR-ID(WS-RM-IDX) = WS-GROUP-DEPOSITOR
                   MOVE 'RM' TO WS-SUPPRESS-REASON
                   SET WS-RM-IDX TO WS-RTM-COUNT
               END-IF
               SET WS-RM-IDX UP BY 1
           END-PERFORM.

       4400-LOG-SUPPRESSION.
      *    One suppression event per newly-over position -- but not
      *    again each night for the same reason.
           ADD 1 TO WS-SUPPRESS-COUNT
           EVALUATE WS-SUPPRESS-REASON
               WHEN 'NC'
                   MOVE 'NOT ON CUSTFILE' TO WS-REASON-WORDING
               WHEN 'DC'
                   MOVE 'CUSTOMER DECEASED' TO WS-REASON-WORDING
               WHEN 'NA'
                   MOVE 'NO MAILING ADDRESS' TO WS-REASON-WORDING
               WHEN 'DM'
                   MOVE 'DORMANT ACCOUNTS ONLY' TO WS-REASON-WORDING
               WHEN 'RM'
                   MOVE 'RETURNED MAIL' TO WS-REASON-WORDING
           END-EVALUATE
           SET WS-GP-IDX TO 1
           PERFORM UNTIL WS-GP-IDX > WS-GRP-COUNT
               IF WS-GP-STATE(WS-GP-IDX) = 'N'
                   MOVE SPACES TO NOTIFY-DETAIL-LINE
                   MOVE 'SUPPRESSED'       TO NDL-ACTION
                   MOVE WS-GROUP-DEPOSITOR TO NDL-DEPOSITOR-ID
                   MOVE WS-GP-INSTITUTION(WS-GP-IDX)
                       TO NDL-INSTITUTION
                   MOVE WS-GP-ORC-TYPE(WS-GP-IDX) TO NDL-ORC
                   MOVE WS-GP-UNINSURED(WS-GP-IDX) TO NDL-UNINSURED
                   MOVE WS-REASON-WORDING  TO NDL-NOTE
                   WRITE NOTIFY-REPORT-LINE FROM NOTIFY-DETAIL-LINE
                   MOVE WS-GP-INSTITUTION(WS-GP-IDX)
                       TO WS-LOOKUP-INST
                   MOVE WS-GP-ORC-TYPE(WS-GP-IDX) TO WS-LOOKUP-ORC
                   MOVE WS-GROUP-DEPOSITOR TO WS-LOOKUP-DEPOSITOR
                   PERFORM 6100-FIND-LOG-ENTRY
                   IF WS-GP-LOG-STATUS(WS-GP-IDX) NOT = 'S'
                       OR WS-LOG-IDX-SAVE = 0
                       MOVE 'S' TO WS-LOG-EVENT-OUT
                       PERFORM 4900-WRITE-LOG-EVENT
                   ELSE
                       SET WS-LG-IDX TO WS-LOG-IDX-SAVE
                       IF WS-LG-REASON(WS-LG-IDX)
                           NOT = WS-SUPPRESS-REASON
                           MOVE 'S' TO WS-LOG-EVENT-OUT
                           PERFORM 4900-WRITE-LOG-EVENT
                       END-IF
                   END-IF
               END-IF
               SET WS-GP-IDX UP BY 1
           END-PERFORM.

       4500-WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE SPACES TO OVERLIMIT-LETTER-REC
           SET OLL-HEADER-REC TO TRUE
           MOVE WS-GROUP-DEPOSITOR TO OLL-DEPOSITOR-ID
           MOVE CUST-NAME          TO OLL-NAME
           MOVE CUST-ADDR-LINE1    TO OLL-ADDR-LINE1
           MOVE CUST-ADDR-CITY     TO OLL-ADDR-CITY
           MOVE CUST-ADDR-STATE    TO OLL-ADDR-STATE
           MOVE CUST-ADDR-ZIP      TO OLL-ADDR-ZIP
           MOVE WS-BUSINESS-DATE   TO OLL-LETTER-DATE
           MOVE WS-SMDIA           TO OLL-SMDIA
           PERFORM 4800-WRITE-EXTRACT
           SET WS-GP-IDX TO 1
           PERFORM UNTIL WS-GP-IDX > WS-GRP-COUNT
               PERFORM 4600-WRITE-CATEGORY
               SET WS-GP-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO WS-OPTION-TEXT
           STRING 'DEPOSITS AT ANOTHER FDIC-INSURED BANK ARE '
                 'INSURED SEPARATELY FROM YOUR DEPOSITS WITH US.'
               DELIMITED SIZE INTO WS-OPTION-TEXT
           PERFORM 4700-WRITE-OPTION
           MOVE SPACES TO WS-OPTION-TEXT
           STRING 'WE CAN PLACE FUNDS THROUGH A DEPOSIT NETWORK SO '
                 'EACH PART IS FULLY INSURED AT A MEMBER BANK.'
               DELIMITED SIZE INTO WS-OPTION-TEXT
           PERFORM 4700-WRITE-OPTION
           MOVE SPACES TO WS-OPTION-TEXT
           STRING 'PLEASE CALL YOUR BANKER TO REVIEW THESE '
                 'OPTIONS BEFORE MAKING ANY CHANGE.'
               DELIMITED SIZE INTO WS-OPTION-TEXT
           PERFORM 4700-WRITE-OPTION
           SET WS-GP-IDX TO 1
           PERFORM UNTIL WS-GP-IDX > WS-GRP-COUNT
               IF WS-GP-STATE(WS-GP-IDX) = 'N'
                   MOVE SPACES TO NOTIFY-DETAIL-LINE
                   MOVE 'LETTER'           TO NDL-ACTION
                   MOVE WS-GROUP-DEPOSITOR TO NDL-DEPOSITOR-ID
                   MOVE WS-GP-INSTITUTION(WS-GP-IDX)
                       TO NDL-INSTITUTION
                   MOVE WS-GP-ORC-TYPE(WS-GP-IDX) TO NDL-ORC
                   MOVE WS-GP-UNINSURED(WS-GP-IDX) TO NDL-UNINSURED
                   MOVE 'NEWLY OVER THE LIMIT' TO NDL-NOTE
                   WRITE NOTIFY-REPORT-LINE FROM NOTIFY-DETAIL-LINE
                   MOVE SPACES TO WS-SUPPRESS-REASON
                   MOVE 'N' TO WS-LOG-EVENT-OUT
                   PERFORM 4900-WRITE-LOG-EVENT
               END-IF
               SET WS-GP-IDX UP BY 1
           END-PERFORM.

       4600-WRITE-CATEGORY.
           PERFORM 4610-WORD-CATEGORY
           MOVE SPACES TO OVERLIMIT-LETTER-REC
           SET OLL-CATEGORY-REC TO TRUE
           MOVE WS-GROUP-DEPOSITOR            TO OLL-DEPOSITOR-ID
           MOVE WS-GP-INSTITUTION(WS-GP-IDX)  TO OLL-INSTITUTION-ID
           MOVE WS-GP-ORC-TYPE(WS-GP-IDX)     TO OLL-ORC-TYPE
           MOVE WS-CATEGORY-WORDING           TO OLL-CATEGORY-TEXT
           MOVE WS-GP-BALANCE(WS-GP-IDX)      TO OLL-BALANCE
           MOVE WS-GP-INSURED(WS-GP-IDX)      TO OLL-INSURED-AMT
           MOVE WS-GP-UNINSURED(WS-GP-IDX)    TO OLL-UNINSURED-AMT
           MOVE 'N' TO OLL-NEW-FLAG
           IF WS-GP-STATE(WS-GP-IDX) = 'N'
               SET OLL-NEWLY-OVER TO TRUE
           END-IF
           PERFORM 4800-WRITE-EXTRACT
           IF WS-OPTION-TEXT NOT = SPACES
               PERFORM 4700-WRITE-OPTION
           END-IF.

       4610-WORD-CATEGORY.
      *    The letter goes to a customer, not an examiner -- plain
      *    words for the category and for what could help.
           MOVE SPACES TO WS-OPTION-TEXT
           EVALUATE WS-GP-ORC-TYPE(WS-GP-IDX)
               WHEN 'SGL'
                   MOVE 'ACCOUNTS IN YOUR NAME ALONE'
                       TO WS-CATEGORY-WORDING
                   MOVE SPACES TO WS-OPTION-TEXT
                   STRING 'NAMING BENEFICIARIES (PAYABLE ON DEATH) OR '
                         'ADDING A JOINT OWNER CAN ADD COVERAGE.'
                       DELIMITED SIZE INTO WS-OPTION-TEXT
               WHEN 'JNT'
                   MOVE 'JOINT ACCOUNTS'
                       TO WS-CATEGORY-WORDING
                   MOVE SPACES TO WS-OPTION-TEXT
                   STRING 'EACH CO-OWNER''S SHARE IS INSURED '
                         'SEPARATELY UP TO THE LIMIT.'
                       DELIMITED SIZE INTO WS-OPTION-TEXT
               WHEN 'REV'
                   MOVE 'ACCOUNTS WITH NAMED BENEFICIARIES'
                       TO WS-CATEGORY-WORDING
                   MOVE SPACES TO WS-OPTION-TEXT
                   STRING 'EACH ELIGIBLE BENEFICIARY ADDS COVERAGE '
                         'UP TO THE LIMIT, FOR UP TO FIVE.'
                       DELIMITED SIZE INTO WS-OPTION-TEXT
               WHEN 'IRR'
                   MOVE 'IRREVOCABLE TRUST ACCOUNTS'
                       TO WS-CATEGORY-WORDING
                   MOVE SPACES TO WS-OPTION-TEXT
                   STRING 'EACH ELIGIBLE BENEFICIARY ADDS COVERAGE '
                         'UP TO THE LIMIT, FOR UP TO FIVE.'
                       DELIMITED SIZE INTO WS-OPTION-TEXT
               WHEN 'CRA'
                   MOVE 'RETIREMENT ACCOUNTS'
                       TO WS-CATEGORY-WORDING
                   MOVE SPACES TO WS-OPTION-TEXT
                   STRING 'RETIREMENT FUNDS ARE INSURED SEPARATELY '
                         'FROM YOUR OTHER ACCOUNTS, UP TO THE LIMIT.'
                       DELIMITED SIZE INTO WS-OPTION-TEXT
               WHEN 'BUS'
                   MOVE 'BUSINESS ACCOUNTS'
                       TO WS-CATEGORY-WORDING
                   MOVE SPACES TO WS-OPTION-TEXT
                   STRING 'A NETWORK PLACEMENT CAN INSURE A '
                         'BUSINESS BALANCE OVER THE LIMIT.'
                       DELIMITED SIZE INTO WS-OPTION-TEXT
               WHEN OTHER
                   MOVE 'OTHER ACCOUNTS' TO WS-CATEGORY-WORDING
           END-EVALUATE.

       4700-WRITE-OPTION.
           MOVE SPACES TO OVERLIMIT-LETTER-REC
           SET OLL-OPTION-REC TO TRUE
           MOVE WS-GROUP-DEPOSITOR TO OLL-DEPOSITOR-ID
           MOVE WS-OPTION-TEXT     TO OLL-OPTION-TEXT
           PERFORM 4800-WRITE-EXTRACT.

       4800-WRITE-EXTRACT.
           ADD 1 TO WS-EXTRACT-RECORDS
           WRITE OVERLIMIT-LETTER-REC.

       4900-WRITE-LOG-EVENT.
           MOVE SPACES TO OVERLIMIT-NOTIFY-LOG-REC
           MOVE WS-GROUP-DEPOSITOR              TO ONL-DEPOSITOR-ID
           MOVE WS-GP-INSTITUTION(WS-GP-IDX)    TO ONL-INSTITUTION-ID
           MOVE WS-GP-ORC-TYPE(WS-GP-IDX)       TO ONL-ORC-TYPE
           MOVE WS-LOG-EVENT-OUT                TO ONL-EVENT
           MOVE WS-SUPPRESS-REASON              TO ONL-SUPPRESS-REASON
           MOVE WS-BUSINESS-DATE                TO ONL-CYCLE-DATE
           MOVE WS-GP-UNINSURED(WS-GP-IDX)      TO ONL-UNINSURED-AMT
           WRITE OVERLIMIT-NOTIFY-LOG-REC.

       6000-ADD-CURRENT-POSITION.
      *    Linear find-or-insert on person + institution + ORC,
      *    same small-table convention as UNINSURED-CONC-RPT. Only
      *    positions with something uninsured are kept.
           PERFORM 6150-FIND-POSITION
           IF WS-POS-IDX-SAVE = 0
               IF WS-ADD-UNINSURED NOT > 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM 6060-INSERT-POSITION
               IF WS-POS-IDX-SAVE = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-PS-IDX TO WS-POS-IDX-SAVE
           ADD WS-ADD-BALANCE   TO WS-PS-BALANCE(WS-PS-IDX)
           ADD WS-ADD-INSURED   TO WS-PS-INSURED(WS-PS-IDX)
           ADD WS-ADD-UNINSURED TO WS-PS-UNINSURED(WS-PS-IDX)
           ADD 1 TO WS-PS-ACCT-COUNT(WS-PS-IDX)
           IF WS-ACCT-IS-DORMANT = 'Y'
               ADD 1 TO WS-PS-DORM-COUNT(WS-PS-IDX)
           END-IF.

       6050-ADD-PRIOR-POSITION.
      *    A position gone from the current book needs no row --
      *    there is nothing to notify.
           PERFORM 6150-FIND-POSITION
           IF WS-POS-IDX-SAVE NOT = 0
               SET WS-PS-IDX TO WS-POS-IDX-SAVE
               ADD WS-ADD-UNINSURED TO WS-PS-PRIOR-UNINS(WS-PS-IDX)
           END-IF.

       6060-INSERT-POSITION.
           IF WS-POS-COUNT < WS-POS-MAX
               ADD 1 TO WS-POS-COUNT
               SET WS-PS-IDX TO WS-POS-COUNT
               MOVE WS-LOOKUP-DEPOSITOR TO WS-PS-DEPOSITOR-ID(WS-PS-IDX)
               MOVE WS-LOOKUP-INST      TO WS-PS-INSTITUTION(WS-PS-IDX)
               MOVE WS-LOOKUP-ORC       TO WS-PS-ORC-TYPE(WS-PS-IDX)
               MOVE 0 TO WS-PS-BALANCE(WS-PS-IDX)
               MOVE 0 TO WS-PS-INSURED(WS-PS-IDX)
               MOVE 0 TO WS-PS-UNINSURED(WS-PS-IDX)
               MOVE 0 TO WS-PS-PRIOR-UNINS(WS-PS-IDX)
               MOVE 0 TO WS-PS-ACCT-COUNT(WS-PS-IDX)
               MOVE 0 TO WS-PS-DORM-COUNT(WS-PS-IDX)
               MOVE SPACE TO WS-PS-LOG-STATUS(WS-PS-IDX)
               MOVE SPACE TO WS-PS-STATE(WS-PS-IDX)
               SET WS-POS-IDX-SAVE TO WS-PS-IDX
           ELSE
               ADD 1 TO WS-POS-OVERFLOW
           END-IF.

       6100-FIND-LOG-ENTRY.
           MOVE 0 TO WS-LOG-IDX-SAVE
           SET WS-LG-IDX TO 1
           PERFORM UNTIL WS-LG-IDX > WS-LOG-COUNT
               IF WS-LG-DEPOSITOR-ID(WS-LG-IDX) = WS-LOOKUP-DEPOSITOR
                   AND WS-LG-INSTITUTION(WS-LG-IDX) = WS-LOOKUP-INST
                   AND WS-LG-ORC-TYPE(WS-LG-IDX) = WS-LOOKUP-ORC
                   SET WS-LOG-IDX-SAVE TO WS-LG-IDX
                   SET WS-LG-IDX TO WS-LOG-COUNT
               END-IF
               SET WS-LG-IDX UP BY 1
           END-PERFORM.

       6150-FIND-POSITION.
           MOVE 0 TO WS-POS-IDX-SAVE
           SET WS-PS-IDX TO 1
           PERFORM UNTIL WS-PS-IDX > WS-POS-COUNT
               IF WS-PS-DEPOSITOR-ID(WS-PS-IDX) = WS-LOOKUP-DEPOSITOR
                   AND WS-PS-INSTITUTION(WS-PS-IDX) = WS-LOOKUP-INST
                   AND WS-PS-ORC-TYPE(WS-PS-IDX) = WS-LOOKUP-ORC
                   SET WS-POS-IDX-SAVE TO WS-PS-IDX
                   SET WS-PS-IDX TO WS-POS-COUNT
               END-IF
               SET WS-PS-IDX UP BY 1
           END-PERFORM.

       6200-GRANTOR-TO-DEPOSITOR.
      *    WS-LOOKUP-DEPOSITOR comes in holding the grantor id and
      *    goes out holding the linked depositor id, or spaces.
           MOVE WS-LOOKUP-DEPOSITOR TO WS-LINKED-GRANTOR
           MOVE SPACES TO WS-LOOKUP-DEPOSITOR
           SET WS-XR-IDX TO 1
           PERFORM UNTIL WS-XR-IDX > WS-XREF-COUNT
               IF WS-XR-GRANTOR-ID(WS-XR-IDX) = WS-LINKED-GRANTOR
                   MOVE WS-XR-DEPOSITOR-ID(WS-XR-IDX)
                       TO WS-LOOKUP-DEPOSITOR
                   SET WS-XR-IDX TO WS-XREF-COUNT
               END-IF
               SET WS-XR-IDX UP BY 1
           END-PERFORM.

       9000-FINALIZE.
           MOVE SPACES TO NOTIFY-REPORT-LINE
           WRITE NOTIFY-REPORT-LINE
           MOVE SPACES TO NOTIFY-REPORT-LINE
           STRING 'LETTERS: ' WS-LETTER-COUNT
                  '   SUPPRESSED: ' WS-SUPPRESS-COUNT
                  '   CLEARED: ' WS-CLEARED-COUNT
                  '   EXTRACT RECORDS: ' WS-EXTRACT-RECORDS
               DELIMITED SIZE INTO NOTIFY-REPORT-LINE
           WRITE NOTIFY-REPORT-LINE
           IF WS-UNLINKED-TRUSTS NOT = 0
               MOVE SPACES TO NOTIFY-REPORT-LINE
               STRING 'TRUST POSITIONS OVER THE LIMIT WITH NO '
                      'DEPOSIT CUSTOMER LINK (NOT LETTERED): '
                      WS-UNLINKED-TRUSTS
                   DELIMITED SIZE INTO NOTIFY-REPORT-LINE
               WRITE NOTIFY-REPORT-LINE
           END-IF
           CLOSE NOTIFY-LOG-FILE
           CLOSE NOTIFY-REPORT-FILE
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'OVER-LIMIT NOTIFICATION COMPLETE'
           DISPLAY '  NEWLY OVER POSITIONS: ' WS-NEW-POSITIONS
           DISPLAY '  LETTERS WRITTEN:      ' WS-LETTER-COUNT
           DISPLAY '  SUPPRESSED:           ' WS-SUPPRESS-COUNT
           DISPLAY '  CLEARED:              ' WS-CLEARED-COUNT
           IF WS-POS-OVERFLOW NOT = 0
               DISPLAY '  POSITION TABLE OVERFLOW, SKIPPED: '
                   WS-POS-OVERFLOW
           END-IF
           IF WS-LOG-OVERFLOW NOT = 0
               DISPLAY '  NOTIFY LOG TABLE OVERFLOW, SKIPPED: '
                   WS-LOG-OVERFLOW
           END-IF
           IF WS-DORM-OVERFLOW NOT = 0
               DISPLAY '  DORMANT TABLE OVERFLOW, SKIPPED: '
                   WS-DORM-OVERFLOW
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'OVERLIMIT-NOTIFY' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
