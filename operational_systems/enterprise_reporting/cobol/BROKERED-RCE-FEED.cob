      *================================================================*
      * PROGRAM: BROKERED-RCE-FEED
      * PURPOSE: Quarterly extract for the Call Report Schedule RC-E
      *          brokered-deposit memoranda. Finance built these by
      *          hand from a spreadsheet of deposit-broker
      *          relationships; that spreadsheet is now the
      *          maintained reference BRKRREF (DEPOSIT-BROKER-MAINT),
      *          carrying each third party's 12 CFR 337.6 primary-
      *          purpose-exception status and the accounts it placed.
      *          As of quarter-end every RSLTFILE account is
      *          classified:
      *            RECIPROCAL -- the calc's reciprocal flag shows
      *                          inbound network funds ('I' or 'B');
      *                          reported on its own line, never in
      *                          the brokered total.
      *            EXCEPTED   -- placed by a listing service, or by a
      *                          broker whose exception is approved
      *                          and effective on or before the
      *                          quarter-end date; listed, not
      *                          reported.
      *            BROKERED   -- placed by any other broker on the
      *                          reference, or held by an agent
      *                          (ACCT-AGENCY-FLAG on ACCTFILE, or an
      *                          active AGYOWNER roster) with no
      *                          placement on the reference at all --
      *                          those are flagged UNLINKED so the
      *                          reference gets fixed, but count as
      *                          brokered until it is.
      *          Brokered dollars roll up per covered institution to
      *          the memoranda lines -- total, fully insured (no
      *          uninsured portion on RSLTFILE), not fully insured,
      *          and by remaining maturity from the placement's
      *          maturity date (no stated maturity, one year or less,
      *          over one through three years, over three years) --
      *          onto RCEFEED, and the detail listing RCEDETL shows
      *          every account behind every reported dollar with the
      *          per-institution footings that tie to the feed.
      * REGULATION: Call Report Schedule RC-E Memoranda;
      *             12 CFR 337.6
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Refuses to run on a job-to-job control-total
      *               break: CONTROL-TOTAL-BALANCE's status (CTLBSTS)
      *               is checked beside RSLTVSTS.
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-BLOCKED-FLAG (sanctions-blocked accounts;
      *               record 202 -> 203 bytes).
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BROKERED-RCE-FEED.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-RESULT-FILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSLT-STATUS.
           SELECT BROKER-REF-FILE ASSIGN TO 'BRKRREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRKR-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT AGENT-OWNER-FILE ASSIGN TO 'AGYOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-STATUS.
           SELECT RCE-FEED-FILE ASSIGN TO 'RCEFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT DETAIL-REPORT-FILE ASSIGN TO 'RCEDETL'
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
           05  FILLER                PIC X(80).
           05  DRSLT-RECIP-FLAG      PIC X(1).
               88  DRSLT-RECIP-INBOUND VALUE 'I' 'B'.
           05  FILLER                PIC X(33).

       FD  BROKER-REF-FILE.
           COPY DEPOSIT-BROKER.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       FD  AGENT-OWNER-FILE.
           COPY AGENT-OWNER.

      *    One memoranda line per covered institution per line code.
       FD  RCE-FEED-FILE.
       01  RCE-FEED-REC.
           05  RCE-AS-OF-DATE        PIC X(10).
           05  RCE-INSTITUTION-ID    PIC X(5).
           05  RCE-LINE-CODE         PIC X(6).
           05  RCE-LINE-DESC         PIC X(40).
           05  RCE-AMOUNT            PIC S9(15)V99.
           05  RCE-ACCOUNT-COUNT     PIC 9(9).
           05  FILLER                PIC X(13).

       FD  DETAIL-REPORT-FILE.
       01  DETAIL-REPORT-LINE        PIC X(132).

       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  CONTROL-BALANCE-STATUS-FILE.
           COPY CONTROL-BALANCE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-BRKR-STATUS            PIC XX.
       01  WS-ACCT-STATUS            PIC XX.
       01  WS-AGY-STATUS             PIC XX.
       01  WS-FEED-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-CBS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-DEPOSIT            PIC X VALUE 'N'.
           88  DEPOSIT-EOF           VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.

      *--- Maturity bucket boundaries, one and three years out ---
       01  WS-ONE-YEAR-DATE          PIC X(10).
       01  WS-THREE-YEAR-DATE        PIC X(10).
       01  WS-BOUNDARY-YEAR          PIC 9(4).

      *--- Broker headers from the reference ---
       01  WS-BROKER-COUNT           PIC 9(4) VALUE 0.
       01  WS-BROKER-MAX             PIC 9(4) VALUE 500.
       01  WS-BROKER-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-BROKER-TABLE.
           05  WS-BK-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-BK-IDX.
               10  WS-BK-BROKER-ID   PIC X(10).
               10  WS-BK-TYPE        PIC X(3).
               10  WS-BK-PPE-STATUS  PIC X(1).
               10  WS-BK-PPE-EFF-DATE PIC X(10).

      *--- Placements (account links) from the reference ---
       01  WS-LINK-COUNT             PIC 9(5) VALUE 0.
       01  WS-LINK-MAX               PIC 9(5) VALUE 20000.
       01  WS-LINK-OVERFLOW          PIC 9(5) VALUE 0.
       01  WS-LINK-TABLE.
           05  WS-LK-ENTRY OCCURS 20000 TIMES
                            INDEXED BY WS-LK-IDX.
               10  WS-LK-ACCT-NUMBER PIC X(20).
               10  WS-LK-BROKER-ID   PIC X(10).
               10  WS-LK-MATURITY-DATE PIC X(10).

      *--- Agent-held accounts: 'F' agency flag, 'R' roster, 'B' ---
       01  WS-AGENT-COUNT            PIC 9(5) VALUE 0.
       01  WS-AGENT-MAX              PIC 9(5) VALUE 20000.
       01  WS-AGENT-OVERFLOW         PIC 9(5) VALUE 0.
       01  WS-AGENT-TABLE.
           05  WS-AG-ENTRY OCCURS 20000 TIMES
                            INDEXED BY WS-AG-IDX.
               10  WS-AG-ACCT-NUMBER PIC X(20).
               10  WS-AG-SOURCE      PIC X(1).

       01  WS-LOOKUP-ACCT            PIC X(20).
       01  WS-AGENT-SOURCE-IN        PIC X(1).
       01  WS-FOUND-LINK             PIC 9(5).
       01  WS-FOUND-BROKER           PIC 9(4).
       01  WS-FOUND-AGENT            PIC 9(5).

      *--- Classification of the current result record ---
       01  WS-CATEGORY               PIC X(10).
           88  WS-CAT-BROKERED       VALUE 'BROKERED'.
           88  WS-CAT-RECIPROCAL     VALUE 'RECIPROCAL'.
           88  WS-CAT-EXCEPTED       VALUE 'EXCEPTED'.
           88  WS-CAT-NONE           VALUE SPACES.
       01  WS-BASIS                  PIC X(10).
       01  WS-BROKER-ID-OUT          PIC X(10).
       01  WS-MATURITY-DATE          PIC X(10).
       01  WS-MATURITY-BUCKET        PIC X(6).

      *--- Roll-up per covered institution ---
       01  WS-INST-COUNT             PIC 9(2) VALUE 0.
       01  WS-INST-MAX               PIC 9(2) VALUE 20.
       01  WS-INST-IDX-SAVE          PIC 9(2).
       01  WS-LOOKUP-INST            PIC X(5).
       01  WS-INST-TABLE.
           05  WS-IN-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-IN-IDX.
               10  WS-IN-INSTITUTION PIC X(5).
               10  WS-IN-LINE OCCURS 8 TIMES
                                INDEXED BY WS-LN-IDX.
                   15  WS-IN-AMOUNT  PIC S9(15)V99.
                   15  WS-IN-COUNT   PIC 9(9).

      *--- The memoranda lines, in feed order ---
      *    1 total brokered, 2 fully insured, 3 not fully insured,
      *    4-7 maturity buckets, 8 reciprocal.
       01  WS-LINE-DEFINITIONS.
           05  FILLER PIC X(46)
               VALUE 'BRKTOTTOTAL BROKERED DEPOSITS'.
           05  FILLER PIC X(46)
               VALUE 'BRKFINBROKERED DEPOSITS FULLY INSURED'.
           05  FILLER PIC X(46)
               VALUE 'BRKNFIBROKERED DEPOSITS NOT FULLY INSURED'.
           05  FILLER PIC X(46)
               VALUE 'MATNSMBROKERED NO STATED MATURITY'.
           05  FILLER PIC X(46)
               VALUE 'MAT1YRBROKERED MATURING IN 1 YEAR OR LESS'.
           05  FILLER PIC X(46)
               VALUE 'MAT3YRBROKERED MATURING OVER 1 THRU 3 YEARS'.
           05  FILLER PIC X(46)
               VALUE 'MATGT3BROKERED MATURING OVER 3 YEARS'.
           05  FILLER PIC X(46)
               VALUE 'RECIPRRECIPROCAL DEPOSITS'.
       01  WS-LINE-TABLE REDEFINES WS-LINE-DEFINITIONS.
           05  WS-LD-ENTRY OCCURS 8 TIMES.
               10  WS-LD-CODE        PIC X(6).
               10  WS-LD-DESC        PIC X(40).
       01  WS-LINE-NUMBER            PIC 9(1).

       01  WS-RESULT-COUNT           PIC 9(9) VALUE 0.
       01  WS-DETAIL-COUNT           PIC 9(9) VALUE 0.
       01  WS-UNLINKED-COUNT         PIC 9(9) VALUE 0.

       01  DETAIL-LINE.
           05  DTL-INSTITUTION       PIC X(6).
           05  DTL-ACCT-NUMBER       PIC X(21).
           05  DTL-DEPOSITOR-ID      PIC X(16).
           05  DTL-CATEGORY          PIC X(11).
           05  DTL-BASIS             PIC X(11).
           05  DTL-BROKER-ID         PIC X(11).
           05  DTL-MATURITY          PIC X(7).
           05  DTL-BALANCE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  DTL-UNINSURED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  FOOT-LINE.
           05  FTL-INSTITUTION       PIC X(7).
           05  FTL-LINE-CODE         PIC X(7).
           05  FTL-LINE-DESC         PIC X(41).
           05  FTL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2).
           05  FTL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CLASSIFY-DEPOSIT UNTIL DEPOSIT-EOF
           PERFORM 4000-WRITE-FEED
           PERFORM 5000-WRITE-FOOTINGS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1040-CHECK-RSLT-VALIDATE
           PERFORM 1045-CHECK-CONTROL-BALANCE
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1150-SET-MATURITY-BOUNDARIES
           PERFORM 1200-LOAD-BROKER-REFERENCE
           PERFORM 1300-LOAD-AGENCY-ACCOUNTS
           PERFORM 1400-LOAD-AGENT-ROSTER
           OPEN INPUT DEPOSIT-RESULT-FILE
           OPEN OUTPUT RCE-FEED-FILE
           OPEN OUTPUT DETAIL-REPORT-FILE
           MOVE SPACES TO DETAIL-REPORT-LINE
           STRING 'SCHEDULE RC-E BROKERED DEPOSIT MEMORANDA '
                  'DETAIL -- ' WS-BUSINESS-DATE
               DELIMITED SIZE INTO DETAIL-REPORT-LINE
           WRITE DETAIL-REPORT-LINE
           MOVE SPACES TO DETAIL-REPORT-LINE
           WRITE DETAIL-REPORT-LINE
           READ DEPOSIT-RESULT-FILE
               AT END SET DEPOSIT-EOF TO TRUE
           END-READ.

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

       1045-CHECK-CONTROL-BALANCE.
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

       1100-READ-RUN-CONTROL.
      *    The quarter-end business date comes from the run-control
      *    file written by CYCLE-OPEN -- never the system clock --
      *    and the run refuses to start until the deposit calc
      *    shows complete for the same business date. Trust
      *    accounts are never placed through a broker, so the trust
      *    calc is not a predecessor here.
           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-DEPCALC-DONE
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
                           AND RC-BUSINESS-DATE = WS-BUSINESS-DATE
                           AND RC-JOB-NAME = 'DEPOSIT-INSURANCE-CALC'
                           MOVE 'Y' TO WS-PRED-DEPCALC-DONE
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
           END-IF.

       1150-SET-MATURITY-BOUNDARIES.
      *    Remaining maturity is measured from the quarter-end
      *    date; the boundaries are the same month and day one and
      *    three years on, compared as YYYY-MM-DD text.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-BOUNDARY-YEAR
           ADD 1 TO WS-BOUNDARY-YEAR
           MOVE WS-BUSINESS-DATE TO WS-ONE-YEAR-DATE
           MOVE WS-BOUNDARY-YEAR TO WS-ONE-YEAR-DATE(1:4)
           ADD 2 TO WS-BOUNDARY-YEAR
           MOVE WS-BUSINESS-DATE TO WS-THREE-YEAR-DATE
           MOVE WS-BOUNDARY-YEAR TO WS-THREE-YEAR-DATE(1:4).

       1200-LOAD-BROKER-REFERENCE.
      *    No reference on hand means no placements are known --
      *    every agent-held account then reports UNLINKED, which is
      *    the conservative answer for the filing.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BROKER-REF-FILE
           IF WS-BRKR-STATUS NOT = '00'
               DISPLAY 'NO BROKER REFERENCE ON HAND ('
                        WS-BRKR-STATUS
                        ') -- ALL AGENT-HELD ACCOUNTS UNLINKED.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BROKER-REF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DBR-BROKER-HEADER
                           PERFORM 1210-ADD-BROKER
                       END-IF
                       IF DBR-ACCOUNT-LINK
                           PERFORM 1220-ADD-LINK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BROKER-REF-FILE.

       1210-ADD-BROKER.
           IF WS-BROKER-COUNT < WS-BROKER-MAX
               ADD 1 TO WS-BROKER-COUNT
               SET WS-BK-IDX TO WS-BROKER-COUNT
               MOVE DBR-BROKER-ID    TO WS-BK-BROKER-ID(WS-BK-IDX)
               MOVE DBR-TYPE         TO WS-BK-TYPE(WS-BK-IDX)
               MOVE DBR-PPE-STATUS   TO WS-BK-PPE-STATUS(WS-BK-IDX)
               MOVE DBR-PPE-EFF-DATE
                   TO WS-BK-PPE-EFF-DATE(WS-BK-IDX)
           ELSE
               ADD 1 TO WS-BROKER-OVERFLOW
           END-IF.

       1220-ADD-LINK.
           IF WS-LINK-COUNT < WS-LINK-MAX
               ADD 1 TO WS-LINK-COUNT
               SET WS-LK-IDX TO WS-LINK-COUNT
               MOVE DBR-ACCT-NUMBER  TO WS-LK-ACCT-NUMBER(WS-LK-IDX)
               MOVE DBR-BROKER-ID    TO WS-LK-BROKER-ID(WS-LK-IDX)
               MOVE DBR-MATURITY-DATE
                   TO WS-LK-MATURITY-DATE(WS-LK-IDX)
           ELSE
               ADD 1 TO WS-LINK-OVERFLOW
           END-IF.

       1300-LOAD-AGENCY-ACCOUNTS.
      *    Closed accounts carry no balance into RSLTFILE, so only
      *    the agency flag matters here, not the status.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
               DISPLAY 'AGENCY FLAGS UNAVAILABLE -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'F' TO WS-AGENT-SOURCE-IN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ACCT-AGENCY-HELD
                           MOVE ACCT-NUMBER TO WS-LOOKUP-ACCT
                           PERFORM 1500-ADD-AGENT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE.

       1400-LOAD-AGENT-ROSTER.
      *    The roster is optional -- DEPOSIT-ACCT-ENRICH treats it
      *    the same way. Only active owner rows mark an account.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AGENT-OWNER-FILE
           IF WS-AGY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-AGENT-SOURCE-IN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AGENT-OWNER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AGY-STATUS = 'A'
                           MOVE AGY-ACCT-NUMBER TO WS-LOOKUP-ACCT
                           PERFORM 1500-ADD-AGENT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENT-OWNER-FILE.

       1500-ADD-AGENT-ACCOUNT.
      *    One entry per account; an account both flagged and on a
      *    roster is marked 'B'.
           PERFORM 6200-FIND-AGENT
           IF WS-FOUND-AGENT NOT = 0
               SET WS-AG-IDX TO WS-FOUND-AGENT
               IF WS-AG-SOURCE(WS-AG-IDX) NOT = WS-AGENT-SOURCE-IN
                   MOVE 'B' TO WS-AG-SOURCE(WS-AG-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-AGENT-COUNT < WS-AGENT-MAX
               ADD 1 TO WS-AGENT-COUNT
               SET WS-AG-IDX TO WS-AGENT-COUNT
               MOVE WS-LOOKUP-ACCT TO WS-AG-ACCT-NUMBER(WS-AG-IDX)
               MOVE WS-AGENT-SOURCE-IN TO WS-AG-SOURCE(WS-AG-IDX)
           ELSE
               ADD 1 TO WS-AGENT-OVERFLOW
           END-IF.

       2000-CLASSIFY-DEPOSIT.
           ADD 1 TO WS-RESULT-COUNT
           PERFORM 2100-CLASSIFY-ACCOUNT
           IF NOT WS-CAT-NONE
               PERFORM 3000-WRITE-DETAIL
               IF NOT WS-CAT-EXCEPTED
                   PERFORM 2500-ACCUMULATE-LINES
               END-IF
           END-IF
           READ DEPOSIT-RESULT-FILE
               AT END SET DEPOSIT-EOF TO TRUE
           END-READ.

       2100-CLASSIFY-ACCOUNT.
           MOVE SPACES TO WS-CATEGORY
           MOVE SPACES TO WS-BASIS
           MOVE SPACES TO WS-BROKER-ID-OUT
           MOVE SPACES TO WS-MATURITY-DATE
           MOVE SPACES TO WS-MATURITY-BUCKET
           MOVE DRSLT-ACCT-NUMBER TO WS-LOOKUP-ACCT
           IF DRSLT-RECIP-INBOUND
               SET WS-CAT-RECIPROCAL TO TRUE
               MOVE 'NETWORK' TO WS-BASIS
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-FIND-LINK
           IF WS-FOUND-LINK NOT = 0
               SET WS-LK-IDX TO WS-FOUND-LINK
               MOVE WS-LK-BROKER-ID(WS-LK-IDX) TO WS-BROKER-ID-OUT
               MOVE WS-LK-MATURITY-DATE(WS-LK-IDX)
                   TO WS-MATURITY-DATE
               PERFORM 2200-APPLY-BROKER-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM 6200-FIND-AGENT
           IF WS-FOUND-AGENT NOT = 0
               SET WS-AG-IDX TO WS-FOUND-AGENT
               SET WS-CAT-BROKERED TO TRUE
               MOVE 'UNLINKED' TO WS-BASIS
               ADD 1 TO WS-UNLINKED-COUNT
               PERFORM 2300-SET-MATURITY-BUCKET
           END-IF.

       2200-APPLY-BROKER-STATUS.
      *    A listing service is not a deposit broker at all; a
      *    broker with an approved exception effective by
      *    quarter-end places non-brokered deposits. Everything
      *    else placed through the reference is brokered.
           PERFORM 6300-FIND-BROKER
           MOVE 'LINKED' TO WS-BASIS
           IF WS-FOUND-BROKER NOT = 0
               SET WS-BK-IDX TO WS-FOUND-BROKER
               IF WS-BK-TYPE(WS-BK-IDX) = 'LST'
                   SET WS-CAT-EXCEPTED TO TRUE
                   MOVE 'LISTING' TO WS-BASIS
                   EXIT PARAGRAPH
               END-IF
               IF WS-BK-PPE-STATUS(WS-BK-IDX) = 'A'
                   AND WS-BK-PPE-EFF-DATE(WS-BK-IDX)
                       NOT > WS-BUSINESS-DATE
                   SET WS-CAT-EXCEPTED TO TRUE
                   MOVE 'PPE' TO WS-BASIS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-CAT-BROKERED TO TRUE
           PERFORM 2300-SET-MATURITY-BUCKET.

       2300-SET-MATURITY-BUCKET.
           EVALUATE TRUE
               WHEN WS-MATURITY-DATE = SPACES
                   MOVE 'MATNSM' TO WS-MATURITY-BUCKET
               WHEN WS-MATURITY-DATE NOT > WS-ONE-YEAR-DATE
                   MOVE 'MAT1YR' TO WS-MATURITY-BUCKET
               WHEN WS-MATURITY-DATE NOT > WS-THREE-YEAR-DATE
                   MOVE 'MAT3YR' TO WS-MATURITY-BUCKET
               WHEN OTHER
                   MOVE 'MATGT3' TO WS-MATURITY-BUCKET
           END-EVALUATE.

       2500-ACCUMULATE-LINES.
           MOVE DRSLT-INSTITUTION-ID TO WS-LOOKUP-INST
           PERFORM 6000-FIND-OR-ADD-INSTITUTION
           IF WS-INST-IDX-SAVE = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-IN-IDX TO WS-INST-IDX-SAVE
           IF WS-CAT-RECIPROCAL
               MOVE 8 TO WS-LINE-NUMBER
               PERFORM 2600-ADD-TO-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LINE-NUMBER
           PERFORM 2600-ADD-TO-LINE
           IF DRSLT-UNINSURED-AMT = 0
               MOVE 2 TO WS-LINE-NUMBER
           ELSE
               MOVE 3 TO WS-LINE-NUMBER
           END-IF
           PERFORM 2600-ADD-TO-LINE
           EVALUATE WS-MATURITY-BUCKET
               WHEN 'MATNSM'
                   MOVE 4 TO WS-LINE-NUMBER
               WHEN 'MAT1YR'
                   MOVE 5 TO WS-LINE-NUMBER
               WHEN 'MAT3YR'
                   MOVE 6 TO WS-LINE-NUMBER
               WHEN OTHER
                   MOVE 7 TO WS-LINE-NUMBER
           END-EVALUATE
           PERFORM 2600-ADD-TO-LINE.

       2600-ADD-TO-LINE.
           SET WS-LN-IDX TO WS-LINE-NUMBER
           ADD DRSLT-BALANCE TO WS-IN-AMOUNT(WS-IN-IDX, WS-LN-IDX)
           ADD 1 TO WS-IN-COUNT(WS-IN-IDX, WS-LN-IDX).

       3000-WRITE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SPACES TO DETAIL-LINE
           MOVE DRSLT-INSTITUTION-ID TO DTL-INSTITUTION
           MOVE DRSLT-ACCT-NUMBER    TO DTL-ACCT-NUMBER
           MOVE DRSLT-DEPOSITOR-ID   TO DTL-DEPOSITOR-ID
           MOVE WS-CATEGORY          TO DTL-CATEGORY
           MOVE WS-BASIS             TO DTL-BASIS
           MOVE WS-BROKER-ID-OUT     TO DTL-BROKER-ID
           MOVE WS-MATURITY-BUCKET   TO DTL-MATURITY
           MOVE DRSLT-BALANCE        TO DTL-BALANCE
           MOVE DRSLT-UNINSURED-AMT  TO DTL-UNINSURED
           MOVE DETAIL-LINE TO DETAIL-REPORT-LINE
           WRITE DETAIL-REPORT-LINE.

       4000-WRITE-FEED.
      *    Every line is written for every institution with any
      *    brokered or reciprocal money, zeros included, so Finance
      *    never has to tell a missing line from a zero one.
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               SET WS-LN-IDX TO 1
               PERFORM UNTIL WS-LN-IDX > 8
                   MOVE SPACES TO RCE-FEED-REC
                   MOVE WS-BUSINESS-DATE TO RCE-AS-OF-DATE
                   MOVE WS-IN-INSTITUTION(WS-IN-IDX)
                       TO RCE-INSTITUTION-ID
                   MOVE WS-LD-CODE(WS-LN-IDX) TO RCE-LINE-CODE
                   MOVE WS-LD-DESC(WS-LN-IDX) TO RCE-LINE-DESC
                   MOVE WS-IN-AMOUNT(WS-IN-IDX, WS-LN-IDX)
                       TO RCE-AMOUNT
                   MOVE WS-IN-COUNT(WS-IN-IDX, WS-LN-IDX)
                       TO RCE-ACCOUNT-COUNT
                   WRITE RCE-FEED-REC
                   SET WS-LN-IDX UP BY 1
               END-PERFORM
               SET WS-IN-IDX UP BY 1
           END-PERFORM.

       5000-WRITE-FOOTINGS.
      *    The footings repeat the feed lines exactly, so each
      *    reported figure ties to the detail rows above it.
           MOVE SPACES TO DETAIL-REPORT-LINE
           WRITE DETAIL-REPORT-LINE
           MOVE 'INSTITUTION FOOTINGS (AS REPORTED ON RCEFEED)'
               TO DETAIL-REPORT-LINE
           WRITE DETAIL-REPORT-LINE
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               SET WS-LN-IDX TO 1
               PERFORM UNTIL WS-LN-IDX > 8
                   MOVE SPACES TO FOOT-LINE
                   MOVE WS-IN-INSTITUTION(WS-IN-IDX)
                       TO FTL-INSTITUTION
                   MOVE WS-LD-CODE(WS-LN-IDX) TO FTL-LINE-CODE
                   MOVE WS-LD-DESC(WS-LN-IDX) TO FTL-LINE-DESC
                   MOVE WS-IN-COUNT(WS-IN-IDX, WS-LN-IDX)
                       TO FTL-COUNT
                   MOVE WS-IN-AMOUNT(WS-IN-IDX, WS-LN-IDX)
                       TO FTL-AMOUNT
                   MOVE FOOT-LINE TO DETAIL-REPORT-LINE
                   WRITE DETAIL-REPORT-LINE
                   SET WS-LN-IDX UP BY 1
               END-PERFORM
               SET WS-IN-IDX UP BY 1
           END-PERFORM
           IF WS-UNLINKED-COUNT > 0
               MOVE SPACES TO DETAIL-REPORT-LINE
               WRITE DETAIL-REPORT-LINE
               MOVE SPACES TO DETAIL-REPORT-LINE
               STRING 'UNLINKED AGENT-HELD ACCOUNTS REPORTED AS '
                      'BROKERED: ' WS-UNLINKED-COUNT
                   DELIMITED SIZE INTO DETAIL-REPORT-LINE
               WRITE DETAIL-REPORT-LINE
           END-IF
           IF WS-BROKER-OVERFLOW > 0
               OR WS-LINK-OVERFLOW > 0
               OR WS-AGENT-OVERFLOW > 0
               MOVE SPACES TO DETAIL-REPORT-LINE
               STRING 'WARNING: REFERENCE TABLES OVERFLOWED -- '
                      'BROKERS ' WS-BROKER-OVERFLOW
                      ' PLACEMENTS ' WS-LINK-OVERFLOW
                      ' AGENT ACCOUNTS ' WS-AGENT-OVERFLOW
                   DELIMITED SIZE INTO DETAIL-REPORT-LINE
               WRITE DETAIL-REPORT-LINE
           END-IF.

       6000-FIND-OR-ADD-INSTITUTION.
      *    Linear find-or-insert on the per-institution totals,
      *    same small-table convention used across the suite.
           MOVE 0 TO WS-INST-IDX-SAVE
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               IF WS-IN-INSTITUTION(WS-IN-IDX) = WS-LOOKUP-INST
                   SET WS-INST-IDX-SAVE TO WS-IN-IDX
                   SET WS-IN-IDX TO WS-INST-COUNT
               END-IF
               SET WS-IN-IDX UP BY 1
           END-PERFORM
           IF WS-INST-IDX-SAVE = 0
               AND WS-INST-COUNT < WS-INST-MAX
               ADD 1 TO WS-INST-COUNT
               SET WS-IN-IDX TO WS-INST-COUNT
               SET WS-INST-IDX-SAVE TO WS-INST-COUNT
               MOVE WS-LOOKUP-INST
                   TO WS-IN-INSTITUTION(WS-IN-IDX)
               SET WS-LN-IDX TO 1
               PERFORM UNTIL WS-LN-IDX > 8
                   MOVE 0 TO WS-IN-AMOUNT(WS-IN-IDX, WS-LN-IDX)
                   MOVE 0 TO WS-IN-COUNT(WS-IN-IDX, WS-LN-IDX)
                   SET WS-LN-IDX UP BY 1
               END-PERFORM
           END-IF.

       6100-FIND-LINK.
      *    BUG: Sequential scan of the placements per result
      *    record, same tradeoff as the other small-table joins
      *    here -- fine at today's broker volumes.
           MOVE 0 TO WS-FOUND-LINK
           SET WS-LK-IDX TO 1
           PERFORM UNTIL WS-LK-IDX > WS-LINK-COUNT
               IF WS-LK-ACCT-NUMBER(WS-LK-IDX) = WS-LOOKUP-ACCT
                   SET WS-FOUND-LINK TO WS-LK-IDX
                   SET WS-LK-IDX TO WS-LINK-COUNT
               END-IF
               SET WS-LK-IDX UP BY 1
           END-PERFORM.

       6200-FIND-AGENT.
           MOVE 0 TO WS-FOUND-AGENT
           SET WS-AG-IDX TO 1
           PERFORM UNTIL WS-AG-IDX > WS-AGENT-COUNT
               IF WS-AG-ACCT-NUMBER(WS-AG-IDX) = WS-LOOKUP-ACCT
                   SET WS-FOUND-AGENT TO WS-AG-IDX
                   SET WS-AG-IDX TO WS-AGENT-COUNT
               END-IF
               SET WS-AG-IDX UP BY 1
           END-PERFORM.

       6300-FIND-BROKER.
           MOVE 0 TO WS-FOUND-BROKER
           SET WS-BK-IDX TO 1
           PERFORM UNTIL WS-BK-IDX > WS-BROKER-COUNT
               IF WS-BK-BROKER-ID(WS-BK-IDX) = WS-BROKER-ID-OUT
                   SET WS-FOUND-BROKER TO WS-BK-IDX
                   SET WS-BK-IDX TO WS-BROKER-COUNT
               END-IF
               SET WS-BK-IDX UP BY 1
           END-PERFORM.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           CLOSE DEPOSIT-RESULT-FILE
           CLOSE RCE-FEED-FILE
           CLOSE DETAIL-REPORT-FILE
           DISPLAY 'RC-E BROKERED DEPOSIT MEMORANDA FEED COMPLETE'
           DISPLAY '  RESULT RECORDS READ: ' WS-RESULT-COUNT
           DISPLAY '  ACCOUNTS LISTED:     ' WS-DETAIL-COUNT
           DISPLAY '  UNLINKED AGENT-HELD: ' WS-UNLINKED-COUNT
           DISPLAY '  INSTITUTIONS:        ' WS-INST-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'BROKERED-RCE-FEED' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
