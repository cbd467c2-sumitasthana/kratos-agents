      *================================================================*
      * PROGRAM: PRODUCT-RULE-IMPACT
      * PURPOSE: Reclassification impact preview for a proposed
      *          product rules generation. PRODUCT-RULE-MAINT writes
      *          the proposed table to PRODRULN; a shadow
      *          ORC-ASSIGNMENT run (SCENPARM header present)
      *          classifies the book under it into ORCSCEN. This
      *          program matches ORCSCEN against the cycle's
      *          production ORCOUT by account and lists every
      *          account whose category would change (PRODIMPT):
      *          the product, the old and new ORC, the account
      *          balance and current insured amount from RSLTFILE,
      *          and the projected insured amount under the new
      *          category, with totals by from/to category pair --
      *          so product onboarding is reviewed on its coverage
      *          effect before ops catalogues PRODRULN over PRODRULE.
      *
      *          The projection is made where it can be made from
      *          the depositor's positions alone: for the flat-limit
      *          categories (SGL, BUS, CRA, ANC) the account is
      *          insured up to the SMDIA in force less what the same
      *          depositor already holds in that category at the
      *          same institution. Roster-based categories (JNT,
      *          REV, IRR, EBP, FID, MSA, AGY, BLT, GOV) depend on
      *          owners, beneficiaries, or participants the rule
      *          table does not supply; those lines are listed with
      *          the current amounts and marked NOT PROJECTED.
      *
      *          ORCOUT can carry two rows for a queued account (the
      *          classifier's LOW-confidence default plus the
      *          analyst-reviewed row ORC-PENDING-REVIEW appends) --
      *          the analyst row supersedes, and the line is marked
      *          so the reviewer knows an analyst decision stands.
      * REGULATION: 12 CFR Part 330, FDIC IT Guide v3.0 (change
      *             control)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-BLOCKED-FLAG (sanctions-blocked accounts;
      *               record 202 -> 203 bytes).
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-RULE-IMPACT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-ORC-FILE ASSIGN TO 'ORCOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT CUR-SORT-FILE ASSIGN TO 'PRIWK01'.
           SELECT SORTED-CUR-FILE ASSIGN TO 'PRICSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCUR-STATUS.
           SELECT SHADOW-ORC-FILE ASSIGN TO 'ORCSCEN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHD-STATUS.
           SELECT SHD-SORT-FILE ASSIGN TO 'PRIWK02'.
           SELECT SORTED-SHD-FILE ASSIGN TO 'PRISSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SSHD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCT-SORT-FILE ASSIGN TO 'PRIWK03'.
           SELECT SORTED-ACCT-FILE ASSIGN TO 'PRIASRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SACC-STATUS.
           SELECT RESULT-FILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT SMDIA-PARM-FILE ASSIGN TO 'SMDIAPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMDIAP-STATUS.
           SELECT IMPACT-REPORT-FILE ASSIGN TO 'PRODIMPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Mirrors ORC-OUTPUT-REC in ORC-ASSIGNMENT.cob /
      *    ORC-PENDING-REVIEW.cob, for both the production and the
      *    shadow classification.
       FD CURRENT-ORC-FILE.
       01 CUR-IN-RECORD           PIC X(103).

       SD CUR-SORT-FILE.
       01 CSRT-REC.
           05 CSRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(53).
           05 CSRT-PENDING-FLAG    PIC X(1).
           05 FILLER               PIC X(29).

       FD SORTED-CUR-FILE.
       01 SCUR-RECORD.
           05 SCUR-ACCT-NUMBER     PIC X(20).
           05 SCUR-DEPOSITOR-ID    PIC X(15).
           05 SCUR-ORC-TYPE        PIC X(4).
           05 SCUR-ASSIGNMENT-RULE PIC X(30).
           05 SCUR-CONFIDENCE      PIC X(4).
           05 SCUR-PENDING-FLAG    PIC X(1).
           05 SCUR-PENDING-CODE    PIC X(3).
           05 SCUR-TIMESTAMP       PIC X(26).

       FD SHADOW-ORC-FILE.
       01 SHD-IN-RECORD           PIC X(103).

       SD SHD-SORT-FILE.
       01 HSRT-REC.
           05 HSRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(83).

       FD SORTED-SHD-FILE.
       01 SSHD-RECORD.
           05 SSHD-ACCT-NUMBER     PIC X(20).
           05 SSHD-DEPOSITOR-ID    PIC X(15).
           05 SSHD-ORC-TYPE        PIC X(4).
           05 SSHD-ASSIGNMENT-RULE PIC X(30).
           05 SSHD-CONFIDENCE      PIC X(4).
           05 SSHD-PENDING-FLAG    PIC X(1).
           05 SSHD-PENDING-CODE    PIC X(3).
           05 SSHD-TIMESTAMP       PIC X(26).

       FD ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       SD ACCT-SORT-FILE.
       01 ASRT-REC.
           05 ASRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(225).

       FD SORTED-ACCT-FILE.
           COPY ACCOUNT-MASTER
               REPLACING ==ACCT-MASTER-REC== BY ==SACC-RECORD==.

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       FD RESULT-FILE.
       01 RSLT-RECORD.
           05 RSLT-ACCT-NUMBER     PIC X(20).
           05 RSLT-DEPOSITOR-ID    PIC X(15).
           05 RSLT-INSTITUTION-ID  PIC X(5).
           05 RSLT-ORC-TYPE        PIC X(4).
           05 RSLT-BALANCE         PIC S9(13)V99.
           05 RSLT-INSURED-AMT     PIC S9(13)V99.
           05 RSLT-UNINSURED-AMT   PIC S9(13)V99.
           05 RSLT-CALC-METHOD     PIC X(20).
           05 RSLT-ERROR-FLAG      PIC X(1).
           05 RSLT-REASON-CODE     PIC X(3).
           05 RSLT-TIMESTAMP       PIC X(26).
           05 RSLT-ACCRUED-INT     PIC S9(13)V99.
           05 RSLT-SWEEP-FLAG      PIC X(1).
           05 RSLT-CURRENCY-CODE   PIC X(3).
           05 RSLT-FX-RATE         PIC 9(5)V9(6).
           05 RSLT-RECIP-FLAG      PIC X(1).
           05 RSLT-RECIP-PLACED-AMT PIC S9(13)V99.
           05 RSLT-RESTRAINED-AMT   PIC S9(13)V99.
           05 RSLT-RESTRAINT-TYPE   PIC X(2).
           05 RSLT-BLOCKED-FLAG     PIC X(1).

       FD SMDIA-PARM-FILE.
           COPY SMDIA-PARM.

       FD IMPACT-REPORT-FILE.
       01 IMPACT-REPORT-LINE      PIC X(132).

       FD RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01 WS-CUR-STATUS           PIC XX.
       01 WS-SCUR-STATUS          PIC XX.
       01 WS-SHD-STATUS           PIC XX.
       01 WS-SSHD-STATUS          PIC XX.
       01 WS-ACCT-STATUS          PIC XX.
       01 WS-SACC-STATUS          PIC XX.
       01 WS-RSLT-STATUS          PIC XX.
       01 WS-SMDIAP-STATUS        PIC XX.
       01 WS-RPT-STATUS           PIC XX.
       01 WS-RUNC-STATUS          PIC XX.

       01 WS-SCUR-EOF             PIC X VALUE 'N'.
           88 CUR-EOF             VALUE 'Y'.
       01 WS-SSHD-EOF             PIC X VALUE 'N'.
           88 SHD-EOF             VALUE 'Y'.
       01 WS-SACC-EOF             PIC X VALUE 'N'.

       01 WS-RUN-DATE             PIC X(10).
       01 WS-BUSINESS-DATE        PIC X(10).
       01 WS-PRED-ORCASGN-DONE    PIC X VALUE 'N'.
       01 WS-SMDIA                PIC S9(13)V99 VALUE 250000.00.

      *--- The settled assignment per account on each side ---
       01 WS-CUR-ACCT             PIC X(20).
       01 WS-CUR-DEPOSITOR        PIC X(15).
       01 WS-CUR-ORC              PIC X(4).
       01 WS-CUR-SOURCE           PIC X(1).
       01 WS-SHD-ACCT             PIC X(20).
       01 WS-SHD-ORC              PIC X(4).
       01 WS-SHD-PENDING-CODE     PIC X(3).

      *--- The changed account's product and positions ---
       01 WS-ACCT-TYPE            PIC X(10).
       01 WS-ACCT-INSTITUTION     PIC X(5).
       01 WS-ACCT-BALANCE         PIC S9(13)V99.
       01 WS-CUR-INSURED          PIC S9(13)V99.
       01 WS-EXISTING-IN-NEW-ORC  PIC S9(15)V99.
       01 WS-PROJ-INSURED         PIC S9(13)V99.
       01 WS-INSURED-CHANGE       PIC S9(13)V99.
       01 WS-PROJECTABLE          PIC X(1).
           88 NEW-ORC-PROJECTABLE VALUE 'Y'.
       01 WS-RSLT-FOUND           PIC X(1).

      *--- Movement totals by from/to category pair ---
       01 WS-MOVE-COUNT           PIC 9(3) VALUE 0.
       01 WS-MOVE-MAX             PIC 9(3) VALUE 100.
       01 WS-MV-IDX-SAVE          PIC 9(3).
       01 WS-MOVE-OVERFLOW        PIC 9(5) VALUE 0.
       01 WS-MOVE-TABLE.
           05 WS-MV-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-MV-IDX.
               10 WS-MV-FROM-ORC   PIC X(4).
               10 WS-MV-TO-ORC     PIC X(4).
               10 WS-MV-COUNT      PIC 9(7).
               10 WS-MV-AMOUNT     PIC S9(15)V99.
               10 WS-MV-CHANGE     PIC S9(15)V99.
               10 WS-MV-UNPROJECTED PIC 9(7).

       01 WS-COMPARED-COUNT       PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
       01 WS-UNPROJECTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-NO-SHADOW-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOTAL-CHANGE         PIC S9(15)V99 VALUE 0.

       01 IMPACT-HEADING-LINE.
           05 FILLER              PIC X(21) VALUE 'ACCOUNT'.
           05 FILLER              PIC X(11) VALUE 'PRODUCT'.
           05 FILLER              PIC X(5)  VALUE 'OLD'.
           05 FILLER              PIC X(5)  VALUE 'NEW'.
           05 FILLER              PIC X(18) VALUE '          BALANCE'.
           05 FILLER              PIC X(18) VALUE '  CURRENT INSURED'.
           05 FILLER              PIC X(18) VALUE 'PROJECTED INSURED'.
           05 FILLER              PIC X(18) VALUE '           CHANGE'.
           05 FILLER              PIC X(18) VALUE ' NOTE'.
       01 IMPACT-DETAIL-LINE.
           05 IMD-ACCT-NUMBER     PIC X(21).
           05 IMD-ACCT-TYPE       PIC X(11).
           05 IMD-OLD-ORC         PIC X(5).
           05 IMD-NEW-ORC         PIC X(5).
           05 IMD-BALANCE         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1).
           05 IMD-CUR-INSURED     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1).
           05 IMD-PROJ-INSURED    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1).
           05 IMD-CHANGE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(2).
           05 IMD-NOTE            PIC X(16).

       01 MOVEMENT-DETAIL-LINE.
           05 MVD-FROM-ORC         PIC X(5).
           05 FILLER               PIC X(2).
           05 MVD-TO-ORC           PIC X(5).
           05 FILLER               PIC X(2).
           05 MVD-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(2).
           05 MVD-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2).
           05 MVD-CHANGE           PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2).
           05 MVD-UNPROJECTED      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ASSIGNMENTS
               UNTIL WS-CUR-ACCT = HIGH-VALUES
               AND WS-SHD-ACCT = HIGH-VALUES
           PERFORM 4000-WRITE-MOVEMENT-SUMMARY
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM 1200-LOAD-SMDIA-PARM
           OPEN INPUT SHADOW-ORC-FILE
           IF WS-SHD-STATUS NOT = '00'
               DISPLAY 'NO SHADOW CLASSIFICATION (ORCSCEN) ON HAND ('
                        WS-SHD-STATUS ') -- RUN ABORTED.'
               STOP RUN
           END-IF
           CLOSE SHADOW-ORC-FILE
      *    The pending flag sorts reviewed rows ('N') ahead of
      *    queued ones ('Y') within an account, so the settle pass
      *    below always sees the analyst row first when one exists.
           SORT CUR-SORT-FILE
               ON ASCENDING KEY CSRT-ACCT-NUMBER
                                CSRT-PENDING-FLAG
               USING CURRENT-ORC-FILE
               GIVING SORTED-CUR-FILE
           SORT SHD-SORT-FILE
               ON ASCENDING KEY HSRT-ACCT-NUMBER
               USING SHADOW-ORC-FILE
               GIVING SORTED-SHD-FILE
           SORT ACCT-SORT-FILE
               ON ASCENDING KEY ASRT-ACCT-NUMBER
               USING ACCOUNT-FILE
               GIVING SORTED-ACCT-FILE
           OPEN INPUT SORTED-CUR-FILE
           OPEN INPUT SORTED-SHD-FILE
           OPEN INPUT SORTED-ACCT-FILE
           OPEN INPUT RESULT-FILE
           OPEN OUTPUT IMPACT-REPORT-FILE
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING 'PRODUCT RULE RECLASSIFICATION IMPACT -- '
                  WS-RUN-DATE
                  ' -- PROPOSED RULES (PRODRULN) VS PRODUCTION'
               DELIMITED SIZE INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE FROM IMPACT-HEADING-LINE
           READ SORTED-ACCT-FILE
               AT END MOVE 'Y' TO WS-SACC-EOF
           END-READ
           READ SORTED-CUR-FILE
               AT END SET CUR-EOF TO TRUE
           END-READ
           READ SORTED-SHD-FILE
               AT END SET SHD-EOF TO TRUE
           END-READ
           PERFORM 6000-SETTLE-CURRENT
           PERFORM 6100-SETTLE-SHADOW.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock -- and the preview refuses to start until
      *    the production classifier shows complete for the same
      *    business date. The shadow run itself writes no
      *    completion record.
           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-ORCASGN-DONE
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
                           AND RC-JOB-NAME = 'ORC-ASSIGNMENT'
                           MOVE 'Y' TO WS-PRED-ORCASGN-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-ORCASGN-DONE = 'N'
               DISPLAY 'PREDECESSOR ORC-ASSIGNMENT NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-SMDIA-PARM.
      *    WS-SMDIA keeps its literal fallback value unless the
      *    parameter file opens and has a record effective on or
      *    before the run date -- the latest such record wins, as
      *    in DEPOSIT-INSURANCE-CALC.
           OPEN INPUT SMDIA-PARM-FILE
           IF WS-SMDIAP-STATUS = '00'
               PERFORM UNTIL WS-SMDIAP-STATUS NOT = '00'
                   READ SMDIA-PARM-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SMDIA-EFFECTIVE-DATE NOT > WS-RUN-DATE
                               MOVE SMDIA-AMOUNT TO WS-SMDIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMDIA-PARM-FILE
           END-IF.

       2000-MATCH-ASSIGNMENTS.
      *    Balanced-line match on account number, as in
      *    ORC-RECLASS-RPT. Both sides classify the same ACCTFILE,
      *    so an account on one side only means the shadow run was
      *    made against a different book -- counted, not reported.
           EVALUATE TRUE
               WHEN WS-CUR-ACCT = HIGH-VALUES
                   PERFORM 6100-SETTLE-SHADOW
               WHEN WS-SHD-ACCT = HIGH-VALUES
                   ADD 1 TO WS-NO-SHADOW-COUNT
                   PERFORM 6000-SETTLE-CURRENT
               WHEN WS-CUR-ACCT = WS-SHD-ACCT
                   ADD 1 TO WS-COMPARED-COUNT
                   IF WS-CUR-ORC NOT = WS-SHD-ORC
                       PERFORM 3000-REPORT-CHANGE
                   END-IF
                   PERFORM 6000-SETTLE-CURRENT
                   PERFORM 6100-SETTLE-SHADOW
               WHEN WS-CUR-ACCT < WS-SHD-ACCT
                   ADD 1 TO WS-NO-SHADOW-COUNT
                   PERFORM 6000-SETTLE-CURRENT
               WHEN OTHER
                   PERFORM 6100-SETTLE-SHADOW
           END-EVALUATE.

       3000-REPORT-CHANGE.
           ADD 1 TO WS-CHANGED-COUNT
           PERFORM 3100-LOOKUP-ACCOUNT
           PERFORM 3200-SCAN-DEPOSITOR-POSITION
           PERFORM 3300-PROJECT-INSURED
           MOVE SPACES TO IMPACT-DETAIL-LINE
           MOVE WS-CUR-ACCT      TO IMD-ACCT-NUMBER
           MOVE WS-ACCT-TYPE     TO IMD-ACCT-TYPE
           MOVE WS-CUR-ORC       TO IMD-OLD-ORC
           MOVE WS-SHD-ORC       TO IMD-NEW-ORC
           MOVE WS-ACCT-BALANCE  TO IMD-BALANCE
           MOVE WS-CUR-INSURED   TO IMD-CUR-INSURED
           IF NEW-ORC-PROJECTABLE
               MOVE WS-PROJ-INSURED   TO IMD-PROJ-INSURED
               MOVE WS-INSURED-CHANGE TO IMD-CHANGE
           ELSE
               MOVE 'NOT PROJECTED' TO IMD-NOTE
           END-IF
           IF WS-CUR-SOURCE = 'A'
               MOVE 'ANALYST DECIDED' TO IMD-NOTE
           END-IF
           IF WS-SHD-PENDING-CODE NOT = SPACES
               AND IMD-NOTE = SPACES
               MOVE SPACES TO IMD-NOTE
               STRING 'WILL QUEUE ' WS-SHD-PENDING-CODE
                   DELIMITED SIZE INTO IMD-NOTE
           END-IF
           IF WS-RSLT-FOUND = 'N'
               MOVE 'NO RESULT ROW' TO IMD-NOTE
           END-IF
           WRITE IMPACT-REPORT-LINE FROM IMPACT-DETAIL-LINE
           PERFORM 3400-ADD-MOVEMENT.

       3100-LOOKUP-ACCOUNT.
      *    The account stream ascends like the assignment streams,
      *    so it only ever advances forward.
           MOVE SPACES TO WS-ACCT-TYPE
           MOVE SPACES TO WS-ACCT-INSTITUTION
           PERFORM UNTIL WS-SACC-EOF = 'Y'
               OR ACCT-NUMBER OF SACC-RECORD NOT < WS-CUR-ACCT
               READ SORTED-ACCT-FILE
                   AT END MOVE 'Y' TO WS-SACC-EOF
               END-READ
           END-PERFORM
           IF WS-SACC-EOF NOT = 'Y'
               AND ACCT-NUMBER OF SACC-RECORD = WS-CUR-ACCT
               MOVE ACCT-TYPE OF SACC-RECORD TO WS-ACCT-TYPE
               MOVE ACCT-INSTITUTION-ID OF SACC-RECORD
                   TO WS-ACCT-INSTITUTION
           END-IF.

       3200-SCAN-DEPOSITOR-POSITION.
      *    BUG: Sequential scan per changed account — see
      *    ORC-ASSIGNMENT 3000-LOOKUP-CUSTOMER for the same
      *    performance tradeoff. Only changed accounts are scanned,
      *    which a rule change keeps to a handful.
      *    One pass picks up the account's own result row and what
      *    the depositor already holds in the new category at the
      *    same institution.
           MOVE 'N' TO WS-RSLT-FOUND
           MOVE 0 TO WS-ACCT-BALANCE
           MOVE 0 TO WS-CUR-INSURED
           MOVE 0 TO WS-EXISTING-IN-NEW-ORC
           CLOSE RESULT-FILE
           OPEN INPUT RESULT-FILE
           PERFORM UNTIL WS-RSLT-STATUS NOT = '00'
               READ RESULT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RSLT-ACCT-NUMBER = WS-CUR-ACCT
                           MOVE 'Y' TO WS-RSLT-FOUND
                           MOVE RSLT-BALANCE TO WS-ACCT-BALANCE
                           MOVE RSLT-INSURED-AMT TO WS-CUR-INSURED
                       ELSE
                           IF RSLT-DEPOSITOR-ID = WS-CUR-DEPOSITOR
                               AND RSLT-ORC-TYPE = WS-SHD-ORC
                               AND RSLT-INSTITUTION-ID =
                                   WS-ACCT-INSTITUTION
                               ADD RSLT-BALANCE
                                   TO WS-EXISTING-IN-NEW-ORC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3300-PROJECT-INSURED.
      *    Flat-limit categories only: the SMDIA in force less the
      *    depositor's existing balance in the new category, never
      *    below zero and never above the account's own balance.
           MOVE 'N' TO WS-PROJECTABLE
           MOVE 0 TO WS-PROJ-INSURED
           MOVE 0 TO WS-INSURED-CHANGE
           IF WS-SHD-ORC = 'SGL' OR WS-SHD-ORC = 'BUS'
               OR WS-SHD-ORC = 'CRA' OR WS-SHD-ORC = 'ANC'
               MOVE 'Y' TO WS-PROJECTABLE
           END-IF
           IF NOT NEW-ORC-PROJECTABLE
               ADD 1 TO WS-UNPROJECTED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-EXISTING-IN-NEW-ORC < WS-SMDIA
               COMPUTE WS-PROJ-INSURED =
                   WS-SMDIA - WS-EXISTING-IN-NEW-ORC
           END-IF
           IF WS-PROJ-INSURED > WS-ACCT-BALANCE
               MOVE WS-ACCT-BALANCE TO WS-PROJ-INSURED
           END-IF
           IF WS-PROJ-INSURED < 0
               MOVE 0 TO WS-PROJ-INSURED
           END-IF
           COMPUTE WS-INSURED-CHANGE =
               WS-PROJ-INSURED - WS-CUR-INSURED
           ADD WS-INSURED-CHANGE TO WS-TOTAL-CHANGE.

       3400-ADD-MOVEMENT.
      *    Linear find-or-insert on the from/to pair totals, same
      *    small-table convention used across the suite.
           MOVE 0 TO WS-MV-IDX-SAVE
           SET WS-MV-IDX TO 1
           PERFORM UNTIL WS-MV-IDX > WS-MOVE-COUNT
               IF WS-MV-FROM-ORC(WS-MV-IDX) = WS-CUR-ORC
                   AND WS-MV-TO-ORC(WS-MV-IDX) = WS-SHD-ORC
                   SET WS-MV-IDX-SAVE TO WS-MV-IDX
                   SET WS-MV-IDX TO WS-MOVE-COUNT
               END-IF
               SET WS-MV-IDX UP BY 1
           END-PERFORM
           IF WS-MV-IDX-SAVE = 0
               IF WS-MOVE-COUNT < WS-MOVE-MAX
                   ADD 1 TO WS-MOVE-COUNT
                   SET WS-MV-IDX TO WS-MOVE-COUNT
                   SET WS-MV-IDX-SAVE TO WS-MOVE-COUNT
                   MOVE WS-CUR-ORC TO WS-MV-FROM-ORC(WS-MV-IDX)
                   MOVE WS-SHD-ORC TO WS-MV-TO-ORC(WS-MV-IDX)
                   MOVE 0 TO WS-MV-COUNT(WS-MV-IDX)
                   MOVE 0 TO WS-MV-AMOUNT(WS-MV-IDX)
                   MOVE 0 TO WS-MV-CHANGE(WS-MV-IDX)
                   MOVE 0 TO WS-MV-UNPROJECTED(WS-MV-IDX)
               ELSE
                   ADD 1 TO WS-MOVE-OVERFLOW
               END-IF
           END-IF
           IF WS-MV-IDX-SAVE NOT = 0
               SET WS-MV-IDX TO WS-MV-IDX-SAVE
               ADD 1 TO WS-MV-COUNT(WS-MV-IDX)
               ADD WS-ACCT-BALANCE TO WS-MV-AMOUNT(WS-MV-IDX)
               IF NEW-ORC-PROJECTABLE
                   ADD WS-INSURED-CHANGE TO WS-MV-CHANGE(WS-MV-IDX)
               ELSE
                   ADD 1 TO WS-MV-UNPROJECTED(WS-MV-IDX)
               END-IF
           END-IF.

       4000-WRITE-MOVEMENT-SUMMARY.
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           STRING 'FROM   TO     COUNT    BALANCE MOVED'
                  '                INSURED CHANGE  NOT PROJ'
               DELIMITED SIZE INTO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           SET WS-MV-IDX TO 1
           PERFORM UNTIL WS-MV-IDX > WS-MOVE-COUNT
               MOVE SPACES TO MOVEMENT-DETAIL-LINE
               MOVE WS-MV-FROM-ORC(WS-MV-IDX) TO MVD-FROM-ORC
               MOVE WS-MV-TO-ORC(WS-MV-IDX)   TO MVD-TO-ORC
               MOVE WS-MV-COUNT(WS-MV-IDX)    TO MVD-COUNT
               MOVE WS-MV-AMOUNT(WS-MV-IDX)   TO MVD-AMOUNT
               MOVE WS-MV-CHANGE(WS-MV-IDX)   TO MVD-CHANGE
               MOVE WS-MV-UNPROJECTED(WS-MV-IDX) TO MVD-UNPROJECTED
               MOVE MOVEMENT-DETAIL-LINE TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
               SET WS-MV-IDX UP BY 1
           END-PERFORM
           IF WS-MOVE-OVERFLOW NOT = 0
               MOVE SPACES TO IMPACT-REPORT-LINE
               STRING 'MOVEMENT TABLE OVERFLOW -- PAIRS DROPPED: '
                      WS-MOVE-OVERFLOW
                   DELIMITED SIZE INTO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF
           MOVE SPACES TO MOVEMENT-DETAIL-LINE
           MOVE 'TOTAL' TO MVD-FROM-ORC
           MOVE WS-CHANGED-COUNT     TO MVD-COUNT
           MOVE WS-TOTAL-CHANGE      TO MVD-CHANGE
           MOVE WS-UNPROJECTED-COUNT TO MVD-UNPROJECTED
           MOVE MOVEMENT-DETAIL-LINE TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE.

       6000-SETTLE-CURRENT.
      *    Settles the next account from the record already in the
      *    buffer, as ORC-RECLASS-RPT does: the first row wins --
      *    the pending-flag sort key put the analyst-reviewed row
      *    first when one exists -- and further rows for the same
      *    account are consumed here.
           IF CUR-EOF
               MOVE HIGH-VALUES TO WS-CUR-ACCT
               EXIT PARAGRAPH
           END-IF
           MOVE SCUR-ACCT-NUMBER  TO WS-CUR-ACCT
           MOVE SCUR-DEPOSITOR-ID TO WS-CUR-DEPOSITOR
           MOVE SCUR-ORC-TYPE     TO WS-CUR-ORC
           IF SCUR-ASSIGNMENT-RULE = 'ANALYST-REVIEWED'
               MOVE 'A' TO WS-CUR-SOURCE
           ELSE
               MOVE 'C' TO WS-CUR-SOURCE
           END-IF
           PERFORM UNTIL CUR-EOF
               OR SCUR-ACCT-NUMBER NOT = WS-CUR-ACCT
               READ SORTED-CUR-FILE
                   AT END SET CUR-EOF TO TRUE
               END-READ
           END-PERFORM.

       6100-SETTLE-SHADOW.
      *    The shadow run writes one row per account; any repeat is
      *    consumed the same way.
           IF SHD-EOF
               MOVE HIGH-VALUES TO WS-SHD-ACCT
               EXIT PARAGRAPH
           END-IF
           MOVE SSHD-ACCT-NUMBER   TO WS-SHD-ACCT
           MOVE SSHD-ORC-TYPE      TO WS-SHD-ORC
           MOVE SSHD-PENDING-CODE  TO WS-SHD-PENDING-CODE
           PERFORM UNTIL SHD-EOF
               OR SSHD-ACCT-NUMBER NOT = WS-SHD-ACCT
               READ SORTED-SHD-FILE
                   AT END SET SHD-EOF TO TRUE
               END-READ
           END-PERFORM.

       9000-FINALIZE.
           CLOSE SORTED-CUR-FILE
           CLOSE SORTED-SHD-FILE
           CLOSE SORTED-ACCT-FILE
           CLOSE RESULT-FILE
           CLOSE IMPACT-REPORT-FILE
           DISPLAY 'PRODUCT RULE IMPACT PREVIEW COMPLETE'
           DISPLAY '  ACCOUNTS COMPARED:   ' WS-COMPARED-COUNT
           DISPLAY '  WOULD RECLASSIFY:    ' WS-CHANGED-COUNT
           DISPLAY '  NOT PROJECTED:       ' WS-UNPROJECTED-COUNT
           DISPLAY '  NO SHADOW ROW:       ' WS-NO-SHADOW-COUNT.
