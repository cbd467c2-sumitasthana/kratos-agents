      * with complex ownership structures and beneficiary overlays.
      ******************************************************************
      * KNOWN ISSUES (FDIC Part 370 / 12 CFR 330):
      *  29. FIXED 2026-10-15: Nothing proved the rows this calc
      *      wrote were the rows the merge and the Part 370 export
      *      received. The calc now posts its output control totals
      *      (rows, balance, insured, uninsured) to the job-to-job
      *      ledger CTLLEDGR (see CONTROL-TOTAL.cpy) at finalize --
      *      against RESULTOUT, the instance's own RSLSLCnn slice on
      *      a partitioned run, or RESLSCEN on a scenario run -- for
      *      CONTROL-TOTAL-BALANCE. Prior rows carried forward on a
      *      selective run are footed with the rest.
      *  28. FIXED 2026-10-15: A trust in which compliance has
      *      confirmed a sanctioned grantor or beneficiary is no
      *      longer reported like any other. The calc now reads
      *      SANCBTRS (see SANCTIONS-BLOCKED.cpy, loaded by
      *      1023-LOAD-BLOCKED-TRUSTS), gates on SANCTIONS-SCREEN,
      *      and marks every result row of a blocked trust with the
      *      new RES-BLOCKED-FLAG. Coverage itself is unchanged --
      *      blocked property is still an insured deposit -- but
      *      PROVISIONAL-HOLD leaves it to the blocking and the
      *      Part 370 export carries the flag.
      *  27. FIXED 2026-10-15: A terminated trust being paid out to
      *      its beneficiaries is no longer insured under its old
      *      trust rules until the day it closes. The calc now reads
      *      TRUSTWND, the master TRUST-TERMINATION-PROC re-stamps
      *      with TRUST-WINDING-UP, and gates on that job. 1505
      *      releases a wind-up trust once per distributee on its
      *      TRSTEVNT schedule (see TRUST-EVENT.cpy, loaded by
      *      1021-LOAD-WIND-UP-SCHEDULE) under the distributee's id
      *      and the calc's own group type 'WND'; 2150-APPLY-
      *      DISTRIBUTEE-SHARE carries only that distributee's share
      *      of what is left -- weighted by the distributee's
      *      pending scheduled amounts, or by the whole schedule
      *      once nothing is pending -- and 3600-CALC-WIND-UP
      *      insures each distributee's wind-up shares together as
      *      single ownership. RES-GRANTOR-ID on these rows is the
      *      distributee, so SMDIA-CROSS-RECON combines them with the
      *      distributee's own deposits through PARTY-XREF. A wind-up
      *      trust with no schedule keeps its old treatment and is
      *      logged.
      *  26. FIXED 2026-10-15: ERROROUT no longer carries free-text
      *      lines only. Every logged condition is now a structured
      *      EXCEPTION-RECORD (see EXCEPTION-RECORD.cpy, written by
      *      8050-LOG-ERROR) with a reason code, the trust or
      *      grantor it concerns, the business date, and the balance
      *      at risk where there is one, so EXCEPTION-CASE-MGMT can
      *      track it as a case from cycle to cycle.
      *  25. FIXED 2026-10-15: A joint living trust (two or more
      *      grantors, listed on the new COGRNTR roster -- see
      *      TRUST-COGRANTOR.cpy, loaded by 1018-LOAD-COGRANTOR-
      *      ROSTER) is no longer calculated as if the grantor on
      *      the master owned all of it. 1500 releases the trust
      *      once per living grantor under that grantor's id, and
      *      2140-APPLY-GRANTOR-SHARE carries only that grantor's
      *      ownership share of the balance into the grantor's own
      *      revocable group, so 3100-CALC-REVOCABLE caps each
      *      grantor per beneficiary across all of that grantor's
      *      trusts. The trust gets one result row per grantor;
      *      a selective run keys its merge on trust + grantor.
      *      A grantor dead more than six months no longer owns a
      *      share -- the survivors' shares cover the trust.
      *  24. FIXED 2026-10-15: An irrevocable (or CRT) beneficiary
      *      with a BENE-INTEREST-FORM -- income, annuity, unitrust,
      *      remainder, or term of years -- is now valued at present
      *      value from BENE-DOB, the business date, the month's
      *      Section 7520 rate, and the IRS mortality table (new
      *      ACTUARL file, see ACTUARIAL-TABLE.cpy, loaded by
      *      1017-LOAD-ACTUARIAL-TABLES) instead of a flat
      *      BENE-ALLOCATION-PCT of the balance. Remainder interests
      *      take what the lead interests on the trust leave
      *      (3213-APPLY-REMAINDER-INTERESTS). The factor applied is
      *      written to BENELEDG and to an audit row per interest
      *      (3215-WRITE-ACTUARIAL-EVIDENCE); an interest that
      *      cannot be valued (no rate, no table, bad DOB) keeps the
      *      flat percentage and is logged to ERROR-FILE.
      *  23. FIXED 2026-09-03: Added a partition mode for the
      *      month-end valuation cycles that blow the SLA window:
      *      with a partition parameter on file (TRSTPART -- this
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRUST-FILE    ASSIGN TO TRUSTWND
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-TRUST-FS.
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-TPRT-FS.
           SELECT ACTUARIAL-TABLE-FILE ASSIGN TO ACTUARL
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-ACTT-FS.
           SELECT COGRANTOR-FILE ASSIGN TO COGRNTR
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-CGRN-FS.
           SELECT TRUST-EVENT-FILE ASSIGN TO TRSTEVNT
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-TEVT-FS.
           SELECT BLOCKED-TRUST-FILE ASSIGN TO SANCBTRS
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-SNBT-FS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLLEDGR
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-CTT-FS.

       DATA DIVISION.
       FILE SECTION.
           05  RES-NONDEPOSIT-AMT   PIC S9(13)V99.
           05  RES-CALC-METHOD      PIC X(20).
           05  RES-STATUS           PIC X(10).
      *    'Y' -- a party to the trust is confirmed blocked
      *    (SANCBTRS); coverage is computed as usual.
           05  RES-BLOCKED-FLAG     PIC X(1).

      *    Structured exceptions for EXCEPTION-CASE-MGMT.
       FD  ERROR-FILE.
           COPY EXCEPTION-RECORD.

       FD  SMDIA-PARM-FILE.
       COPY SMDIA-PARM.
       FD  RUN-CONTROL-FILE.
       COPY RUN-CONTROL.

       FD  CONTROL-TOTAL-FILE.
       COPY CONTROL-TOTAL.

       FD  BENE-LEDGER-FILE.
       COPY BENE-LEDGER.


      * Prior cycle's RESULTOUT (the retained generation ops keeps
      * for COVERAGE-DELTA-RPT) -- the merge source on a selective
      * run. Leading 12 bytes are RES-TRUST-ID; a joint trust has
      * one row per grantor, so RES-GRANTOR-ID is picked out too.
       FD  PRIOR-RESULT-FILE.
       01  PRIOR-RESULT-REC.
           05  PRIO-TRUST-ID       PIC X(12).
           05  FILLER              PIC X(68).
           05  PRIO-GRANTOR-ID     PIC X(10).
           05  FILLER              PIC X(5).
           05  PRIO-TOTAL-BALANCE  PIC S9(13)V99.
           05  FILLER              PIC X(3).
           05  PRIO-INSURED-AMT    PIC S9(13)V99.
           05  PRIO-UNINSURED-AMT  PIC S9(13)V99.
           05  FILLER              PIC X(61).

       FD  SCENARIO-PARM-FILE.
       COPY SCENARIO-PARM.

      * Scenario-tagged twin of RESULT-REC -- same layout.
       FD  SCENARIO-RESULT-FILE.
       01  SCEN-RESULT-REC         PIC X(204).

       FD  PENDING-REPORT-FILE.
       01  PENDING-REPORT-LINE     PIC X(100).
           05  TPART-GRANTOR-HI    PIC X(10).
           05  FILLER              PIC X(8).

       FD  ACTUARIAL-TABLE-FILE.
       COPY ACTUARIAL-TABLE.

       FD  COGRANTOR-FILE.
       COPY TRUST-COGRANTOR.

       FD  TRUST-EVENT-FILE.
       COPY TRUST-EVENT.

       FD  BLOCKED-TRUST-FILE.
       COPY SANCTIONS-BLOCKED.

       WORKING-STORAGE SECTION.
       01  WS-TRUST-FS             PIC XX.
       01  WS-SRTD-FS              PIC XX.
           05  WS-RF-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-RF-IDX.
               10  WS-RF-TRUST-ID  PIC X(12).
               10  WS-RF-GRANTOR-ID PIC X(10).
       01  WS-RF-MATCHED           PIC X(1).
       01  WS-CARRIED-PRIOR-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-SCR-FS               PIC XX.
       01  WS-TPRT-FS              PIC XX.
       01  WS-ACTT-FS              PIC XX.
       01  WS-CGRN-FS              PIC XX.
       01  WS-TEVT-FS              PIC XX.
       01  WS-SNBT-FS              PIC XX.
       01  WS-CTT-FS               PIC XX.

      *--- Output control totals for the job-to-job ledger ---
       01  WS-CTT-ROW-COUNT        PIC 9(9) VALUE ZEROS.
       01  WS-CTT-BALANCE          PIC S9(15)V99 VALUE ZEROS.
       01  WS-CTT-INSURED          PIC S9(15)V99 VALUE ZEROS.
       01  WS-CTT-UNINSURED        PIC S9(15)V99 VALUE ZEROS.

      *--- Partitioned parallel execution (TRSTPART) ---
       01  WS-PARTITION-MODE       PIC X VALUE 'N'.
       01  WS-BUSINESS-DATE        PIC X(10).
       01  WS-PRED-VALUATION-DONE  PIC X VALUE 'N'.
       01  WS-PRED-TRSTORC-DONE    PIC X VALUE 'N'.
       01  WS-PRED-TRSTTRM-DONE    PIC X VALUE 'N'.
       01  WS-PRED-SANCSCRN-DONE   PIC X VALUE 'N'.
       01  WS-EOF-TRUST            PIC X VALUE 'N'.
           88  TRUST-END-OF-FILE   VALUE 'Y'.
       01  WS-EOF-BENE             PIC X VALUE 'N'.
           05  FILLER              PIC X(2).
           05  PDL-REASON          PIC X(20).
       01  WS-ERROR-COUNT          PIC 9(5) VALUE ZEROS.
       01  WS-ERROR-MSG            PIC X(200) VALUE SPACES.
       01  WS-ERROR-REASON         PIC X(3)   VALUE SPACES.
       01  WS-EXC-ENTITY-KEY       PIC X(30)  VALUE SPACES.
       01  WS-EXC-AMOUNT           PIC S9(13)V99 VALUE ZEROS.
       01  WS-CURRENT-DATE         PIC X(10).

      *--- Grantor-level grouping (12 CFR 330.10) ---
           88  WS-GRP-EBP          VALUE 'EBP'.
           88  WS-GRP-CUSTODIAL    VALUE 'CUS'.
           88  WS-GRP-CRT          VALUE 'CRT'.
      *    Not a trust type: the group type a wind-up trust's
      *    distributee shares are released under (1550).
           88  WS-GRP-WINDUP       VALUE 'WND'.
       01  WS-GROUP-COUNT          PIC 9(3) VALUE ZEROS.
       01  WS-GROUP-MAX            PIC 9(3) VALUE 050.
       01  WS-REMAINING-INSURED    PIC S9(13)V99.
       01  WS-IRR-CONTINGENT-BALANCE PIC S9(13)V99.
       01  WS-IRR-OVERAGE           PIC S9(13)V99.

      *--- Actuarial valuation of split interests (ACTUARL) ---
      * The 7520 rate in force for the business-date month and the
      * IRS mortality table (survivors lx by age 0-110, held at
      * WS-ACT-LX(age + 1)), loaded once by 1017.
       01  WS-ACT-RATE-MONTH        PIC X(7) VALUE SPACES.
       01  WS-ACT-7520-RATE         PIC 9(2)V99 VALUE ZEROS.
       01  WS-ACT-MORT-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ACT-MORTALITY-TABLE.
           05  WS-ACT-LX OCCURS 111 TIMES PIC 9(7).
       01  WS-ACT-RATE              PIC 9V9(6).
       01  WS-ACT-V                 PIC 9V9(12).
       01  WS-ACT-BASE              PIC 9V9(12).
       01  WS-ACT-POWER             PIC 9V9(12).
       01  WS-ACT-REMAINDER-FACTOR  PIC 9V9(12).
       01  WS-ACT-WORK-FACTOR       PIC 9(3)V9(12).
       01  WS-ACT-FACTOR            PIC 9V9(6).
       01  WS-ACT-LEAD-TOTAL        PIC 9(3)V9(6).
       01  WS-ACT-AGE               PIC 9(3).
       01  WS-ACT-YEAR              PIC 9(3).
       01  WS-ACT-MONTHS            PIC S9(5).
       01  WS-ACT-MONTHS-REM        PIC 9(2).
       01  WS-ACT-DEATHS            PIC S9(7).
       01  WS-ACT-DOB.
           05  WS-ACT-DOB-YYYY      PIC 9(4).
           05  FILLER               PIC X(1).
           05  WS-ACT-DOB-MM        PIC 9(2).
           05  FILLER               PIC X(1).
           05  WS-ACT-DOB-DD        PIC 9(2).
       01  WS-ACT-ASOF.
           05  WS-ACT-ASOF-YYYY     PIC 9(4).
           05  FILLER               PIC X(1).
           05  WS-ACT-ASOF-MM       PIC 9(2).
           05  FILLER               PIC X(1).
           05  WS-ACT-ASOF-DD       PIC 9(2).
       01  WS-ACT-VALUED            PIC X(1).
           88  ACT-INTEREST-VALUED  VALUE 'Y'.
       01  WS-ACT-USED              PIC X(1).
       01  WS-ACT-FAIL-REASON       PIC X(30).
       01  WS-ACT-BENE-ID           PIC X(10).
       01  WS-ACT-FORM              PIC X(1).
       01  WS-ACT-INTEREST-FLAG     PIC X(1).
           88  WS-ACT-NONCONTINGENT VALUE 'Y'.
       01  WS-ACT-INT-INSURED       PIC S9(13)V99.
       01  WS-ACT-INT-UNINSURED     PIC S9(13)V99.
       01  WS-ACT-VALUED-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-ACT-FALLBACK-COUNT    PIC 9(5) VALUE ZEROS.
      *    Form, factor, and rate as carried on the audit row.
       01  WS-ACT-AUDIT-METHOD.
           05  FILLER               PIC X(2) VALUE 'PV'.
           05  WS-ACT-AM-FORM       PIC X(1).
           05  FILLER               PIC X(2) VALUE ' F'.
           05  WS-ACT-AM-FACTOR     PIC 9.9(6).
           05  FILLER               PIC X(2) VALUE ' R'.
           05  WS-ACT-AM-RATE       PIC 99.99.
      *    Remainder interests wait until every lead interest on the
      *    trust has been valued -- the remainder is what they leave.
       01  WS-RMD-COUNT             PIC 9(3) VALUE ZEROS.
       01  WS-RMD-MAX               PIC 9(3) VALUE 050.
       01  WS-RMD-TABLE.
           05  WS-RMD-ENTRY OCCURS 050 TIMES
                             INDEXED BY WS-RMD-IDX.
               10  WS-RMD-BENE-ID       PIC X(10).
               10  WS-RMD-ALLOC-PCT     PIC 9(3)V99.
               10  WS-RMD-INTEREST-FLAG PIC X(1).

      *--- Co-grantor roster (COGRNTR) -- joint living trusts ---
       01  WS-CGR-COUNT             PIC 9(4) VALUE ZEROS.
       01  WS-CGR-MAX               PIC 9(4) VALUE 2000.
       01  WS-CGR-TABLE.
           05  WS-CG-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-CG-IDX.
               10  WS-CG-TRUST-ID       PIC X(12).
               10  WS-CG-GRANTOR-ID     PIC X(10).
               10  WS-CG-GRANTOR-NAME   PIC X(40).
               10  WS-CG-GRANTOR-SSN    PIC X(11).
               10  WS-CG-OWNERSHIP-PCT  PIC 9(3)V99.
               10  WS-CG-DEATH-DATE     PIC X(10).
      *    The grantors of the one trust being released or valued,
      *    built by 1520-BUILD-TRUST-OWNERS.
       01  WS-TOWN-TRUST-ID         PIC X(12).
       01  WS-TOWN-COUNT            PIC 9(2).
       01  WS-TOWN-MAX              PIC 9(2) VALUE 10.
       01  WS-TOWN-LIVE-COUNT       PIC 9(2).
       01  WS-TOWN-LIVE-SEEN        PIC 9(2).
       01  WS-TOWN-LIVE-PCT         PIC 9(5)V99.
       01  WS-TOWN-TABLE.
           05  WS-TO-ENTRY OCCURS 10 TIMES
                            INDEXED BY WS-TO-IDX.
               10  WS-TO-GRANTOR-ID     PIC X(10).
               10  WS-TO-GRANTOR-NAME   PIC X(40).
               10  WS-TO-GRANTOR-SSN    PIC X(11).
               10  WS-TO-RAW-PCT        PIC 9(3)V99.
               10  WS-TO-LIVE           PIC X(1).
               10  WS-TO-SHARE-PCT      PIC 9(3)V9(6).
      *    Death date plus the six-month grace period.
       01  WS-CGR-GRACE-DATE.
           05  WS-CGR-GRACE-YYYY    PIC 9(4).
           05  FILLER               PIC X(1).
           05  WS-CGR-GRACE-MM      PIC 9(2).
           05  FILLER               PIC X(3).
       01  WS-REL-GRANTOR-ID        PIC X(10).
       01  WS-REL-GRANTOR-NAME      PIC X(40).
       01  WS-REL-GRANTOR-SSN       PIC X(11).
       01  WS-CGR-TOTAL             PIC S9(13)V99.
       01  WS-CGR-PIECE             PIC S9(13)V99.
       01  WS-CGR-RUNNING           PIC S9(13)V99.
       01  WS-CGR-SHARE-AMT         PIC S9(13)V99.
       01  WS-CGR-SHARE-COUNT       PIC 9(7) VALUE ZEROS.

      *--- Wind-up distribution schedule (TRSTEVNT) ---
      * One entry per trust and distributee, the distributee's
      * scheduled lines summed: what is still pending and what was
      * scheduled in all.
       01  WS-WND-COUNT             PIC 9(4) VALUE ZEROS.
       01  WS-WND-MAX               PIC 9(4) VALUE 3000.
       01  WS-WND-TABLE.
           05  WS-WD-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-WD-IDX.
               10  WS-WD-TRUST-ID       PIC X(12).
               10  WS-WD-DISTRIBUTEE-ID PIC X(10).
               10  WS-WD-NAME           PIC X(40).
               10  WS-WD-TAX-ID         PIC X(11).
               10  WS-WD-PENDING-AMT    PIC S9(13)V99.
               10  WS-WD-SCHED-AMT      PIC S9(13)V99.
       01  WS-WD-FOUND              PIC X(1).
      *    The distributees of the one trust being released or
      *    valued, built by 1540-BUILD-TRUST-DISTRIBUTEES.
       01  WS-TDS-TRUST-ID          PIC X(12).
       01  WS-TDS-COUNT             PIC 9(2).
       01  WS-TDS-MAX               PIC 9(2) VALUE 50.
       01  WS-TDS-LAST              PIC 9(2).
       01  WS-TDS-PENDING-TOTAL     PIC S9(13)V99.
       01  WS-TDS-WEIGHT-TOTAL      PIC S9(13)V99.
       01  WS-TDS-TABLE.
           05  WS-TD-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-TD-IDX.
               10  WS-TD-DISTRIBUTEE-ID PIC X(10).
               10  WS-TD-NAME           PIC X(40).
               10  WS-TD-TAX-ID         PIC X(11).
               10  WS-TD-WEIGHT         PIC S9(13)V99.
       01  WS-REL-WIND-UP           PIC X(1) VALUE 'N'.
       01  WS-WND-TOTAL             PIC S9(13)V99.
       01  WS-WND-PIECE             PIC S9(13)V99.
       01  WS-WND-RUNNING           PIC S9(13)V99.
       01  WS-WND-SHARE-AMT         PIC S9(13)V99.
       01  WS-WND-SHARE-COUNT       PIC 9(7) VALUE ZEROS.

      *--- Sanctions-blocked trusts (SANCBTRS) ---
      * One entry per trust id; the file repeats a trust once per
      * blocked party and role, in trust-id order.
       01  WS-SNB-COUNT             PIC 9(4) VALUE ZEROS.
       01  WS-SNB-MAX               PIC 9(4) VALUE 2000.
       01  WS-SNB-TABLE.
           05  WS-SB-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-SB-IDX.
               10  WS-SB-TRUST-ID       PIC X(12).
       01  WS-SB-FOUND              PIC X(1).
       01  WS-BLOCKED-RESULT-COUNT  PIC 9(7) VALUE ZEROS.

      * BUG: No tracking of previously processed trusts for same grantor

       PROCEDURE DIVISION.
           END-IF.
           PERFORM 1010-LOAD-SMDIA-PARM.
           PERFORM 1013-APPLY-SCENARIO-SMDIA.
           PERFORM 1017-LOAD-ACTUARIAL-TABLES.
           PERFORM 1018-LOAD-COGRANTOR-ROSTER.
           PERFORM 1021-LOAD-WIND-UP-SCHEDULE.
           PERFORM 1023-LOAD-BLOCKED-TRUSTS.

      * Group TRUST-FILE by grantor + trust type ahead of any
      * calculation, per 12 CFR 330.10. On a partitioned run the
      * input procedure releases only this instance's grantor-id
      * range -- the group break never spans a grantor id, so the
      * split is safe. A joint trust is released once per living
      * grantor on the COGRNTR roster, under that grantor's id; a
      * wind-up trust once per distributee, under the distributee's.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY TRST-SRT-GRANTOR-ID
                                 TRST-SRT-INSTITUTION-ID
                   AT END
                       MOVE 'Y' TO WS-RAW-EOF
                   NOT AT END
                       PERFORM 1505-RELEASE-ONE-TRUST
               END-READ
           END-PERFORM
           CLOSE TRUST-FILE.

       1505-RELEASE-ONE-TRUST.
           MOVE 'N' TO WS-REL-WIND-UP
      * A trust in wind-up belongs to its distributees now: it is
      * released once per distributee on its schedule instead of
      * under its grantors. Without a schedule there is no one to
      * release it to, and it keeps its old treatment.
           IF RAW-TRUST-STATUS = 'W'
               MOVE RAW-TRUST-ID TO WS-TDS-TRUST-ID
               PERFORM 1540-BUILD-TRUST-DISTRIBUTEES
               IF WS-TDS-COUNT > 0
                   PERFORM 1550-RELEASE-DISTRIBUTEE-SHARES
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'NO DISTRIBUTION SCHEDULE ON TRSTEVNT -- '
                      'WIND-UP TRUST ' RAW-TRUST-ID
                      ' KEPT UNDER GRANTOR ' RAW-TRUST-GRANTOR-ID
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'WNS' TO WS-ERROR-REASON
               MOVE RAW-TRUST-ID TO WS-EXC-ENTITY-KEY
               MOVE RAW-TRUST-BALANCE TO WS-EXC-AMOUNT
               PERFORM 8050-LOG-ERROR
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE RAW-TRUST-ID TO WS-TOWN-TRUST-ID
           PERFORM 1520-BUILD-TRUST-OWNERS
           IF WS-TOWN-LIVE-COUNT > 0
               PERFORM 1530-RELEASE-OWNER-SHARES
           ELSE
               IF WS-TOWN-COUNT > 0
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING 'NO LIVING CO-GRANTOR ON '
                          'COGRNTR -- TRUST '
                          RAW-TRUST-ID
                          ' KEPT UNDER GRANTOR '
                          RAW-TRUST-GRANTOR-ID
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'CGL' TO WS-ERROR-REASON
                   MOVE RAW-TRUST-ID TO WS-EXC-ENTITY-KEY
                   MOVE RAW-TRUST-BALANCE TO WS-EXC-AMOUNT
                   PERFORM 8050-LOG-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               MOVE RAW-TRUST-GRANTOR-ID
                   TO WS-REL-GRANTOR-ID
               MOVE RAW-TRUST-GRANTOR-NAME
                   TO WS-REL-GRANTOR-NAME
               MOVE RAW-TRUST-GRANTOR-SSN
                   TO WS-REL-GRANTOR-SSN
               PERFORM 1510-RELEASE-IF-IN-RANGE
           END-IF.

       1510-RELEASE-IF-IN-RANGE.
      * Releases the raw trust under WS-REL-GRANTOR-ID -- the
      * master's own grantor, one co-grantor of a joint trust, or
      * one distributee of a wind-up trust (group type 'WND').
           IF NOT PARTITIONED-RUN
               OR (WS-REL-GRANTOR-ID NOT < WS-PART-GRANTOR-LO
                   AND WS-REL-GRANTOR-ID NOT > WS-PART-GRANTOR-HI)
               ADD 1 TO WS-PART-RELEASED
               MOVE RAW-TRUST-RECORD TO TRST-SRT-REC
               MOVE WS-REL-GRANTOR-ID   TO TRST-SRT-GRANTOR-ID
               MOVE WS-REL-GRANTOR-NAME TO TRST-SRT-GRANTOR-NAME
               MOVE WS-REL-GRANTOR-SSN  TO TRST-SRT-GRANTOR-SSN
               IF WS-REL-WIND-UP = 'Y'
                   MOVE 'WND' TO TRST-SRT-TYPE
               END-IF
               RELEASE TRST-SRT-REC
           ELSE
               ADD 1 TO WS-PART-SKIPPED
           END-IF.

       1520-BUILD-TRUST-OWNERS.
      * Collects WS-TOWN-TRUST-ID's grantors from the roster and
      * works out each living grantor's share of the trust: the
      * roster percentages rescaled over the living grantors, or
      * an equal split when none of them carries a percentage.
      * No roster entries leaves WS-TOWN-COUNT zero -- a trust
      * owned solely by the grantor on the master.
           MOVE ZEROS TO WS-TOWN-COUNT
           MOVE ZEROS TO WS-TOWN-LIVE-COUNT
           MOVE ZEROS TO WS-TOWN-LIVE-PCT
           IF WS-CGR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-CG-IDX TO 1
           PERFORM UNTIL WS-CG-IDX > WS-CGR-COUNT
               IF WS-CG-TRUST-ID(WS-CG-IDX) = WS-TOWN-TRUST-ID
                   AND WS-TOWN-COUNT < WS-TOWN-MAX
                   ADD 1 TO WS-TOWN-COUNT
                   SET WS-TO-IDX TO WS-TOWN-COUNT
                   MOVE WS-CG-GRANTOR-ID(WS-CG-IDX)
                       TO WS-TO-GRANTOR-ID(WS-TO-IDX)
                   MOVE WS-CG-GRANTOR-NAME(WS-CG-IDX)
                       TO WS-TO-GRANTOR-NAME(WS-TO-IDX)
                   MOVE WS-CG-GRANTOR-SSN(WS-CG-IDX)
                       TO WS-TO-GRANTOR-SSN(WS-TO-IDX)
                   MOVE WS-CG-OWNERSHIP-PCT(WS-CG-IDX)
                       TO WS-TO-RAW-PCT(WS-TO-IDX)
                   MOVE ZEROS TO WS-TO-SHARE-PCT(WS-TO-IDX)
                   PERFORM 1525-CHECK-GRANTOR-LIVING
                   IF WS-TO-LIVE(WS-TO-IDX) = 'Y'
                       ADD 1 TO WS-TOWN-LIVE-COUNT
                       ADD WS-TO-RAW-PCT(WS-TO-IDX)
                           TO WS-TOWN-LIVE-PCT
                   END-IF
               END-IF
               SET WS-CG-IDX UP BY 1
           END-PERFORM
           SET WS-TO-IDX TO 1
           PERFORM UNTIL WS-TO-IDX > WS-TOWN-COUNT
               IF WS-TO-LIVE(WS-TO-IDX) = 'Y'
                   IF WS-TOWN-LIVE-PCT > 0
                       COMPUTE WS-TO-SHARE-PCT(WS-TO-IDX) ROUNDED =
                           WS-TO-RAW-PCT(WS-TO-IDX) * 100
                           / WS-TOWN-LIVE-PCT
                   ELSE
                       COMPUTE WS-TO-SHARE-PCT(WS-TO-IDX) ROUNDED =
                           100 / WS-TOWN-LIVE-COUNT
                   END-IF
               END-IF
               SET WS-TO-IDX UP BY 1
           END-PERFORM.

       1525-CHECK-GRANTOR-LIVING.
      * A grantor keeps a share through the six-month grace period
      * after death (12 CFR 330.3(j)); a death date that is not a
      * valid YYYY-MM-DD date is treated as no date at all.
           MOVE 'Y' TO WS-TO-LIVE(WS-TO-IDX)
           IF WS-CG-DEATH-DATE(WS-CG-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CG-DEATH-DATE(WS-CG-IDX) TO WS-CGR-GRACE-DATE
           IF WS-CGR-GRACE-YYYY NOT NUMERIC
               OR WS-CGR-GRACE-MM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 6 TO WS-CGR-GRACE-MM
           IF WS-CGR-GRACE-MM > 12
               SUBTRACT 12 FROM WS-CGR-GRACE-MM
               ADD 1 TO WS-CGR-GRACE-YYYY
           END-IF
           IF WS-CGR-GRACE-DATE NOT > WS-CURRENT-DATE
               MOVE 'N' TO WS-TO-LIVE(WS-TO-IDX)
           END-IF.

       1530-RELEASE-OWNER-SHARES.
           SET WS-TO-IDX TO 1
           PERFORM UNTIL WS-TO-IDX > WS-TOWN-COUNT
               IF WS-TO-LIVE(WS-TO-IDX) = 'Y'
                   MOVE WS-TO-GRANTOR-ID(WS-TO-IDX)
                       TO WS-REL-GRANTOR-ID
                   MOVE WS-TO-GRANTOR-NAME(WS-TO-IDX)
                       TO WS-REL-GRANTOR-NAME
                   MOVE WS-TO-GRANTOR-SSN(WS-TO-IDX)
                       TO WS-REL-GRANTOR-SSN
                   PERFORM 1510-RELEASE-IF-IN-RANGE
               END-IF
               SET WS-TO-IDX UP BY 1
           END-PERFORM.

       1540-BUILD-TRUST-DISTRIBUTEES.
      * Collects WS-TDS-TRUST-ID's distributees from the wind-up
      * schedule and weights each by what is still pending to them;
      * once nothing is pending, by everything scheduled to them.
      * No schedule leaves WS-TDS-COUNT zero.
           MOVE ZEROS TO WS-TDS-COUNT
           MOVE ZEROS TO WS-TDS-PENDING-TOTAL
           MOVE ZEROS TO WS-TDS-WEIGHT-TOTAL
           IF WS-WND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-WD-IDX TO 1
           PERFORM UNTIL WS-WD-IDX > WS-WND-COUNT
               IF WS-WD-TRUST-ID(WS-WD-IDX) = WS-TDS-TRUST-ID
                   ADD WS-WD-PENDING-AMT(WS-WD-IDX)
                       TO WS-TDS-PENDING-TOTAL
               END-IF
               SET WS-WD-IDX UP BY 1
           END-PERFORM
           SET WS-WD-IDX TO 1
           PERFORM UNTIL WS-WD-IDX > WS-WND-COUNT
               IF WS-WD-TRUST-ID(WS-WD-IDX) = WS-TDS-TRUST-ID
                   AND WS-TDS-COUNT < WS-TDS-MAX
                   ADD 1 TO WS-TDS-COUNT
                   SET WS-TD-IDX TO WS-TDS-COUNT
                   MOVE WS-WD-DISTRIBUTEE-ID(WS-WD-IDX)
                       TO WS-TD-DISTRIBUTEE-ID(WS-TD-IDX)
                   MOVE WS-WD-NAME(WS-WD-IDX)
                       TO WS-TD-NAME(WS-TD-IDX)
                   MOVE WS-WD-TAX-ID(WS-WD-IDX)
                       TO WS-TD-TAX-ID(WS-TD-IDX)
                   IF WS-TDS-PENDING-TOTAL > 0
                       MOVE WS-WD-PENDING-AMT(WS-WD-IDX)
                           TO WS-TD-WEIGHT(WS-TD-IDX)
                   ELSE
                       MOVE WS-WD-SCHED-AMT(WS-WD-IDX)
                           TO WS-TD-WEIGHT(WS-TD-IDX)
                   END-IF
                   ADD WS-TD-WEIGHT(WS-TD-IDX) TO WS-TDS-WEIGHT-TOTAL
               END-IF
               SET WS-WD-IDX UP BY 1
           END-PERFORM.

       1550-RELEASE-DISTRIBUTEE-SHARES.
      * A distributee whose weight is zero has nothing coming and
      * is not released -- unless every weight is zero, when the
      * trust is split equally among them.
           MOVE 'Y' TO WS-REL-WIND-UP
           SET WS-TD-IDX TO 1
           PERFORM UNTIL WS-TD-IDX > WS-TDS-COUNT
               IF WS-TD-WEIGHT(WS-TD-IDX) > 0
                   OR WS-TDS-WEIGHT-TOTAL = 0
                   MOVE WS-TD-DISTRIBUTEE-ID(WS-TD-IDX)
                       TO WS-REL-GRANTOR-ID
                   MOVE WS-TD-NAME(WS-TD-IDX)
                       TO WS-REL-GRANTOR-NAME
                   MOVE WS-TD-TAX-ID(WS-TD-IDX)
                       TO WS-REL-GRANTOR-SSN
                   PERFORM 1510-RELEASE-IF-IN-RANGE
               END-IF
               SET WS-TD-IDX UP BY 1
           END-PERFORM
           MOVE 'N' TO WS-REL-WIND-UP.

       1010-LOAD-SMDIA-PARM.
      * WS-SMDIA keeps its literal fallback value unless the
      * parameter file opens and has a record effective on or
               CLOSE SMDIA-PARM-FILE
           END-IF.

       1017-LOAD-ACTUARIAL-TABLES.
      * The 7520 rate in force is the latest month on file not after
      * the business-date month. An absent ACTUARL leaves the rate
      * zero and the mortality table empty, and every split-interest
      * beneficiary then keeps the flat BENE-ALLOCATION-PCT, each
      * one logged by 3216-REPORT-ACTUARIAL-FALLBACK.
           MOVE SPACES TO WS-ACT-RATE-MONTH
           MOVE ZEROS TO WS-ACT-7520-RATE
           MOVE ZEROS TO WS-ACT-MORT-COUNT
           INITIALIZE WS-ACT-MORTALITY-TABLE
           OPEN INPUT ACTUARIAL-TABLE-FILE
           IF WS-ACTT-FS = '00'
               PERFORM UNTIL WS-ACTT-FS NOT = '00'
                   READ ACTUARIAL-TABLE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ACT-RATE-REC
                               AND ACT-RATE-MONTH
                                   NOT > WS-CURRENT-DATE(1:7)
                               AND ACT-RATE-MONTH
                                   NOT < WS-ACT-RATE-MONTH
                               MOVE ACT-RATE-MONTH
                                   TO WS-ACT-RATE-MONTH
                               MOVE ACT-7520-RATE
                                   TO WS-ACT-7520-RATE
                           END-IF
                           IF ACT-MORTALITY-REC
                               AND ACT-AGE NOT > 110
                               MOVE ACT-LIVES-LX
                                   TO WS-ACT-LX(ACT-AGE + 1)
                               ADD 1 TO WS-ACT-MORT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTUARIAL-TABLE-FILE
           END-IF
           DISPLAY '7520 RATE IN FORCE: ' WS-ACT-7520-RATE
                    ' (' WS-ACT-RATE-MONTH ') -- MORTALITY AGES '
                    'LOADED: ' WS-ACT-MORT-COUNT.

       1018-LOAD-COGRANTOR-ROSTER.
      * An absent COGRNTR leaves the table empty -- every trust is
      * then owned solely by the grantor on the master.
           MOVE ZEROS TO WS-CGR-COUNT
           OPEN INPUT COGRANTOR-FILE
           IF WS-CGRN-FS = '00'
               PERFORM UNTIL WS-CGRN-FS NOT = '00'
                   READ COGRANTOR-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF CGR-TRUST-ID NOT = SPACES
                               AND CGR-GRANTOR-ID NOT = SPACES
                               PERFORM 1019-ADD-COGRANTOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COGRANTOR-FILE
           END-IF
           DISPLAY 'CO-GRANTOR ROSTER ENTRIES LOADED: ' WS-CGR-COUNT.

       1019-ADD-COGRANTOR.
           IF WS-CGR-COUNT < WS-CGR-MAX
               ADD 1 TO WS-CGR-COUNT
               SET WS-CG-IDX TO WS-CGR-COUNT
               MOVE CGR-TRUST-ID      TO WS-CG-TRUST-ID(WS-CG-IDX)
               MOVE CGR-GRANTOR-ID    TO WS-CG-GRANTOR-ID(WS-CG-IDX)
               MOVE CGR-GRANTOR-NAME
                   TO WS-CG-GRANTOR-NAME(WS-CG-IDX)
               MOVE CGR-GRANTOR-SSN
                   TO WS-CG-GRANTOR-SSN(WS-CG-IDX)
               MOVE CGR-OWNERSHIP-PCT
                   TO WS-CG-OWNERSHIP-PCT(WS-CG-IDX)
               MOVE CGR-DEATH-DATE    TO WS-CG-DEATH-DATE(WS-CG-IDX)
           ELSE
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'CO-GRANTOR TABLE OVERFLOW -- TRUST '
                      CGR-TRUST-ID ' GRANTOR ' CGR-GRANTOR-ID
                      ' NOT LOADED'
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'CGO' TO WS-ERROR-REASON
               MOVE CGR-TRUST-ID TO WS-EXC-ENTITY-KEY
               PERFORM 8050-LOG-ERROR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       1021-LOAD-WIND-UP-SCHEDULE.
      * An absent TRSTEVNT leaves the table empty -- no trust is
      * then released per distributee. Cancelled lines carry no
      * money; a distributee's several lines on one trust are
      * summed into one entry.
           MOVE ZEROS TO WS-WND-COUNT
           OPEN INPUT TRUST-EVENT-FILE
           IF WS-TEVT-FS = '00'
               PERFORM UNTIL WS-TEVT-FS NOT = '00'
                   READ TRUST-EVENT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EVT-DISTRIBUTION
                               AND NOT EVT-DIST-CANCELLED
                               AND EVT-DISTRIBUTEE-ID NOT = SPACES
                               PERFORM 1022-ADD-WIND-UP-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRUST-EVENT-FILE
           END-IF
           DISPLAY 'WIND-UP DISTRIBUTEES LOADED: ' WS-WND-COUNT.

       1022-ADD-WIND-UP-LINE.
           MOVE 'N' TO WS-WD-FOUND
           SET WS-WD-IDX TO 1
           PERFORM UNTIL WS-WD-IDX > WS-WND-COUNT
               IF WS-WD-TRUST-ID(WS-WD-IDX) = EVT-TRUST-ID
                   AND WS-WD-DISTRIBUTEE-ID(WS-WD-IDX)
                       = EVT-DISTRIBUTEE-ID
                   MOVE 'Y' TO WS-WD-FOUND
                   EXIT PERFORM
               END-IF
               SET WS-WD-IDX UP BY 1
           END-PERFORM
           IF WS-WD-FOUND = 'N'
               IF WS-WND-COUNT < WS-WND-MAX
                   ADD 1 TO WS-WND-COUNT
                   SET WS-WD-IDX TO WS-WND-COUNT
                   MOVE EVT-TRUST-ID TO WS-WD-TRUST-ID(WS-WD-IDX)
                   MOVE EVT-DISTRIBUTEE-ID
                       TO WS-WD-DISTRIBUTEE-ID(WS-WD-IDX)
                   MOVE EVT-DISTRIBUTEE-NAME
                       TO WS-WD-NAME(WS-WD-IDX)
                   MOVE EVT-DISTRIBUTEE-TAX-ID
                       TO WS-WD-TAX-ID(WS-WD-IDX)
                   MOVE ZEROS TO WS-WD-PENDING-AMT(WS-WD-IDX)
                   MOVE ZEROS TO WS-WD-SCHED-AMT(WS-WD-IDX)
               ELSE
                   MOVE SPACES TO WS-ERROR-MSG
                   STRING 'WIND-UP SCHEDULE TABLE OVERFLOW -- TRUST '
                          EVT-TRUST-ID ' DISTRIBUTEE '
                          EVT-DISTRIBUTEE-ID ' NOT LOADED'
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'WDO' TO WS-ERROR-REASON
                   MOVE EVT-TRUST-ID TO WS-EXC-ENTITY-KEY
                   MOVE EVT-DIST-AMOUNT TO WS-EXC-AMOUNT
                   PERFORM 8050-LOG-ERROR
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD EVT-DIST-AMOUNT TO WS-WD-SCHED-AMT(WS-WD-IDX)
           IF EVT-DIST-PENDING
               ADD EVT-DIST-AMOUNT TO WS-WD-PENDING-AMT(WS-WD-IDX)
           END-IF.

       1023-LOAD-BLOCKED-TRUSTS.
      * An absent SANCBTRS leaves the table empty -- no trust is
      * then flagged. On a table overflow the trust is logged and
      * left unflagged.
           MOVE ZEROS TO WS-SNB-COUNT
           OPEN INPUT BLOCKED-TRUST-FILE
           IF WS-SNBT-FS = '00'
               PERFORM UNTIL WS-SNBT-FS NOT = '00'
                   READ BLOCKED-TRUST-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SNB-ACCT-OR-TRUST NOT = SPACES
                               PERFORM 1024-ADD-BLOCKED-TRUST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCKED-TRUST-FILE
           END-IF
           DISPLAY 'SANCTIONS-BLOCKED TRUSTS LOADED: ' WS-SNB-COUNT.

       1024-ADD-BLOCKED-TRUST.
      * SANCBTRS is in trust-id order, so a repeat of the last
      * trust loaded is the same trust for another party or role.
           IF WS-SNB-COUNT > 0
               IF WS-SB-TRUST-ID(WS-SNB-COUNT) = SNB-ACCT-OR-TRUST
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SNB-COUNT < WS-SNB-MAX
               ADD 1 TO WS-SNB-COUNT
               MOVE SNB-ACCT-OR-TRUST TO WS-SB-TRUST-ID(WS-SNB-COUNT)
           ELSE
               MOVE SPACES TO WS-ERROR-MSG
               STRING 'BLOCKED TRUST TABLE OVERFLOW -- TRUST '
                      SNB-ACCT-OR-TRUST(1:12) ' NOT FLAGGED'
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'SBO' TO WS-ERROR-REASON
               MOVE SNB-ACCT-OR-TRUST TO WS-EXC-ENTITY-KEY
               PERFORM 8050-LOG-ERROR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       1015-READ-RUN-CONTROL.
      * The cycle's official business date comes from the run-
      * control file written by CYCLE-OPEN -- never the system
           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-VALUATION-DONE
           MOVE 'N' TO WS-PRED-TRSTORC-DONE
           MOVE 'N' TO WS-PRED-TRSTTRM-DONE
           MOVE 'N' TO WS-PRED-SANCSCRN-DONE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-FS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                                   MOVE 'Y' TO WS-PRED-VALUATION-DONE
                               WHEN 'TRUST-ORC-ASSIGNMENT'
                                   MOVE 'Y' TO WS-PRED-TRSTORC-DONE
                               WHEN 'TRUST-TERMINATION-PROC'
                                   MOVE 'Y' TO WS-PRED-TRSTTRM-DONE
                               WHEN 'SANCTIONS-SCREEN'
                                   MOVE 'Y' TO WS-PRED-SANCSCRN-DONE
                           END-EVALUATE
                       END-IF
               END-READ
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-TRSTTRM-DONE = 'N'
               DISPLAY 'PREDECESSOR TRUST-TERMINATION-PROC NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-SANCSCRN-DONE = 'N'
               DISPLAY 'PREDECESSOR SANCTIONS-SCREEN NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1012-LOAD-SCENARIO.
           READ SORTED-TRUST-FILE
               AT END SET TRUST-END-OF-FILE TO TRUE
           END-READ
      * A distributee's wind-up shares from every trust paying out
      * to them group together, the way a grantor's revocable
      * trusts do.
           IF WS-GRP-REVOCABLE OR WS-GRP-WINDUP
               PERFORM UNTIL TRUST-END-OF-FILE
                   OR TRUST-GRANTOR-ID NOT = WS-GROUP-GRANTOR-ID
                   OR TRUST-INSTITUTION-ID NOT = WS-GROUP-INST-ID
                   TRUST-BALANCE + TRUST-ACCRUED-INT
               PERFORM 2120-SUM-SUBACCOUNTS
               ADD WS-SUBACCT-BALANCE TO WS-GM-BALANCE(WS-GRP-IDX)
               IF WS-GRP-WINDUP
                   PERFORM 2150-APPLY-DISTRIBUTEE-SHARE
               ELSE
                   IF WS-CGR-COUNT > 0
                       PERFORM 2140-APPLY-GRANTOR-SHARE
                   END-IF
               END-IF
               IF SIMULATION-RUN
                   PERFORM 2115-APPLY-SCENARIO-SCALE
               END-IF
           ELSE
               STRING 'GROUP TABLE OVERFLOW FOR GRANTOR: '
                      TRUST-GRANTOR-ID
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'GOV' TO WS-ERROR-REASON
               MOVE TRUST-GRANTOR-ID TO WS-EXC-ENTITY-KEY
               PERFORM 8050-LOG-ERROR
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

           MOVE 'FROZEN'         TO PDL-REASON
           WRITE PENDING-REPORT-LINE FROM PENDING-DETAIL-LINE.

       2140-APPLY-GRANTOR-SHARE.
      * A joint trust is released once per living grantor (1500);
      * this copy carries only TRUST-GRANTOR-ID's share of the
      * balance and non-deposit balance into that grantor's group.
           MOVE TRUST-ID TO WS-TOWN-TRUST-ID
           PERFORM 1520-BUILD-TRUST-OWNERS
           IF WS-TOWN-LIVE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-CGR-TOTAL
           PERFORM 2145-TAKE-GRANTOR-SHARE
           MOVE WS-CGR-SHARE-AMT TO WS-GM-BALANCE(WS-GRP-IDX)
           MOVE WS-GM-NONDEP-BAL(WS-GRP-IDX) TO WS-CGR-TOTAL
           PERFORM 2145-TAKE-GRANTOR-SHARE
           MOVE WS-CGR-SHARE-AMT TO WS-GM-NONDEP-BAL(WS-GRP-IDX)
           ADD 1 TO WS-CGR-SHARE-COUNT.

       2145-TAKE-GRANTOR-SHARE.
      * Splits WS-CGR-TOTAL over the living grantors in roster
      * order; the last one takes the rounding remainder so the
      * shares always foot back to the trust.
           MOVE ZEROS TO WS-CGR-RUNNING
           MOVE ZEROS TO WS-CGR-SHARE-AMT
           MOVE ZEROS TO WS-TOWN-LIVE-SEEN
           SET WS-TO-IDX TO 1
           PERFORM UNTIL WS-TO-IDX > WS-TOWN-COUNT
               IF WS-TO-LIVE(WS-TO-IDX) = 'Y'
                   ADD 1 TO WS-TOWN-LIVE-SEEN
                   IF WS-TOWN-LIVE-SEEN = WS-TOWN-LIVE-COUNT
                       COMPUTE WS-CGR-PIECE =
                           WS-CGR-TOTAL - WS-CGR-RUNNING
                   ELSE
                       COMPUTE WS-CGR-PIECE ROUNDED =
                           WS-CGR-TOTAL
                           * WS-TO-SHARE-PCT(WS-TO-IDX) / 100
                   END-IF
                   ADD WS-CGR-PIECE TO WS-CGR-RUNNING
                   IF WS-TO-GRANTOR-ID(WS-TO-IDX) = TRUST-GRANTOR-ID
                       MOVE WS-CGR-PIECE TO WS-CGR-SHARE-AMT
                   END-IF
               END-IF
               SET WS-TO-IDX UP BY 1
           END-PERFORM.

       2150-APPLY-DISTRIBUTEE-SHARE.
      * A wind-up trust is released once per distributee (1505);
      * this copy carries only TRUST-GRANTOR-ID's -- the
      * distributee's -- share of the balance and non-deposit
      * balance into the distributee's group.
           MOVE TRUST-ID TO WS-TDS-TRUST-ID
           PERFORM 1540-BUILD-TRUST-DISTRIBUTEES
           IF WS-TDS-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-WND-TOTAL
           PERFORM 2155-TAKE-DISTRIBUTEE-SHARE
           MOVE WS-WND-SHARE-AMT TO WS-GM-BALANCE(WS-GRP-IDX)
           MOVE WS-GM-NONDEP-BAL(WS-GRP-IDX) TO WS-WND-TOTAL
           PERFORM 2155-TAKE-DISTRIBUTEE-SHARE
           MOVE WS-WND-SHARE-AMT TO WS-GM-NONDEP-BAL(WS-GRP-IDX)
           ADD 1 TO WS-WND-SHARE-COUNT.

       2155-TAKE-DISTRIBUTEE-SHARE.
      * Splits WS-WND-TOTAL over the released distributees in
      * schedule order, in proportion to their weights (equally
      * when every weight is zero); the last one takes the
      * rounding remainder so the shares always foot back to the
      * trust.
           MOVE ZEROS TO WS-WND-RUNNING
           MOVE ZEROS TO WS-WND-SHARE-AMT
           MOVE ZEROS TO WS-TDS-LAST
           SET WS-TD-IDX TO 1
           PERFORM UNTIL WS-TD-IDX > WS-TDS-COUNT
               IF WS-TD-WEIGHT(WS-TD-IDX) > 0
                   OR WS-TDS-WEIGHT-TOTAL = 0
                   SET WS-TDS-LAST TO WS-TD-IDX
               END-IF
               SET WS-TD-IDX UP BY 1
           END-PERFORM
           SET WS-TD-IDX TO 1
           PERFORM UNTIL WS-TD-IDX > WS-TDS-COUNT
               IF WS-TD-WEIGHT(WS-TD-IDX) > 0
                   OR WS-TDS-WEIGHT-TOTAL = 0
                   EVALUATE TRUE
                       WHEN WS-TD-IDX = WS-TDS-LAST
                           COMPUTE WS-WND-PIECE =
                               WS-WND-TOTAL - WS-WND-RUNNING
                       WHEN WS-TDS-WEIGHT-TOTAL = 0
                           COMPUTE WS-WND-PIECE ROUNDED =
                               WS-WND-TOTAL / WS-TDS-COUNT
                       WHEN OTHER
                           COMPUTE WS-WND-PIECE ROUNDED =
                               WS-WND-TOTAL * WS-TD-WEIGHT(WS-TD-IDX)
                               / WS-TDS-WEIGHT-TOTAL
                   END-EVALUATE
                   ADD WS-WND-PIECE TO WS-WND-RUNNING
                   IF WS-TD-DISTRIBUTEE-ID(WS-TD-IDX)
                           = TRUST-GRANTOR-ID
                       MOVE WS-WND-PIECE TO WS-WND-SHARE-AMT
                   END-IF
               END-IF
               SET WS-TD-IDX UP BY 1
           END-PERFORM.

       2115-APPLY-SCENARIO-SCALE.
      * Scenario balance scaling by trust type -- "what if this
      * trust book doubles" -- applied to the member balance before
                   PERFORM 3400-CALC-CUSTODIAL
               WHEN WS-GRP-CRT
                   PERFORM 3500-CALC-CRT
               WHEN WS-GRP-WINDUP
                   PERFORM 3600-CALC-WIND-UP
               WHEN OTHER
      * Unrecognized trust type -- TRUST-ORC-ASSIGNMENT queued it to
      * the exception file upstream; the SGL default below keeps a
                   STRING 'UNKNOWN TRUST TYPE ' WS-GROUP-TRUST-TYPE
                          ' FOR GRANTOR ' WS-GROUP-GRANTOR-ID
                          ' -- DEFAULTED TO SGL'
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'TYP' TO WS-ERROR-REASON
                   MOVE WS-GROUP-GRANTOR-ID TO WS-EXC-ENTITY-KEY
                   MOVE WS-CALC-BALANCE TO WS-EXC-AMOUNT
                   PERFORM 8050-LOG-ERROR
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 3900-CALC-DEFAULT
           END-EVALUATE.
      * allocation, and reported so the trust officer can fix the
      * record if the exclusion is a data problem.
           ADD 1 TO WS-INELIG-BENE-COUNT
           MOVE SPACES TO WS-ERROR-MSG
           STRING 'INELIGIBLE BENEFICIARY ' BENE-ID
                  ' ON TRUST ' BENE-TRUST-ID
                  ' EXCLUDED - NOT A NATURAL PERSON OR CHARITY'
               DELIMITED SIZE INTO WS-ERROR-MSG
           MOVE 'IBN' TO WS-ERROR-REASON
           MOVE BENE-TRUST-ID TO WS-EXC-ENTITY-KEY
           PERFORM 8050-LOG-ERROR.

       3111-ADD-BENE-IF-NEW.
      * Linear find-or-insert on the seen-beneficiary table, same
               AND WS-BENE-SEEN-COUNT NOT < WS-BENE-SEEN-MAX
               STRING 'BENEFICIARY TABLE OVERFLOW FOR GRANTOR: '
                      WS-GM-GRANTOR-ID(WS-GRP-IDX)
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'BNO' TO WS-ERROR-REASON
               MOVE WS-GM-GRANTOR-ID(WS-GRP-IDX) TO WS-EXC-ENTITY-KEY
               PERFORM 8050-LOG-ERROR
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-BENE-SEEN-IDX-SAVE NOT = 0
           MOVE WS-BS-BENE-ID(WS-BS-IDX) TO BLG-BENE-ID
           MOVE WS-BS-TRUST-COUNT(WS-BS-IDX) TO BLG-TRUST-COUNT
           MOVE WS-BS-INTEREST-AMT(WS-BS-IDX) TO BLG-INTEREST-AMT
           MOVE ZEROS TO BLG-VALUATION-FACTOR
           IF WS-BS-INTEREST-AMT(WS-BS-IDX) <= WS-SMDIA
               MOVE WS-BS-INTEREST-AMT(WS-BS-IDX)
                   TO BLG-INSURED-AMT
      * 3210-SCAN-IRR-BENEFICIARIES excludes a deceased beneficiary
      * (BENE-DECEASED or a populated BENE-DEATH-DATE) unless a
      * SUCCESSOR-BENE-ID steps into the interest.
      * FIXED 2026-10-15: A beneficiary with a BENE-INTEREST-FORM is
      * valued at present value (7520 rate and mortality table) --
      * see 3211 / 3220 -- rather than at a flat percentage.
           MOVE 'N' TO WS-IRR-BENE-FOUND
           MOVE ZEROS TO WS-TOTAL-INSURED
           MOVE ZEROS TO WS-TOTAL-UNINSURED
           MOVE ZEROS TO WS-IRR-CONTINGENT-BALANCE
           MOVE ZEROS TO WS-ACT-LEAD-TOTAL
           MOVE ZEROS TO WS-RMD-COUNT
           MOVE 'N' TO WS-ACT-USED
           PERFORM 3210-SCAN-IRR-BENEFICIARIES
           PERFORM 3213-APPLY-REMAINDER-INTERESTS

           IF WS-IRR-BENE-FOUND = 'Y'
               IF WS-IRR-CONTINGENT-BALANCE <= WS-SMDIA
                   ADD WS-IRR-OVERAGE TO WS-TOTAL-UNINSURED
               END-IF
               MOVE 'IRR'                TO RES-ORC-TYPE
               IF WS-ACT-USED = 'Y'
                   MOVE 'PER_NONCONT_PV7520' TO RES-CALC-METHOD
               ELSE
                   MOVE 'PER_NONCONTINGENT'  TO RES-CALC-METHOD
               END-IF
           ELSE
      * FALLBACK: no usable beneficiary interest data -- apply SGL
               IF WS-CALC-BALANCE <= WS-SMDIA
               STRING 'IRR trust ' WS-GM-TRUST-ID(1)
                      ' has no usable beneficiary interest data'
                      ' -- defaulted to SGL'
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'IRR' TO WS-ERROR-REASON
               MOVE WS-GM-TRUST-ID(1) TO WS-EXC-ENTITY-KEY
               MOVE WS-CALC-BALANCE TO WS-EXC-AMOUNT
               PERFORM 8050-LOG-ERROR
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'SGL'               TO RES-ORC-TYPE
               MOVE 'SGL_DEFAULT_BUG'   TO RES-CALC-METHOD
           OPEN INPUT BENE-FILE.

       3211-APPLY-IRR-INTEREST.
      * A blank BENE-INTEREST-FORM is the flat BENE-ALLOCATION-PCT of
      * the balance, as before. A lead interest (income, annuity,
      * unitrust, term of years) is valued at present value and
      * BENE-ALLOCATION-PCT is the beneficiary's share of it; a
      * remainder interest is held back until the whole trust has
      * been scanned (3214 / 3213).
           MOVE 'Y' TO WS-IRR-BENE-FOUND
           IF (BENE-DECEASED OR BENE-DEATH-DATE NOT = SPACES)
               AND SUCCESSOR-BENE-ID NOT = SPACES
               MOVE SUCCESSOR-BENE-ID TO WS-ACT-BENE-ID
           ELSE
               MOVE BENE-ID TO WS-ACT-BENE-ID
           END-IF
           IF BENE-FORM-REMAINDER
               PERFORM 3214-HOLD-REMAINDER-INTEREST
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ACT-VALUED
           IF NOT BENE-FORM-FLAT-PCT
               PERFORM 3220-VALUE-LEAD-INTEREST
               IF NOT ACT-INTEREST-VALUED
                   PERFORM 3216-REPORT-ACTUARIAL-FALLBACK
               END-IF
           END-IF
           IF ACT-INTEREST-VALUED
               COMPUTE WS-IRR-INTEREST-AMT ROUNDED =
                   WS-CALC-BALANCE * WS-ACT-FACTOR
                   * BENE-ALLOCATION-PCT / 100
               COMPUTE WS-ACT-LEAD-TOTAL ROUNDED =
                   WS-ACT-LEAD-TOTAL
                   + WS-ACT-FACTOR * BENE-ALLOCATION-PCT / 100
           ELSE
               COMPUTE WS-IRR-INTEREST-AMT ROUNDED =
                   WS-CALC-BALANCE * BENE-ALLOCATION-PCT / 100
               COMPUTE WS-ACT-LEAD-TOTAL ROUNDED =
                   WS-ACT-LEAD-TOTAL + BENE-ALLOCATION-PCT / 100
           END-IF
           MOVE BENE-INTEREST-FLAG TO WS-ACT-INTEREST-FLAG
           PERFORM 3212-CREDIT-IRR-INTEREST
           IF ACT-INTEREST-VALUED
               MOVE 'Y' TO WS-ACT-USED
               ADD 1 TO WS-ACT-VALUED-COUNT
               MOVE BENE-INTEREST-FORM TO WS-ACT-FORM
               IF NOT SIMULATION-RUN
                   PERFORM 3215-WRITE-ACTUARIAL-EVIDENCE
               END-IF
           END-IF.

       3212-CREDIT-IRR-INTEREST.
      * A non-contingent interest is insured on its own up to the
      * SMDIA; a contingent one joins the pool 3200 insures once.
           MOVE ZEROS TO WS-ACT-INT-INSURED
           MOVE ZEROS TO WS-ACT-INT-UNINSURED
           IF WS-ACT-NONCONTINGENT
               IF WS-IRR-INTEREST-AMT <= WS-SMDIA
                   MOVE WS-IRR-INTEREST-AMT TO WS-ACT-INT-INSURED
               ELSE
                   MOVE WS-SMDIA TO WS-ACT-INT-INSURED
                   COMPUTE WS-ACT-INT-UNINSURED =
                       WS-IRR-INTEREST-AMT - WS-SMDIA
               END-IF
               ADD WS-ACT-INT-INSURED TO WS-TOTAL-INSURED
               ADD WS-ACT-INT-UNINSURED TO WS-TOTAL-UNINSURED
           ELSE
               ADD WS-IRR-INTEREST-AMT TO WS-IRR-CONTINGENT-BALANCE
           END-IF.

       3213-APPLY-REMAINDER-INTERESTS.
      * The remainder is the trust less every lead interest valued
      * on it (flat-percentage interests count at their percentage),
      * shared among the remainder beneficiaries by their
      * BENE-ALLOCATION-PCT.
           IF WS-RMD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ACT-LEAD-TOTAL < 1
               COMPUTE WS-ACT-FACTOR ROUNDED = 1 - WS-ACT-LEAD-TOTAL
           ELSE
               MOVE ZEROS TO WS-ACT-FACTOR
           END-IF
           MOVE 'Y' TO WS-ACT-USED
           MOVE 'R' TO WS-ACT-FORM
           SET WS-RMD-IDX TO 1
           PERFORM UNTIL WS-RMD-IDX > WS-RMD-COUNT
               COMPUTE WS-IRR-INTEREST-AMT ROUNDED =
                   WS-CALC-BALANCE * WS-ACT-FACTOR
                   * WS-RMD-ALLOC-PCT(WS-RMD-IDX) / 100
               MOVE WS-RMD-INTEREST-FLAG(WS-RMD-IDX)
                   TO WS-ACT-INTEREST-FLAG
               PERFORM 3212-CREDIT-IRR-INTEREST
               ADD 1 TO WS-ACT-VALUED-COUNT
               IF NOT SIMULATION-RUN
                   MOVE WS-RMD-BENE-ID(WS-RMD-IDX) TO WS-ACT-BENE-ID
                   PERFORM 3215-WRITE-ACTUARIAL-EVIDENCE
               END-IF
               SET WS-RMD-IDX UP BY 1
           END-PERFORM.

       3214-HOLD-REMAINDER-INTEREST.
      * Same small-table convention as WS-BENE-SEEN-TABLE. A trust
      * with more remainder beneficiaries than the table holds
      * values the overflow at its flat percentage, and says so.
           IF WS-RMD-COUNT < WS-RMD-MAX
               ADD 1 TO WS-RMD-COUNT
               SET WS-RMD-IDX TO WS-RMD-COUNT
               MOVE WS-ACT-BENE-ID TO WS-RMD-BENE-ID(WS-RMD-IDX)
               MOVE BENE-ALLOCATION-PCT
                   TO WS-RMD-ALLOC-PCT(WS-RMD-IDX)
               MOVE BENE-INTEREST-FLAG
                   TO WS-RMD-INTEREST-FLAG(WS-RMD-IDX)
           ELSE
               MOVE 'REMAINDER TABLE FULL' TO WS-ACT-FAIL-REASON
               PERFORM 3216-REPORT-ACTUARIAL-FALLBACK
               COMPUTE WS-IRR-INTEREST-AMT ROUNDED =
                   WS-CALC-BALANCE * BENE-ALLOCATION-PCT / 100
               MOVE BENE-INTEREST-FLAG TO WS-ACT-INTEREST-FLAG
               PERFORM 3212-CREDIT-IRR-INTEREST
           END-IF.

       3215-WRITE-ACTUARIAL-EVIDENCE.
      * One ledger row and one audit row per valued interest, so an
      * examiner can re-derive the figure: the factor times the
      * trust balance (AUD-INPUT-BALANCE) times the beneficiary's
      * share. The audit row is keyed by the beneficiary and lands
      * ahead of the trust's own row from 8010-WRITE-AUDIT; its
      * AUD-CALC-METHOD reads PV<form> F<factor> R<7520 rate>.
           MOVE SPACES TO BENE-LEDGER-REC
           MOVE WS-GROUP-GRANTOR-ID  TO BLG-GRANTOR-ID
           MOVE WS-GROUP-INST-ID     TO BLG-INSTITUTION-ID
           MOVE WS-ACT-BENE-ID       TO BLG-BENE-ID
           MOVE 1                    TO BLG-TRUST-COUNT
           MOVE WS-IRR-INTEREST-AMT  TO BLG-INTEREST-AMT
           MOVE WS-ACT-INT-INSURED   TO BLG-INSURED-AMT
           MOVE WS-ACT-INT-UNINSURED TO BLG-UNINSURED-AMT
           MOVE WS-ACT-FACTOR        TO BLG-VALUATION-FACTOR
           MOVE WS-ACT-FORM          TO BLG-INTEREST-FORM
           WRITE BENE-LEDGER-REC
           MOVE SPACES               TO AUDIT-TRAIL-REC
           MOVE WS-ACT-FORM          TO WS-ACT-AM-FORM
           MOVE WS-ACT-FACTOR        TO WS-ACT-AM-FACTOR
           MOVE WS-ACT-7520-RATE     TO WS-ACT-AM-RATE
           MOVE 'TRUST'              TO AUD-SOURCE-SYSTEM
           MOVE WS-ACT-BENE-ID       TO AUD-ENTITY-ID
           MOVE WS-GROUP-TRUST-TYPE  TO AUD-ORC-TYPE
           MOVE WS-ACT-AUDIT-METHOD  TO AUD-CALC-METHOD
           MOVE WS-CALC-BALANCE      TO AUD-INPUT-BALANCE
           MOVE WS-ACT-INT-INSURED   TO AUD-INSURED-AMT
           MOVE WS-ACT-INT-UNINSURED TO AUD-UNINSURED-AMT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           WRITE AUDIT-TRAIL-REC.

       3216-REPORT-ACTUARIAL-FALLBACK.
           ADD 1 TO WS-ACT-FALLBACK-COUNT
           MOVE SPACES TO WS-ERROR-MSG
           STRING 'SPLIT INTEREST ' BENE-ID
                  ' ON TRUST ' BENE-TRUST-ID
                  ' VALUED AT FLAT PCT -- ' WS-ACT-FAIL-REASON
               DELIMITED SIZE INTO WS-ERROR-MSG
           MOVE 'ACT' TO WS-ERROR-REASON
           MOVE BENE-TRUST-ID TO WS-EXC-ENTITY-KEY
           PERFORM 8050-LOG-ERROR
           ADD 1 TO WS-ERROR-COUNT.

       3220-VALUE-LEAD-INTEREST.
      * Present value of a lead interest as a fraction of the trust
      * balance (WS-ACT-FACTOR). The remainder after the interest is
      * discounted at v = 1 / (1 + 7520 rate) -- or at (1 - payout)
      * for a unitrust -- over the term of years, or over the
      * beneficiary's life by the mortality table. The income and
      * unitrust interests are 1 less that remainder; an annuity is
      * its payout times the annuity factor (1 - remainder) / rate,
      * never more than the whole trust.
           MOVE 'N' TO WS-ACT-VALUED
           MOVE SPACES TO WS-ACT-FAIL-REASON
           IF WS-ACT-7520-RATE = 0
               MOVE 'NO 7520 RATE ON FILE' TO WS-ACT-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF BENE-FORM-TERM-YEARS AND BENE-TERM-YEARS = 0
               MOVE 'TERM OF YEARS WITH NO TERM'
                   TO WS-ACT-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF (BENE-FORM-ANNUITY OR BENE-FORM-UNITRUST)
               AND BENE-PAYOUT-PCT = 0
               MOVE 'NO PAYOUT PERCENT' TO WS-ACT-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT (BENE-FORM-INCOME OR BENE-FORM-ANNUITY
                   OR BENE-FORM-UNITRUST OR BENE-FORM-TERM-YEARS)
               MOVE 'UNKNOWN INTEREST FORM' TO WS-ACT-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACT-RATE = WS-ACT-7520-RATE / 100
           COMPUTE WS-ACT-V ROUNDED = 1 / (1 + WS-ACT-RATE)
           IF BENE-FORM-UNITRUST
               COMPUTE WS-ACT-BASE = 1 - BENE-PAYOUT-PCT / 100
           ELSE
               MOVE WS-ACT-V TO WS-ACT-BASE
           END-IF
           IF BENE-TERM-YEARS > 0
               PERFORM 3223-CALC-TERM-REMAINDER
           ELSE
               IF WS-ACT-LX(1) = 0
                   MOVE 'NO MORTALITY TABLE ON FILE'
                       TO WS-ACT-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3221-CALC-BENE-AGE
               IF WS-ACT-FAIL-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3222-CALC-LIFE-REMAINDER
           END-IF
           IF BENE-FORM-ANNUITY
               COMPUTE WS-ACT-WORK-FACTOR ROUNDED =
                   BENE-PAYOUT-PCT / 100
                   * (1 - WS-ACT-REMAINDER-FACTOR) / WS-ACT-RATE
           ELSE
               COMPUTE WS-ACT-WORK-FACTOR =
                   1 - WS-ACT-REMAINDER-FACTOR
           END-IF
           IF WS-ACT-WORK-FACTOR > 1
               MOVE 1 TO WS-ACT-WORK-FACTOR
           END-IF
           COMPUTE WS-ACT-FACTOR ROUNDED = WS-ACT-WORK-FACTOR
           MOVE 'Y' TO WS-ACT-VALUED.

       3221-CALC-BENE-AGE.
      * Age at the nearest birthday on the business date, as the
      * IRS tables are read; capped at the table's last age.
           MOVE BENE-DOB TO WS-ACT-DOB
           MOVE WS-CURRENT-DATE TO WS-ACT-ASOF
           IF BENE-DOB = SPACES
               OR WS-ACT-DOB-YYYY NOT NUMERIC
               OR WS-ACT-DOB-MM NOT NUMERIC
               OR WS-ACT-DOB-DD NOT NUMERIC
               OR BENE-DOB > WS-CURRENT-DATE
               MOVE 'BENE-DOB MISSING OR INVALID'
                   TO WS-ACT-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACT-MONTHS =
               (WS-ACT-ASOF-YYYY - WS-ACT-DOB-YYYY) * 12
               + WS-ACT-ASOF-MM - WS-ACT-DOB-MM
           IF WS-ACT-ASOF-DD < WS-ACT-DOB-DD
               SUBTRACT 1 FROM WS-ACT-MONTHS
           END-IF
           DIVIDE WS-ACT-MONTHS BY 12 GIVING WS-ACT-AGE
               REMAINDER WS-ACT-MONTHS-REM
           IF WS-ACT-MONTHS-REM NOT < 6
               ADD 1 TO WS-ACT-AGE
           END-IF
           IF WS-ACT-AGE > 110
               MOVE 110 TO WS-ACT-AGE
           END-IF.

       3222-CALC-LIFE-REMAINDER.
      * Sum over each year t the beneficiary may survive of
      * base ** (t + 1) times the chance of dying in that year,
      * (l(x+t) - l(x+t+1)) / l(x); no one survives age 110.
           MOVE ZEROS TO WS-ACT-REMAINDER-FACTOR
           MOVE 1 TO WS-ACT-POWER
           IF WS-ACT-LX(WS-ACT-AGE + 1) = 0
               MOVE WS-ACT-BASE TO WS-ACT-REMAINDER-FACTOR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACT-AGE TO WS-ACT-YEAR
           PERFORM UNTIL WS-ACT-YEAR > 110
               COMPUTE WS-ACT-POWER ROUNDED =
                   WS-ACT-POWER * WS-ACT-BASE
               IF WS-ACT-YEAR < 110
                   COMPUTE WS-ACT-DEATHS =
                       WS-ACT-LX(WS-ACT-YEAR + 1)
                       - WS-ACT-LX(WS-ACT-YEAR + 2)
               ELSE
                   MOVE WS-ACT-LX(WS-ACT-YEAR + 1) TO WS-ACT-DEATHS
               END-IF
               COMPUTE WS-ACT-REMAINDER-FACTOR ROUNDED =
                   WS-ACT-REMAINDER-FACTOR
                   + WS-ACT-POWER * WS-ACT-DEATHS
                     / WS-ACT-LX(WS-ACT-AGE + 1)
               ADD 1 TO WS-ACT-YEAR
           END-PERFORM.

       3223-CALC-TERM-REMAINDER.
      * base ** n for an interest that runs a fixed n years.
           MOVE 1 TO WS-ACT-POWER
           MOVE ZEROS TO WS-ACT-YEAR
           PERFORM UNTIL WS-ACT-YEAR NOT < BENE-TERM-YEARS
               COMPUTE WS-ACT-POWER ROUNDED =
                   WS-ACT-POWER * WS-ACT-BASE
               ADD 1 TO WS-ACT-YEAR
           END-PERFORM
           MOVE WS-ACT-POWER TO WS-ACT-REMAINDER-FACTOR.

       3300-CALC-EBP.
      * Employee Benefit Plan — 12 CFR 330.14
      * Coverage = $250,000 per plan participant with a vested
               ELSE
                   STRING 'PARTICIPANT SSN TABLE OVERFLOW FOR '
                          'SPONSOR: ' WS-GROUP-SPONSOR-ID
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'EBO' TO WS-ERROR-REASON
                   MOVE WS-GROUP-SPONSOR-ID TO WS-EXC-ENTITY-KEY
                   PERFORM 8050-LOG-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
           PERFORM 3200-CALC-IRREVOCABLE
           MOVE 'CRT' TO RES-ORC-TYPE.

       3600-CALC-WIND-UP.
      * Wind-up distributee shares -- 12 CFR 330.6
      * What a terminated trust still owes a distributee is the
      * distributee's own money awaiting payment, insured as single
      * ownership: the distributee's shares of every trust paying
      * out to them are capped together at the SMDIA.
      * SMDIA-CROSS-RECON then combines the row with the
      * distributee's own SGL deposits at the same institution.
           IF WS-CALC-BALANCE <= WS-SMDIA
               MOVE WS-CALC-BALANCE TO WS-TOTAL-INSURED
               MOVE ZEROS TO WS-TOTAL-UNINSURED
           ELSE
               MOVE WS-SMDIA TO WS-TOTAL-INSURED
               COMPUTE WS-TOTAL-UNINSURED =
                   WS-CALC-BALANCE - WS-SMDIA
           END-IF
           MOVE 1                     TO WS-ACTIVE-BENE
           MOVE 'SGL'                 TO RES-ORC-TYPE
           MOVE 'WIND_UP_DISTRIBUTEE' TO RES-CALC-METHOD.

       3900-CALC-DEFAULT.
      * Default fallback — SGL treatment; the caller logs the error
           IF WS-CALC-BALANCE <= WS-SMDIA
               STRING 'VALUATION EXCEPTION ON TRUST '
                      WS-GM-TRUST-ID(WS-GRP-IDX)
                      ' -- RESULT MARKED PRICE-EXC'
                   DELIMITED SIZE INTO WS-ERROR-MSG
               MOVE 'PRC' TO WS-ERROR-REASON
               MOVE WS-GM-TRUST-ID(WS-GRP-IDX) TO WS-EXC-ENTITY-KEY
               MOVE WS-GM-BALANCE(WS-GRP-IDX) TO WS-EXC-AMOUNT
               PERFORM 8050-LOG-ERROR
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'CALCULATED'             TO RES-STATUS
           END-IF
           END-IF
           PERFORM 8005-SET-BLOCKED-FLAG
           ADD 1                 TO WS-CTT-ROW-COUNT
           ADD RES-TOTAL-BALANCE TO WS-CTT-BALANCE
           ADD RES-INSURED-AMT   TO WS-CTT-INSURED
           ADD RES-UNINSURED-AMT TO WS-CTT-UNINSURED
           IF SIMULATION-RUN
               WRITE SCEN-RESULT-REC FROM RESULT-REC
           ELSE
               PERFORM 8020-NOTE-REFRESHED-TRUST
           END-IF.

       8005-SET-BLOCKED-FLAG.
      * A trust with any confirmed-blocked party is flagged on every
      * one of its rows -- each grantor's and each distributee's.
           MOVE 'N' TO RES-BLOCKED-FLAG
           MOVE 'N' TO WS-SB-FOUND
           SET WS-SB-IDX TO 1
           PERFORM UNTIL WS-SB-IDX > WS-SNB-COUNT
               IF WS-SB-TRUST-ID(WS-SB-IDX) = RES-TRUST-ID
                   MOVE 'Y' TO WS-SB-FOUND
                   EXIT PERFORM
               END-IF
               SET WS-SB-IDX UP BY 1
           END-PERFORM
           IF WS-SB-FOUND = 'Y'
               MOVE 'Y' TO RES-BLOCKED-FLAG
               ADD 1 TO WS-BLOCKED-RESULT-COUNT
           END-IF.

       8020-NOTE-REFRESHED-TRUST.
      * A refreshed trust's prior row must not merge through.
           MOVE 'N' TO WS-RF-MATCHED
           SET WS-RF-IDX TO 1
           PERFORM UNTIL WS-RF-IDX > WS-REFRESHED-COUNT
               IF WS-RF-TRUST-ID(WS-RF-IDX) = RES-TRUST-ID
                   AND WS-RF-GRANTOR-ID(WS-RF-IDX) = RES-GRANTOR-ID
                   MOVE 'Y' TO WS-RF-MATCHED
                   SET WS-RF-IDX TO WS-REFRESHED-COUNT
               END-IF
                   ADD 1 TO WS-REFRESHED-COUNT
                   SET WS-RF-IDX TO WS-REFRESHED-COUNT
                   MOVE RES-TRUST-ID TO WS-RF-TRUST-ID(WS-RF-IDX)
                   MOVE RES-GRANTOR-ID
                       TO WS-RF-GRANTOR-ID(WS-RF-IDX)
               ELSE
                   STRING 'REFRESHED TABLE OVERFLOW ON SELECTIVE '
                          'RUN -- PRIOR ROW MAY DUPLICATE: '
                          RES-TRUST-ID
                       DELIMITED SIZE INTO WS-ERROR-MSG
                   MOVE 'RFO' TO WS-ERROR-REASON
                   MOVE RES-TRUST-ID TO WS-EXC-ENTITY-KEY
                   PERFORM 8050-LOG-ERROR
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           WRITE AUDIT-TRAIL-REC.

       8050-LOG-ERROR.
      * One structured EXCEPTION-RECORD per logged condition: the
      * caller builds the message text and sets the reason code,
      * entity key, and (where there is one) the balance at risk.
      * The caller keeps its own counts. The work fields are cleared
      * after the write so the next caller starts clean.
           MOVE SPACES TO EXCEPTION-REC
           MOVE 'TRUST-INSURANCE-CALC' TO EXC-PROGRAM
           MOVE WS-BUSINESS-DATE TO EXC-BUSINESS-DATE
           MOVE WS-ERROR-REASON TO EXC-ERROR-CODE
           EVALUATE WS-ERROR-REASON
               WHEN 'CGO'
               WHEN 'WDO'
               WHEN 'SBO'
               WHEN 'GOV'
               WHEN 'BNO'
               WHEN 'EBO'
               WHEN 'RFO'
                   SET EXC-CAT-CAPACITY TO TRUE
               WHEN 'TYP'
               WHEN 'ACT'
                   SET EXC-CAT-RULE TO TRUE
               WHEN 'PRC'
                   SET EXC-CAT-PRICE TO TRUE
               WHEN OTHER
                   SET EXC-CAT-DATA TO TRUE
           END-EVALUATE
           MOVE WS-EXC-ENTITY-KEY TO EXC-ENTITY-KEY
           MOVE WS-EXC-AMOUNT TO EXC-AMOUNT-AT-RISK
           MOVE WS-ERROR-MSG TO EXC-MESSAGE
           WRITE EXCEPTION-REC
           MOVE SPACES TO WS-ERROR-MSG
           MOVE SPACES TO WS-ERROR-REASON
           MOVE SPACES TO WS-EXC-ENTITY-KEY
           MOVE ZEROS TO WS-EXC-AMOUNT.

       9000-FINALIZE.
      * FIXED 2026-08-08: Logs the run's start/end time against the
      * 24-hour regulatory reporting deadline and writes a completion
           DISPLAY '  Errors:           ' WS-ERROR-COUNT
           DISPLAY '  Ineligible benes:  ' WS-INELIG-BENE-COUNT
           DISPLAY '  Closed excluded:   ' WS-CLOSED-TRUST-COUNT
           DISPLAY '  Sanctions blocked: ' WS-BLOCKED-RESULT-COUNT
           DISPLAY '  Frozen pending:    ' WS-FROZEN-TRUST-COUNT
           DISPLAY '  Actuarial valued:  ' WS-ACT-VALUED-COUNT
           DISPLAY '  Actuarial fallback:' WS-ACT-FALLBACK-COUNT
           DISPLAY '  Co-grantor shares:  ' WS-CGR-SHARE-COUNT
           DISPLAY '  Wind-up shares:     ' WS-WND-SHARE-COUNT
           DISPLAY '  Elapsed seconds:  ' WS-ELAPSED-SECONDS
           IF PARTITIONED-RUN
               DISPLAY '  Partition released: ' WS-PART-RELEASED
               IF NOT PARTITIONED-RUN
                   CLOSE NOTIFICATION-FILE
               END-IF
           END-IF
           PERFORM 9040-POST-CONTROL-TOTALS.
      * BUG: No summary statistics for audit

       7000-MERGE-PRIOR-RESULTS.
           SET WS-RF-IDX TO 1
           PERFORM UNTIL WS-RF-IDX > WS-REFRESHED-COUNT
               IF WS-RF-TRUST-ID(WS-RF-IDX) = PRIO-TRUST-ID
                   AND WS-RF-GRANTOR-ID(WS-RF-IDX) = PRIO-GRANTOR-ID
                   MOVE 'Y' TO WS-RF-MATCHED
                   SET WS-RF-IDX TO WS-REFRESHED-COUNT
               END-IF
           END-PERFORM
           IF WS-RF-MATCHED = 'N'
               ADD 1 TO WS-CARRIED-PRIOR-COUNT
               ADD 1                  TO WS-CTT-ROW-COUNT
               ADD PRIO-TOTAL-BALANCE TO WS-CTT-BALANCE
               ADD PRIO-INSURED-AMT   TO WS-CTT-INSURED
               ADD PRIO-UNINSURED-AMT TO WS-CTT-UNINSURED
               IF SIMULATION-RUN
                   WRITE SCEN-RESULT-REC FROM PRIOR-RESULT-REC
               ELSE
           END-IF
           WRITE RUN-NOTIFICATION-REC.

       9040-POST-CONTROL-TOTALS.
      * The result rows this run wrote, to the job-to-job ledger
      * (see CONTROL-TOTAL.cpy). A partitioned instance posts
      * against its own slice -- the JCL points RESULTOUT at
      * RSLSLCnn for partition nn -- and TRUST-RESULT-MERGE posts
      * the slices in and RESULTOUT out. A scenario run posts
      * against RESLSCEN and is never balanced.
           OPEN EXTEND CONTROL-TOTAL-FILE
           INITIALIZE CONTROL-TOTAL-REC
           MOVE WS-BUSINESS-DATE TO CTT-BUSINESS-DATE
           MOVE 'TRUST-INSURANCE-CALC' TO CTT-JOB-NAME
           IF SIMULATION-RUN
               SET CTT-SCENARIO TO TRUE
               MOVE 'RESLSCEN' TO CTT-DATASET
           ELSE
               SET CTT-PRODUCTION TO TRUE
               IF PARTITIONED-RUN
                   STRING 'RSLSLC' WS-PARTITION-ID
                       DELIMITED SIZE INTO CTT-DATASET
               ELSE
                   MOVE 'RESULTOUT' TO CTT-DATASET
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CTT-POSTED-TS
           SET CTT-OUTPUT TO TRUE
           SET CTT-ALL-AMOUNTS TO TRUE
           MOVE WS-CTT-ROW-COUNT  TO CTT-RECORD-COUNT
           MOVE WS-CTT-BALANCE    TO CTT-BALANCE-TOTAL
           MOVE WS-CTT-INSURED    TO CTT-INSURED-TOTAL
           MOVE WS-CTT-UNINSURED  TO CTT-UNINSURED-TOTAL
           WRITE CONTROL-TOTAL-REC
           CLOSE CONTROL-TOTAL-FILE.

       9030-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
