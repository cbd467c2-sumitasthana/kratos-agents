      *================================================================*
      * PROGRAM: EXAM-SAMPLE-SELECT
      * PURPOSE: Examiner sample selection for Part 370 compliance
      *          testing. Draws a stratified random sample of the
      *          business date's insurance determinations -- every
      *          row on the deposit results (RSLTFILE) and the trust
      *          results (RESULTOUT) -- so the examiners' test items
      *          no longer have to be picked by hand off a listing.
      *          Strata are source + covered institution + ORC +
      *          calculation method + balance band; the band limits,
      *          the default per-stratum sample size, and per-stratum
      *          size overrides come from the parm file (EXMSPARM).
      *
      *          The draw is reproducible: the generator is the
      *          Park-Miller minimal standard (seed x 16807 mod
      *          2**31-1) carried entirely in integer arithmetic from
      *          the parm seed, and the selection is sequential
      *          (Knuth's selection sampling) -- pass 1 counts each
      *          stratum's population, pass 2 takes each row with
      *          probability (still needed / still unseen), giving
      *          exactly the stratum's sample size. The same seed
      *          against the same result files always draws the same
      *          items, which is what lets the examiners re-perform
      *          the selection.
      *
      *          Writes the sample (EXMSAMPL, see EXAM-SAMPLE.cpy) and
      *          a sample design report (EXMSDSGN) of every stratum's
      *          population and sample; EXAM-EVIDENCE-EXTRACT builds
      *          the evidence workpapers from the sample.
      * REGULATION: 12 CFR 370.10 (compliance testing);
      *             FDIC IT Guide v3.0 (examination support)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SAMPLE-SELECT.
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
           SELECT SAMPLE-PARM-FILE ASSIGN TO 'EXMSPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO 'EXMSAMPL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMP-STATUS.
           SELECT DESIGN-REPORT-FILE ASSIGN TO 'EXMSDSGN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
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
           05  FILLER                PIC X(94).

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

      *    Sample parms. One 'G' record carries the seed, the
      *    default sample size per stratum, and the three balance
      *    band limits (band 1 up to limit 1, ... band 4 above limit
      *    3). Any number of 'S' records override the size for the
      *    strata they match -- a blank source, institution, ORC, or
      *    method and a zero band match anything; the first 'S'
      *    record that matches a stratum wins, so list the narrow
      *    ones first. A size of zero leaves the stratum out.
       FD  SAMPLE-PARM-FILE.
       01  SAMPLE-PARM-REC.
           05  EXP-REC-TYPE          PIC X(1).
               88  EXP-GLOBAL-REC    VALUE 'G'.
               88  EXP-SIZE-REC      VALUE 'S'.
           05  EXP-GLOBAL-DATA.
               10  EXP-SEED          PIC 9(10).
               10  EXP-DEFAULT-SIZE  PIC 9(3).
               10  EXP-BAND-LIMIT    PIC 9(13)V99 OCCURS 3 TIMES.
               10  FILLER            PIC X(21).
           05  EXP-SIZE-DATA REDEFINES EXP-GLOBAL-DATA.
               10  EXP-SOURCE        PIC X(1).
               10  EXP-INSTITUTION-ID PIC X(5).
               10  EXP-ORC-TYPE      PIC X(5).
               10  EXP-CALC-METHOD   PIC X(20).
               10  EXP-BALANCE-BAND  PIC 9(1).
               10  EXP-SIZE          PIC 9(3).
               10  FILLER            PIC X(44).

       FD  SAMPLE-FILE.
           COPY EXAM-SAMPLE.

       FD  DESIGN-REPORT-FILE.
       01  DESIGN-REPORT-LINE        PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-SMP-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRUSTCALC-DONE    PIC X VALUE 'N'.

      *    Seed, default size, and band limits. The literals are the
      *    fallback if EXMSPARM can't be read -- the draw is still
      *    reproducible, just not one the examiners chose.
       01  WS-SEED                   PIC 9(10) VALUE 1.
       01  WS-DEFAULT-SIZE           PIC 9(3) VALUE 2.
       01  WS-BAND-LIMITS.
           05  WS-BAND-LIMIT-1       PIC 9(13)V99 VALUE 250000.00.
           05  WS-BAND-LIMIT-2       PIC 9(13)V99 VALUE 1000000.00.
           05  WS-BAND-LIMIT-3       PIC 9(13)V99 VALUE 5000000.00.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMITS.
           05  WS-BAND-LIMIT         PIC 9(13)V99 OCCURS 3 TIMES.

      *--- Per-stratum size overrides from the 'S' parm records ---
       01  WS-SIZE-OVR-COUNT         PIC 9(3) VALUE 0.
       01  WS-SIZE-OVR-MAX           PIC 9(3) VALUE 100.
       01  WS-SIZE-OVR-TABLE.
           05  WS-SO-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-SO-IDX.
               10  WS-SO-SOURCE      PIC X(1).
               10  WS-SO-INSTITUTION-ID PIC X(5).
               10  WS-SO-ORC-TYPE    PIC X(5).
               10  WS-SO-CALC-METHOD PIC X(20).
               10  WS-SO-BALANCE-BAND PIC 9(1).
               10  WS-SO-SIZE        PIC 9(3).

      *--- Park-Miller generator state, integer arithmetic only ---
       01  WS-RAND-MODULUS           PIC 9(10) VALUE 2147483647.
       01  WS-RAND-MULTIPLIER        PIC 9(5) VALUE 16807.
       01  WS-RAND-STATE             PIC 9(10).
       01  WS-RAND-PRODUCT           PIC 9(15).
       01  WS-RAND-QUOTIENT          PIC 9(15).
       01  WS-RAND-LEFT              PIC 9(18).
       01  WS-RAND-RIGHT             PIC 9(18).

      *--- The strata, in order of first appearance ---
       01  WS-STRATUM-COUNT          PIC 9(5) VALUE 0.
       01  WS-STRATUM-MAX            PIC 9(5) VALUE 5000.
       01  WS-STRATUM-OVERFLOW       PIC 9(7) VALUE 0.
       01  WS-STRATUM-IDX-SAVE       PIC 9(5).
       01  WS-STRATUM-TABLE.
           05  WS-ST-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-ST-IDX.
               10  WS-ST-KEY.
                   15  WS-ST-SOURCE  PIC X(1).
                   15  WS-ST-INSTITUTION-ID PIC X(5).
                   15  WS-ST-ORC-TYPE PIC X(5).
                   15  WS-ST-CALC-METHOD PIC X(20).
                   15  WS-ST-BALANCE-BAND PIC 9(1).
               10  WS-ST-POPULATION  PIC 9(9).
               10  WS-ST-SAMPLE-SIZE PIC 9(5).
               10  WS-ST-SEEN        PIC 9(9).
               10  WS-ST-SELECTED    PIC 9(5).
               10  WS-ST-POP-BALANCE PIC S9(15)V99.

       01  WS-STRATUM-KEY.
           05  WS-SK-SOURCE          PIC X(1).
           05  WS-SK-INSTITUTION-ID  PIC X(5).
           05  WS-SK-ORC-TYPE        PIC X(5).
           05  WS-SK-CALC-METHOD     PIC X(20).
           05  WS-SK-BALANCE-BAND    PIC 9(1).
       01  WS-ROW-BALANCE            PIC S9(13)V99.
       01  WS-PASS                   PIC 9(1).
       01  WS-NEEDED                 PIC 9(5).
       01  WS-UNSEEN                 PIC 9(9).

       01  WS-DEPOSIT-READ           PIC 9(9) VALUE 0.
       01  WS-TRUST-READ             PIC 9(9) VALUE 0.
       01  WS-ROW-NO                 PIC 9(9).
       01  WS-ITEM-NO                PIC 9(5) VALUE 0.
       01  WS-DEPOSIT-SELECTED       PIC 9(5) VALUE 0.
       01  WS-TRUST-SELECTED         PIC 9(5) VALUE 0.
       01  WS-TOTAL-POPULATION       PIC 9(9) VALUE 0.
       01  WS-TOTAL-SAMPLE           PIC 9(7) VALUE 0.

       01  DESIGN-HEADING-LINE.
           05  FILLER PIC X(4)  VALUE 'SRC'.
           05  FILLER PIC X(6)  VALUE 'INST'.
           05  FILLER PIC X(6)  VALUE 'ORC'.
           05  FILLER PIC X(21) VALUE 'CALC METHOD'.
           05  FILLER PIC X(5)  VALUE 'BAND'.
           05  FILLER PIC X(11) VALUE ' POPULATION'.
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(23) VALUE '     POPULATION BALANCE'.
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE ' SAMPLE'.
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(7)  VALUE ' DRAWN'.

       01  DESIGN-DETAIL-LINE.
           05  DDL-SOURCE            PIC X(1).
           05  FILLER                PIC X(3).
           05  DDL-INSTITUTION-ID    PIC X(5).
           05  FILLER                PIC X(1).
           05  DDL-ORC-TYPE          PIC X(5).
           05  FILLER                PIC X(1).
           05  DDL-CALC-METHOD       PIC X(20).
           05  FILLER                PIC X(1).
           05  DDL-BAND              PIC 9(1).
           05  FILLER                PIC X(4).
           05  DDL-POPULATION        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  DDL-POP-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  DDL-SAMPLE-SIZE       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  DDL-SELECTED          PIC ZZZ,ZZ9.

       01  WS-EDIT-LIMIT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           MOVE 1 TO WS-PASS
           PERFORM 2000-SCAN-POPULATION
           PERFORM 3000-SIZE-STRATA
           MOVE 2 TO WS-PASS
           OPEN OUTPUT SAMPLE-FILE
           IF WS-SMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING SAMPLE FILE: ' WS-SMP-STATUS
               STOP RUN
           END-IF
           PERFORM 2000-SCAN-POPULATION
           CLOSE SAMPLE-FILE
           PERFORM 6000-WRITE-DESIGN-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-PARM
           MOVE WS-SEED TO WS-RAND-STATE.

       1100-READ-RUN-CONTROL.
      *    The business date comes from the run-control file written
      *    by CYCLE-OPEN -- never the system clock -- and the run
      *    refuses to start until both calcs show complete for the
      *    same business date: a sample drawn from a half-written
      *    result file could not be re-performed.
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
                       IF RC-JOB-COMPLETE-REC
                           AND RC-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM 1110-NOTE-PREDECESSOR
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
               OR WS-PRED-TRUSTCALC-DONE = 'N'
               DISPLAY 'PREDECESSORS NOT COMPLETE FOR THIS BUSINESS '
                        'DATE -- RUN ABORTED.'
               DISPLAY '  DEPOSIT-INSURANCE-CALC: '
                        WS-PRED-DEPCALC-DONE
                        '  TRUST-INSURANCE-CALC: '
                        WS-PRED-TRUSTCALC-DONE
               STOP RUN
           END-IF.

       1110-NOTE-PREDECESSOR.
           EVALUATE RC-JOB-NAME
               WHEN 'DEPOSIT-INSURANCE-CALC'
                   MOVE 'Y' TO WS-PRED-DEPCALC-DONE
               WHEN 'TRUST-INSURANCE-CALC'
                   MOVE 'Y' TO WS-PRED-TRUSTCALC-DONE
           END-EVALUATE.

       1200-LOAD-PARM.
      *    A seed outside 1 .. 2**31-2 is folded into range -- the
      *    generator sticks at zero and repeats at the modulus.
           OPEN INPUT SAMPLE-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'NO SAMPLE PARM FILE -- DEFAULT SEED AND SIZES'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SAMPLE-PARM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN EXP-GLOBAL-REC
                               PERFORM 1210-APPLY-GLOBAL-PARM
                           WHEN EXP-SIZE-REC
                               PERFORM 1220-ADD-SIZE-OVERRIDE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE SAMPLE-PARM-FILE
           DIVIDE WS-SEED BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOTIENT REMAINDER WS-SEED
           IF WS-SEED = 0
               MOVE 1 TO WS-SEED
           END-IF.

       1210-APPLY-GLOBAL-PARM.
           IF EXP-SEED NUMERIC
               MOVE EXP-SEED TO WS-SEED
           END-IF
           IF EXP-DEFAULT-SIZE NUMERIC
               MOVE EXP-DEFAULT-SIZE TO WS-DEFAULT-SIZE
           END-IF
      *    All-zero limits leave the default bands in place.
           IF EXP-BAND-LIMIT(1) NOT NUMERIC
               OR EXP-BAND-LIMIT(1) = 0
               EXIT PARAGRAPH
           END-IF
           IF EXP-BAND-LIMIT(2) NUMERIC
               AND EXP-BAND-LIMIT(3) NUMERIC
               AND EXP-BAND-LIMIT(2) > EXP-BAND-LIMIT(1)
               AND EXP-BAND-LIMIT(3) > EXP-BAND-LIMIT(2)
               MOVE EXP-BAND-LIMIT(1) TO WS-BAND-LIMIT(1)
               MOVE EXP-BAND-LIMIT(2) TO WS-BAND-LIMIT(2)
               MOVE EXP-BAND-LIMIT(3) TO WS-BAND-LIMIT(3)
           ELSE
               DISPLAY 'BAND LIMITS ON EXMSPARM NOT ASCENDING '
                        '-- DEFAULT BANDS USED'
           END-IF.

       1220-ADD-SIZE-OVERRIDE.
           IF WS-SIZE-OVR-COUNT NOT < WS-SIZE-OVR-MAX
               DISPLAY 'MORE THAN ' WS-SIZE-OVR-MAX
                        ' SIZE OVERRIDES -- EXTRA IGNORED'
               EXIT PARAGRAPH
           END-IF
           IF EXP-SIZE NOT NUMERIC
               OR EXP-BALANCE-BAND NOT NUMERIC
               DISPLAY 'SIZE OVERRIDE NOT NUMERIC -- IGNORED: '
                        SAMPLE-PARM-REC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SIZE-OVR-COUNT
           SET WS-SO-IDX TO WS-SIZE-OVR-COUNT
           MOVE EXP-SOURCE         TO WS-SO-SOURCE(WS-SO-IDX)
           MOVE EXP-INSTITUTION-ID TO WS-SO-INSTITUTION-ID(WS-SO-IDX)
           MOVE EXP-ORC-TYPE       TO WS-SO-ORC-TYPE(WS-SO-IDX)
           MOVE EXP-CALC-METHOD    TO WS-SO-CALC-METHOD(WS-SO-IDX)
           MOVE EXP-BALANCE-BAND   TO WS-SO-BALANCE-BAND(WS-SO-IDX)
           MOVE EXP-SIZE           TO WS-SO-SIZE(WS-SO-IDX).

       2000-SCAN-POPULATION.
      *    Pass 1 counts the strata; pass 2 reads the same rows in
      *    the same order and draws from them. Both result files
      *    are the calcs' completed output, so both must open.
           OPEN INPUT DEPOSIT-RESULT-FILE
           OPEN INPUT TRUST-RESULT-FILE
           IF WS-DRSLT-STATUS NOT = '00'
               OR WS-TRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RESULT FILES -- RSLTFILE '
                        WS-DRSLT-STATUS ' RESULTOUT ' WS-TRSLT-STATUS
               DISPLAY 'RUN ABORTED -- NO SAMPLE DRAWN.'
               STOP RUN
           END-IF
           MOVE 0 TO WS-ROW-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROW-NO
                       PERFORM 2100-CLASSIFY-DEPOSIT
                       PERFORM 2300-PROCESS-ROW
               END-READ
           END-PERFORM
           IF WS-PASS = 1
               MOVE WS-ROW-NO TO WS-DEPOSIT-READ
           END-IF
           MOVE 0 TO WS-ROW-NO
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROW-NO
                       PERFORM 2200-CLASSIFY-TRUST
                       PERFORM 2300-PROCESS-ROW
               END-READ
           END-PERFORM
           IF WS-PASS = 1
               MOVE WS-ROW-NO TO WS-TRUST-READ
           END-IF
           CLOSE DEPOSIT-RESULT-FILE
           CLOSE TRUST-RESULT-FILE.

       2100-CLASSIFY-DEPOSIT.
           MOVE 'D'                  TO WS-SK-SOURCE
           MOVE DRSLT-INSTITUTION-ID TO WS-SK-INSTITUTION-ID
           MOVE DRSLT-ORC-TYPE       TO WS-SK-ORC-TYPE
           MOVE DRSLT-CALC-METHOD    TO WS-SK-CALC-METHOD
           MOVE DRSLT-BALANCE        TO WS-ROW-BALANCE
           PERFORM 2400-SET-BALANCE-BAND.

       2200-CLASSIFY-TRUST.
           MOVE 'T'                  TO WS-SK-SOURCE
           MOVE TRSLT-INSTITUTION-ID TO WS-SK-INSTITUTION-ID
           MOVE TRSLT-ORC-TYPE       TO WS-SK-ORC-TYPE
           MOVE TRSLT-CALC-METHOD    TO WS-SK-CALC-METHOD
           MOVE TRSLT-TOTAL-BALANCE  TO WS-ROW-BALANCE
           PERFORM 2400-SET-BALANCE-BAND.

       2300-PROCESS-ROW.
      *    Same small-table convention used across the suite: find
      *    the stratum by a sequential scan, add it on first sight.
           MOVE 0 TO WS-STRATUM-IDX-SAVE
           SET WS-ST-IDX TO 1
           PERFORM UNTIL WS-ST-IDX > WS-STRATUM-COUNT
               IF WS-ST-KEY(WS-ST-IDX) = WS-STRATUM-KEY
                   SET WS-STRATUM-IDX-SAVE TO WS-ST-IDX
                   SET WS-ST-IDX TO WS-STRATUM-COUNT
               END-IF
               SET WS-ST-IDX UP BY 1
           END-PERFORM
           IF WS-PASS = 1
               PERFORM 2310-COUNT-ROW
           ELSE
               IF WS-STRATUM-IDX-SAVE NOT = 0
                   SET WS-ST-IDX TO WS-STRATUM-IDX-SAVE
                   PERFORM 2320-DRAW-ROW
               END-IF
           END-IF.

       2310-COUNT-ROW.
           IF WS-STRATUM-IDX-SAVE = 0
               IF WS-STRATUM-COUNT NOT < WS-STRATUM-MAX
                   ADD 1 TO WS-STRATUM-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STRATUM-COUNT
               SET WS-ST-IDX TO WS-STRATUM-COUNT
               MOVE WS-STRATUM-KEY TO WS-ST-KEY(WS-ST-IDX)
               MOVE 0 TO WS-ST-POPULATION(WS-ST-IDX)
                         WS-ST-SAMPLE-SIZE(WS-ST-IDX)
                         WS-ST-SEEN(WS-ST-IDX)
                         WS-ST-SELECTED(WS-ST-IDX)
                         WS-ST-POP-BALANCE(WS-ST-IDX)
           ELSE
               SET WS-ST-IDX TO WS-STRATUM-IDX-SAVE
           END-IF
           ADD 1 TO WS-ST-POPULATION(WS-ST-IDX)
           ADD WS-ROW-BALANCE TO WS-ST-POP-BALANCE(WS-ST-IDX)
           ADD 1 TO WS-TOTAL-POPULATION.

       2320-DRAW-ROW.
      *    Selection sampling: take the row when the next draw u in
      *    [0,1) satisfies u x unseen < still needed, i.e.
      *    state x unseen < needed x modulus -- integer compares,
      *    so the result cannot drift between compilers or runs.
      *    A stratum already filled draws nothing, so the sequence
      *    depends only on the seed and the rows' file order.
           COMPUTE WS-NEEDED = WS-ST-SAMPLE-SIZE(WS-ST-IDX)
                             - WS-ST-SELECTED(WS-ST-IDX)
           COMPUTE WS-UNSEEN = WS-ST-POPULATION(WS-ST-IDX)
                             - WS-ST-SEEN(WS-ST-IDX)
           ADD 1 TO WS-ST-SEEN(WS-ST-IDX)
           IF WS-NEEDED = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-NEXT-RANDOM
           COMPUTE WS-RAND-LEFT  = WS-RAND-STATE * WS-UNSEEN
           COMPUTE WS-RAND-RIGHT = WS-NEEDED * WS-RAND-MODULUS
           IF WS-RAND-LEFT < WS-RAND-RIGHT
               ADD 1 TO WS-ST-SELECTED(WS-ST-IDX)
               PERFORM 2330-WRITE-SAMPLE-ITEM
           END-IF.

       2330-WRITE-SAMPLE-ITEM.
           ADD 1 TO WS-ITEM-NO
           MOVE SPACES TO EXAM-SAMPLE-REC
           MOVE WS-ITEM-NO              TO SMP-ITEM-NO
           MOVE WS-SK-SOURCE            TO SMP-SOURCE
           MOVE WS-BUSINESS-DATE        TO SMP-BUSINESS-DATE
           MOVE WS-SEED                 TO SMP-SEED
           MOVE WS-SK-INSTITUTION-ID    TO SMP-INSTITUTION-ID
           MOVE WS-SK-ORC-TYPE          TO SMP-ORC-TYPE
           MOVE WS-SK-CALC-METHOD       TO SMP-CALC-METHOD
           MOVE WS-SK-BALANCE-BAND      TO SMP-BALANCE-BAND
           MOVE WS-ST-POPULATION(WS-ST-IDX)  TO SMP-STRATUM-POP
           MOVE WS-ST-SAMPLE-SIZE(WS-ST-IDX) TO SMP-STRATUM-SAMPLE
           MOVE WS-ROW-NO               TO SMP-SOURCE-REC-NO
           IF SMP-DEPOSIT
               MOVE DRSLT-ACCT-NUMBER   TO SMP-ENTITY-ID
               MOVE DRSLT-DEPOSITOR-ID  TO SMP-OWNER-ID
               MOVE DRSLT-BALANCE       TO SMP-BALANCE
               MOVE DRSLT-INSURED-AMT   TO SMP-INSURED-AMT
               MOVE DRSLT-UNINSURED-AMT TO SMP-UNINSURED-AMT
               ADD 1 TO WS-DEPOSIT-SELECTED
           ELSE
               MOVE TRSLT-TRUST-ID      TO SMP-ENTITY-ID
               MOVE TRSLT-GRANTOR-ID    TO SMP-OWNER-ID
               MOVE TRSLT-TOTAL-BALANCE TO SMP-BALANCE
               MOVE TRSLT-INSURED-AMT   TO SMP-INSURED-AMT
               MOVE TRSLT-UNINSURED-AMT TO SMP-UNINSURED-AMT
               ADD 1 TO WS-TRUST-SELECTED
           END-IF
           WRITE EXAM-SAMPLE-REC.

       2400-SET-BALANCE-BAND.
      *    Bands run on the determination's balance; a negative
      *    (overdrawn) balance falls in band 1.
           EVALUATE TRUE
               WHEN WS-ROW-BALANCE NOT > WS-BAND-LIMIT(1)
                   MOVE 1 TO WS-SK-BALANCE-BAND
               WHEN WS-ROW-BALANCE NOT > WS-BAND-LIMIT(2)
                   MOVE 2 TO WS-SK-BALANCE-BAND
               WHEN WS-ROW-BALANCE NOT > WS-BAND-LIMIT(3)
                   MOVE 3 TO WS-SK-BALANCE-BAND
               WHEN OTHER
                   MOVE 4 TO WS-SK-BALANCE-BAND
           END-EVALUATE.

       3000-SIZE-STRATA.
      *    Each stratum's size is the first matching override, else
      *    the default, capped at its population -- a stratum
      *    smaller than its size is taken whole.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STRATUM-COUNT
               MOVE WS-DEFAULT-SIZE TO WS-ST-SAMPLE-SIZE(WS-ST-IDX)
               PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                   UNTIL WS-SO-IDX > WS-SIZE-OVR-COUNT
                   IF (WS-SO-SOURCE(WS-SO-IDX) = SPACES
                       OR WS-SO-SOURCE(WS-SO-IDX)
                          = WS-ST-SOURCE(WS-ST-IDX))
                   AND (WS-SO-INSTITUTION-ID(WS-SO-IDX) = SPACES
                       OR WS-SO-INSTITUTION-ID(WS-SO-IDX)
                          = WS-ST-INSTITUTION-ID(WS-ST-IDX))
                   AND (WS-SO-ORC-TYPE(WS-SO-IDX) = SPACES
                       OR WS-SO-ORC-TYPE(WS-SO-IDX)
                          = WS-ST-ORC-TYPE(WS-ST-IDX))
                   AND (WS-SO-CALC-METHOD(WS-SO-IDX) = SPACES
                       OR WS-SO-CALC-METHOD(WS-SO-IDX)
                          = WS-ST-CALC-METHOD(WS-ST-IDX))
                   AND (WS-SO-BALANCE-BAND(WS-SO-IDX) = 0
                       OR WS-SO-BALANCE-BAND(WS-SO-IDX)
                          = WS-ST-BALANCE-BAND(WS-ST-IDX))
                       MOVE WS-SO-SIZE(WS-SO-IDX)
                           TO WS-ST-SAMPLE-SIZE(WS-ST-IDX)
                       SET WS-SO-IDX TO WS-SIZE-OVR-COUNT
                   END-IF
               END-PERFORM
               IF WS-ST-SAMPLE-SIZE(WS-ST-IDX)
                   > WS-ST-POPULATION(WS-ST-IDX)
                   MOVE WS-ST-POPULATION(WS-ST-IDX)
                       TO WS-ST-SAMPLE-SIZE(WS-ST-IDX)
               END-IF
               ADD WS-ST-SAMPLE-SIZE(WS-ST-IDX) TO WS-TOTAL-SAMPLE
           END-PERFORM
           IF WS-TOTAL-SAMPLE > 99999
               DISPLAY 'SAMPLE OF ' WS-TOTAL-SAMPLE
                        ' ITEMS EXCEEDS 99999 -- REDUCE THE SIZES. '
                        'RUN ABORTED.'
               STOP RUN
           END-IF.

       6000-WRITE-DESIGN-REPORT.
           OPEN OUTPUT DESIGN-REPORT-FILE
           MOVE SPACES TO DESIGN-REPORT-LINE
           STRING 'EXAMINER SAMPLE DESIGN -- BUSINESS DATE '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO DESIGN-REPORT-LINE
           WRITE DESIGN-REPORT-LINE
           MOVE SPACES TO DESIGN-REPORT-LINE
           STRING 'SEED ' WS-SEED
                  '  DEFAULT SIZE PER STRATUM ' WS-DEFAULT-SIZE
                  '  SIZE OVERRIDES ' WS-SIZE-OVR-COUNT
                  '  GENERATOR: SEED X 16807 MOD 2147483647'
               DELIMITED SIZE INTO DESIGN-REPORT-LINE
           WRITE DESIGN-REPORT-LINE
           MOVE SPACES TO DESIGN-REPORT-LINE
           MOVE WS-BAND-LIMIT(1) TO WS-EDIT-LIMIT
           STRING 'BALANCE BANDS -- 1: UP TO ' WS-EDIT-LIMIT
               DELIMITED SIZE INTO DESIGN-REPORT-LINE
           WRITE DESIGN-REPORT-LINE
           MOVE SPACES TO DESIGN-REPORT-LINE
           MOVE WS-BAND-LIMIT(2) TO WS-EDIT-LIMIT
           STRING '                 2: UP TO ' WS-EDIT-LIMIT
               DELIMITED SIZE INTO DESIGN-REPORT-LINE
           WRITE DESIGN-REPORT-LINE
           MOVE SPACES TO DESIGN-REPORT-LINE
           MOVE WS-BAND-LIMIT(3) TO WS-EDIT-LIMIT
           STRING '                 3: UP TO ' WS-EDIT-LIMIT
                  '   4: ABOVE'
               DELIMITED SIZE INTO DESIGN-REPORT-LINE
           WRITE DESIGN-REPORT-LINE
           MOVE SPACES TO DESIGN-REPORT-LINE
           WRITE DESIGN-REPORT-LINE
           WRITE DESIGN-REPORT-LINE FROM DESIGN-HEADING-LINE
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STRATUM-COUNT
               MOVE SPACES TO DESIGN-DETAIL-LINE
               MOVE WS-ST-SOURCE(WS-ST-IDX)   TO DDL-SOURCE
               MOVE WS-ST-INSTITUTION-ID(WS-ST-IDX)
                   TO DDL-INSTITUTION-ID
               MOVE WS-ST-ORC-TYPE(WS-ST-IDX) TO DDL-ORC-TYPE
               MOVE WS-ST-CALC-METHOD(WS-ST-IDX) TO DDL-CALC-METHOD
               MOVE WS-ST-BALANCE-BAND(WS-ST-IDX) TO DDL-BAND
               MOVE WS-ST-POPULATION(WS-ST-IDX) TO DDL-POPULATION
               MOVE WS-ST-POP-BALANCE(WS-ST-IDX) TO DDL-POP-BALANCE
               MOVE WS-ST-SAMPLE-SIZE(WS-ST-IDX) TO DDL-SAMPLE-SIZE
               MOVE WS-ST-SELECTED(WS-ST-IDX) TO DDL-SELECTED
               WRITE DESIGN-REPORT-LINE FROM DESIGN-DETAIL-LINE
           END-PERFORM
           MOVE SPACES TO DESIGN-REPORT-LINE
           WRITE DESIGN-REPORT-LINE
           MOVE SPACES TO DESIGN-REPORT-LINE
           STRING 'STRATA ' WS-STRATUM-COUNT
                  '  POPULATION ' WS-TOTAL-POPULATION
                  '  (DEPOSIT ' WS-DEPOSIT-READ
                  '  TRUST ' WS-TRUST-READ ')'
                  '  SAMPLE ITEMS ' WS-ITEM-NO
                  '  (DEPOSIT ' WS-DEPOSIT-SELECTED
                  '  TRUST ' WS-TRUST-SELECTED ')'
               DELIMITED SIZE INTO DESIGN-REPORT-LINE
           WRITE DESIGN-REPORT-LINE
           IF WS-STRATUM-OVERFLOW > 0
               MOVE SPACES TO DESIGN-REPORT-LINE
               STRING 'STRATUM TABLE FULL -- ' WS-STRATUM-OVERFLOW
                      ' ROWS IN UNLISTED STRATA WERE NOT SAMPLED'
                   DELIMITED SIZE INTO DESIGN-REPORT-LINE
               WRITE DESIGN-REPORT-LINE
           END-IF
           CLOSE DESIGN-REPORT-FILE.

       7000-NEXT-RANDOM.
      *    Park-Miller minimal standard: state = state x 16807 mod
      *    (2**31 - 1). The product fits 15 digits.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * WS-RAND-MULTIPLIER
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'EXAMINER SAMPLE SELECTION COMPLETE'
           DISPLAY '  BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY '  SEED:                   ' WS-SEED
           DISPLAY '  DEPOSIT ROWS READ:      ' WS-DEPOSIT-READ
           DISPLAY '  TRUST ROWS READ:        ' WS-TRUST-READ
           DISPLAY '  STRATA:                 ' WS-STRATUM-COUNT
           DISPLAY '  SAMPLE ITEMS WRITTEN:   ' WS-ITEM-NO
           IF WS-STRATUM-OVERFLOW NOT = 0
               DISPLAY '  STRATUM TABLE FULL, ROWS NOT SAMPLED: '
                   WS-STRATUM-OVERFLOW
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'EXAM-SAMPLE-SELECT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
