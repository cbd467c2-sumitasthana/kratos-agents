      *================================================================*
      * PROGRAM: CONTROL-TOTAL-BALANCE
      * PURPOSE: Job-to-job control-total balancing. Every job in the
      *          insurance chain posts the record counts and dollar
      *          totals of what it read and wrote to the shared
      *          ledger (CTLLEDGR, see CONTROL-TOTAL.cpy); each
      *          validator foots its own file, but only this program
      *          proves the totals leaving one job arrived at the
      *          next. For the cycle business date it
      *            - walks the defined hand-offs (WS-HANDOFF-VALUES):
      *              the production output posting of a dataset
      *              against the named consumer's input posting of
      *              the same dataset -- count always, balance when
      *              both sides carry it, insured and uninsured when
      *              both foot them. Any difference is a BREAK. A
      *              consumer with no producer posting is a BREAK; a
      *              producer whose consumer has not run yet is
      *              AWAITING, not a break -- this program runs ahead
      *              of the regulatory jobs it gates, and is rerun
      *              after PART370-VALIDATE for the full proof;
      *            - proves each production output against its own
      *              input (CTT-BASIS-DATASET): the input count plus
      *              the records the job says it added less those it
      *              says it dropped must be the count written;
      *            - lists every explained difference (added and
      *              dropped records with the job's reason, input
      *              rejects) and every scenario posting, which is
      *              never balanced.
      *          The report (CTLBRPT) shows each hand-off and in-job
      *          proof, and the gating status (CTLBSTS, see
      *          CONTROL-BALANCE-STATUS.cpy) holds the downstream
      *          regulatory jobs on any break the same way RSLTVSTS
      *          does. A date with nothing posted at all is a break,
      *          not a clean balance.
      * REGULATION: 12 CFR 370.4 (recordkeeping accuracy); FDIC IT
      *             Guide v3.0 (data integrity controls)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-TOTAL-BALANCE.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO 'CTLLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTT-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO 'CTLBRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CONTROL-BALANCE-STATUS-FILE ASSIGN TO 'CTLBSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       FD  CONTROL-TOTAL-FILE.
           COPY CONTROL-TOTAL.

       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE       PIC X(132).

       FD  CONTROL-BALANCE-STATUS-FILE.
           COPY CONTROL-BALANCE-STATUS.

       WORKING-STORAGE SECTION.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-CTT-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-CBS-STATUS             PIC XX.
       01  WS-BUSINESS-DATE          PIC X(10).

      *--- Latest posting per job / dataset / direction / run type
      *--- for the business date ---
       01  WS-PST-COUNT              PIC 9(4) VALUE 0.
       01  WS-PST-MAX                PIC 9(4) VALUE 500.
       01  WS-PST-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-PST-REPLACED           PIC 9(5) VALUE 0.
       01  WS-PST-TABLE.
           05  WS-PS-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-PS-IDX.
               10  WS-PS-JOB-NAME    PIC X(24).
               10  WS-PS-DATASET     PIC X(10).
               10  WS-PS-DIRECTION   PIC X(1).
               10  WS-PS-RUN-TYPE    PIC X(1).
               10  WS-PS-LEVEL       PIC X(1).
               10  WS-PS-COUNT       PIC 9(9).
               10  WS-PS-BALANCE     PIC S9(15)V99.
               10  WS-PS-INSURED     PIC S9(15)V99.
               10  WS-PS-UNINSURED   PIC S9(15)V99.
               10  WS-PS-BASIS       PIC X(10).
               10  WS-PS-ADDED       PIC 9(9).
               10  WS-PS-ADDED-RSN   PIC X(20).
               10  WS-PS-DROPPED     PIC 9(9).
               10  WS-PS-DROPPED-RSN PIC X(20).

      *--- Defined hand-offs: dataset and the job that consumes it.
      *--- The producer is whichever job posted the dataset as
      *--- production output. ---
       01  WS-HANDOFF-VALUES.
           05  FILLER PIC X(10) VALUE 'ACCTFILE'.
           05  FILLER PIC X(24) VALUE 'ORC-ASSIGNMENT'.
           05  FILLER PIC X(10) VALUE 'ACCTFILE'.
           05  FILLER PIC X(24) VALUE 'DEPOSIT-ACCT-ENRICH'.
           05  FILLER PIC X(10) VALUE 'ACCTENR'.
           05  FILLER PIC X(24) VALUE 'DEPOSIT-INSURANCE-CALC'.
           05  FILLER PIC X(10) VALUE 'RSLSLC01'.
           05  FILLER PIC X(24) VALUE 'TRUST-RESULT-MERGE'.
           05  FILLER PIC X(10) VALUE 'RSLSLC02'.
           05  FILLER PIC X(24) VALUE 'TRUST-RESULT-MERGE'.
           05  FILLER PIC X(10) VALUE 'RSLSLC03'.
           05  FILLER PIC X(24) VALUE 'TRUST-RESULT-MERGE'.
           05  FILLER PIC X(10) VALUE 'RSLSLC04'.
           05  FILLER PIC X(24) VALUE 'TRUST-RESULT-MERGE'.
           05  FILLER PIC X(10) VALUE 'RSLTFILE'.
           05  FILLER PIC X(24) VALUE 'PART370-SUBMISSION'.
           05  FILLER PIC X(10) VALUE 'RESULTOUT'.
           05  FILLER PIC X(24) VALUE 'PART370-SUBMISSION'.
           05  FILLER PIC X(10) VALUE 'P370SUB'.
           05  FILLER PIC X(24) VALUE 'PART370-VALIDATE'.
       01  WS-HANDOFF-TABLE REDEFINES WS-HANDOFF-VALUES.
           05  WS-HO-ENTRY OCCURS 10 TIMES
                            INDEXED BY WS-HO-IDX.
               10  WS-HO-DATASET     PIC X(10).
               10  WS-HO-CONSUMER    PIC X(24).
       01  WS-HANDOFF-MAX            PIC 9(3) VALUE 10.

      *--- Work fields ---
       01  WS-PROD-SUB               PIC 9(4).
       01  WS-CONS-SUB               PIC 9(4).
       01  WS-BASIS-SUB              PIC 9(4).
       01  WS-RESULT                 PIC X(20).
       01  WS-EXPECTED-COUNT         PIC S9(11).

      *--- Totals ---
       01  WS-HANDOFF-PROVEN         PIC 9(3) VALUE 0.
       01  WS-HANDOFF-AWAITING       PIC 9(3) VALUE 0.
       01  WS-HANDOFF-NOT-RUN        PIC 9(3) VALUE 0.
       01  WS-INJOB-PROVEN           PIC 9(5) VALUE 0.
       01  WS-BREAK-COUNT            PIC 9(5) VALUE 0.
       01  WS-EXPLAINED-COUNT        PIC 9(5) VALUE 0.
       01  WS-SCENARIO-COUNT         PIC 9(5) VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                PIC X(34)
               VALUE 'JOB-TO-JOB CONTROL TOTAL BALANCING'.
           05  FILLER                PIC X(17)
               VALUE ' -- BUSINESS DATE'.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-H1-BUSINESS-DATE   PIC X(10).
       01  WS-HEADING-HANDOFF.
           05  FILLER                PIC X(11) VALUE 'DATASET'.
           05  FILLER                PIC X(25) VALUE 'FROM JOB'.
           05  FILLER                PIC X(25) VALUE 'TO JOB'.
           05  FILLER                PIC X(21) VALUE 'RESULT'.
           05  FILLER                PIC X(12) VALUE '  COUNT OUT'.
           05  FILLER                PIC X(11) VALUE '   COUNT IN'.
       01  WS-HANDOFF-LINE.
           05  WS-HL-DATASET         PIC X(10).
           05  FILLER                PIC X(1).
           05  WS-HL-PRODUCER        PIC X(24).
           05  FILLER                PIC X(1).
           05  WS-HL-CONSUMER        PIC X(24).
           05  FILLER                PIC X(1).
           05  WS-HL-RESULT          PIC X(20).
           05  FILLER                PIC X(1).
           05  WS-HL-COUNT-OUT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  WS-HL-COUNT-IN        PIC ZZZ,ZZZ,ZZ9.
       01  WS-AMOUNT-LINE.
           05  FILLER                PIC X(61).
           05  WS-AL-LABEL           PIC X(12).
           05  WS-AL-OUT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  WS-AL-IN              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-HEADING-INJOB.
           05  FILLER                PIC X(25) VALUE 'JOB'.
           05  FILLER                PIC X(11) VALUE 'OUTPUT'.
           05  FILLER                PIC X(11) VALUE 'BASIS'.
           05  FILLER                PIC X(19) VALUE 'RESULT'.
           05  FILLER                PIC X(11) VALUE 'BASIS COUNT'.
           05  FILLER                PIC X(14) VALUE '       + ADDED'.
           05  FILLER                PIC X(14) VALUE '     - DROPPED'.
           05  FILLER                PIC X(15) VALUE '     = EXPECTED'.
           05  FILLER                PIC X(12) VALUE '     WRITTEN'.
       01  WS-INJOB-LINE.
           05  WS-IJ-JOB-NAME        PIC X(24).
           05  FILLER                PIC X(1).
           05  WS-IJ-DATASET         PIC X(10).
           05  FILLER                PIC X(1).
           05  WS-IJ-BASIS           PIC X(10).
           05  FILLER                PIC X(1).
           05  WS-IJ-RESULT          PIC X(18).
           05  FILLER                PIC X(1).
           05  WS-IJ-BASIS-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(3).
           05  WS-IJ-ADDED           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(3).
           05  WS-IJ-DROPPED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(3).
           05  WS-IJ-EXPECTED        PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                PIC X(1).
           05  WS-IJ-WRITTEN         PIC ZZZ,ZZZ,ZZ9.
       01  WS-HEADING-EXPLAIN.
           05  FILLER                PIC X(25) VALUE 'JOB'.
           05  FILLER                PIC X(11) VALUE 'DATASET'.
           05  FILLER                PIC X(7) VALUE 'DIR'.
           05  FILLER                PIC X(11) VALUE 'KIND'.
           05  FILLER                PIC X(13) VALUE '    RECORDS  '.
           05  FILLER                PIC X(20) VALUE 'REASON'.
       01  WS-EXPLAIN-LINE.
           05  WS-EL-JOB-NAME        PIC X(24).
           05  FILLER                PIC X(1).
           05  WS-EL-DATASET         PIC X(10).
           05  FILLER                PIC X(1).
           05  WS-EL-DIRECTION       PIC X(6).
           05  FILLER                PIC X(1).
           05  WS-EL-KIND            PIC X(10).
           05  FILLER                PIC X(1).
           05  WS-EL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2).
           05  WS-EL-REASON          PIC X(20).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(40).
           05  WS-TL-COUNT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-HANDOFFS
           PERFORM 3000-CHECK-IN-JOB
           PERFORM 4000-LIST-EXPLAINED
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-POSTINGS
           OPEN OUTPUT BALANCE-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-H1-BUSINESS-DATE
           WRITE BALANCE-REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock -- so a rerun after midnight balances the
      *    same cycle's postings.
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

       1200-LOAD-POSTINGS.
      *    No ledger at all means nothing posted -- reported as a
      *    break below, never a clean balance. The ledger is in
      *    posting order, so a rerun's posting replaces the
      *    original run's.
           OPEN INPUT CONTROL-TOTAL-FILE
           IF WS-CTT-STATUS NOT = '00'
               DISPLAY 'NO CONTROL TOTAL LEDGER (CTLLEDGR): '
                        WS-CTT-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CTT-STATUS NOT = '00'
               READ CONTROL-TOTAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CTT-BUSINESS-DATE = WS-BUSINESS-DATE
                           PERFORM 1210-STAGE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-TOTAL-FILE
           IF WS-PST-OVERFLOW NOT = 0
               DISPLAY 'POSTING TABLE FULL -- ' WS-PST-OVERFLOW
                        ' POSTING(S) NOT BALANCED.'
           END-IF.

       1210-STAGE-ONE-POSTING.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PST-COUNT
               IF WS-PS-JOB-NAME(WS-PS-IDX) = CTT-JOB-NAME
                   AND WS-PS-DATASET(WS-PS-IDX) = CTT-DATASET
                   AND WS-PS-DIRECTION(WS-PS-IDX) = CTT-DIRECTION
                   AND WS-PS-RUN-TYPE(WS-PS-IDX) = CTT-RUN-TYPE
                   ADD 1 TO WS-PST-REPLACED
                   PERFORM 1220-MOVE-POSTING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PST-COUNT < WS-PST-MAX
               ADD 1 TO WS-PST-COUNT
               SET WS-PS-IDX TO WS-PST-COUNT
               PERFORM 1220-MOVE-POSTING
           ELSE
               ADD 1 TO WS-PST-OVERFLOW
           END-IF.

       1220-MOVE-POSTING.
           MOVE CTT-JOB-NAME        TO WS-PS-JOB-NAME(WS-PS-IDX)
           MOVE CTT-DATASET         TO WS-PS-DATASET(WS-PS-IDX)
           MOVE CTT-DIRECTION       TO WS-PS-DIRECTION(WS-PS-IDX)
           MOVE CTT-RUN-TYPE        TO WS-PS-RUN-TYPE(WS-PS-IDX)
           MOVE CTT-AMOUNT-LEVEL    TO WS-PS-LEVEL(WS-PS-IDX)
           MOVE CTT-RECORD-COUNT    TO WS-PS-COUNT(WS-PS-IDX)
           MOVE CTT-BALANCE-TOTAL   TO WS-PS-BALANCE(WS-PS-IDX)
           MOVE CTT-INSURED-TOTAL   TO WS-PS-INSURED(WS-PS-IDX)
           MOVE CTT-UNINSURED-TOTAL TO WS-PS-UNINSURED(WS-PS-IDX)
           MOVE CTT-BASIS-DATASET   TO WS-PS-BASIS(WS-PS-IDX)
           MOVE CTT-ADDED-COUNT     TO WS-PS-ADDED(WS-PS-IDX)
           MOVE CTT-ADDED-REASON    TO WS-PS-ADDED-RSN(WS-PS-IDX)
           MOVE CTT-DROPPED-COUNT   TO WS-PS-DROPPED(WS-PS-IDX)
           MOVE CTT-DROPPED-REASON  TO WS-PS-DROPPED-RSN(WS-PS-IDX).

       2000-CHECK-HANDOFFS.
           MOVE 'HAND-OFFS BETWEEN JOBS' TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE FROM WS-HEADING-HANDOFF
           PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                   UNTIL WS-HO-IDX > WS-HANDOFF-MAX
               PERFORM 2100-CHECK-ONE-HANDOFF
           END-PERFORM
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE.

       2100-CHECK-ONE-HANDOFF.
           MOVE 0 TO WS-PROD-SUB
           MOVE 0 TO WS-CONS-SUB
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PST-COUNT
               IF WS-PS-DATASET(WS-PS-IDX) = WS-HO-DATASET(WS-HO-IDX)
                   AND WS-PS-RUN-TYPE(WS-PS-IDX) = 'P'
                   IF WS-PS-DIRECTION(WS-PS-IDX) = 'O'
                       SET WS-PROD-SUB TO WS-PS-IDX
                   END-IF
                   IF WS-PS-DIRECTION(WS-PS-IDX) = 'I'
                       AND WS-PS-JOB-NAME(WS-PS-IDX)
                           = WS-HO-CONSUMER(WS-HO-IDX)
                       SET WS-CONS-SUB TO WS-PS-IDX
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-HANDOFF-LINE
           MOVE WS-HO-DATASET(WS-HO-IDX) TO WS-HL-DATASET
           MOVE WS-HO-CONSUMER(WS-HO-IDX) TO WS-HL-CONSUMER
           IF WS-PROD-SUB > 0
               MOVE WS-PS-JOB-NAME(WS-PROD-SUB) TO WS-HL-PRODUCER
               MOVE WS-PS-COUNT(WS-PROD-SUB) TO WS-HL-COUNT-OUT
           END-IF
           IF WS-CONS-SUB > 0
               MOVE WS-PS-COUNT(WS-CONS-SUB) TO WS-HL-COUNT-IN
           END-IF
           EVALUATE TRUE
               WHEN WS-PROD-SUB = 0 AND WS-CONS-SUB = 0
                   ADD 1 TO WS-HANDOFF-NOT-RUN
                   MOVE 'NOT RUN' TO WS-HL-RESULT
               WHEN WS-CONS-SUB = 0
                   ADD 1 TO WS-HANDOFF-AWAITING
                   MOVE 'AWAITING CONSUMER' TO WS-HL-RESULT
               WHEN WS-PROD-SUB = 0
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE '*** NO PRODUCER' TO WS-HL-RESULT
               WHEN OTHER
                   PERFORM 2110-COMPARE-HANDOFF
                   MOVE WS-RESULT TO WS-HL-RESULT
           END-EVALUATE
           WRITE BALANCE-REPORT-LINE FROM WS-HANDOFF-LINE
           IF WS-PROD-SUB > 0 AND WS-CONS-SUB > 0
               PERFORM 2120-WRITE-HANDOFF-AMOUNTS
           END-IF.

       2110-COMPARE-HANDOFF.
      *    The first difference found names the line. Amounts are
      *    compared only where both sides foot them.
           MOVE 'BALANCED' TO WS-RESULT
           EVALUATE TRUE
               WHEN WS-PS-COUNT(WS-PROD-SUB)
                       NOT = WS-PS-COUNT(WS-CONS-SUB)
                   MOVE '*** COUNT BREAK' TO WS-RESULT
               WHEN WS-PS-LEVEL(WS-PROD-SUB) = 'C'
                   OR WS-PS-LEVEL(WS-CONS-SUB) = 'C'
                   CONTINUE
               WHEN WS-PS-BALANCE(WS-PROD-SUB)
                       NOT = WS-PS-BALANCE(WS-CONS-SUB)
                   MOVE '*** BALANCE BREAK' TO WS-RESULT
               WHEN WS-PS-LEVEL(WS-PROD-SUB) NOT = 'A'
                   OR WS-PS-LEVEL(WS-CONS-SUB) NOT = 'A'
                   CONTINUE
               WHEN WS-PS-INSURED(WS-PROD-SUB)
                       NOT = WS-PS-INSURED(WS-CONS-SUB)
                   MOVE '*** INSURED BREAK' TO WS-RESULT
               WHEN WS-PS-UNINSURED(WS-PROD-SUB)
                       NOT = WS-PS-UNINSURED(WS-CONS-SUB)
                   MOVE '*** UNINSURED BREAK' TO WS-RESULT
           END-EVALUATE
           IF WS-RESULT = 'BALANCED'
               ADD 1 TO WS-HANDOFF-PROVEN
           ELSE
               ADD 1 TO WS-BREAK-COUNT
           END-IF.

       2120-WRITE-HANDOFF-AMOUNTS.
           IF WS-PS-LEVEL(WS-PROD-SUB) = 'C'
               OR WS-PS-LEVEL(WS-CONS-SUB) = 'C'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE 'BALANCE' TO WS-AL-LABEL
           MOVE WS-PS-BALANCE(WS-PROD-SUB) TO WS-AL-OUT
           MOVE WS-PS-BALANCE(WS-CONS-SUB) TO WS-AL-IN
           WRITE BALANCE-REPORT-LINE FROM WS-AMOUNT-LINE
           IF WS-PS-LEVEL(WS-PROD-SUB) NOT = 'A'
               OR WS-PS-LEVEL(WS-CONS-SUB) NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           MOVE 'INSURED' TO WS-AL-LABEL
           MOVE WS-PS-INSURED(WS-PROD-SUB) TO WS-AL-OUT
           MOVE WS-PS-INSURED(WS-CONS-SUB) TO WS-AL-IN
           WRITE BALANCE-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'UNINSURED' TO WS-AL-LABEL
           MOVE WS-PS-UNINSURED(WS-PROD-SUB) TO WS-AL-OUT
           MOVE WS-PS-UNINSURED(WS-CONS-SUB) TO WS-AL-IN
           WRITE BALANCE-REPORT-LINE FROM WS-AMOUNT-LINE.

       3000-CHECK-IN-JOB.
           MOVE 'OUTPUT AGAINST INPUT WITHIN EACH JOB'
             TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE FROM WS-HEADING-INJOB
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PST-COUNT
               IF WS-PS-DIRECTION(WS-PS-IDX) = 'O'
                   AND WS-PS-RUN-TYPE(WS-PS-IDX) = 'P'
                   AND WS-PS-BASIS(WS-PS-IDX) NOT = SPACES
                   SET WS-PROD-SUB TO WS-PS-IDX
                   PERFORM 3100-CHECK-ONE-OUTPUT
               END-IF
           END-PERFORM
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE.

       3100-CHECK-ONE-OUTPUT.
      *    The basis is the same job's production input posting of
      *    the named dataset; without it the output is unproven.
           MOVE 0 TO WS-BASIS-SUB
           PERFORM VARYING WS-BASIS-SUB FROM 1 BY 1
                   UNTIL WS-BASIS-SUB > WS-PST-COUNT
               IF WS-PS-JOB-NAME(WS-BASIS-SUB)
                       = WS-PS-JOB-NAME(WS-PROD-SUB)
                   AND WS-PS-DATASET(WS-BASIS-SUB)
                       = WS-PS-BASIS(WS-PROD-SUB)
                   AND WS-PS-DIRECTION(WS-BASIS-SUB) = 'I'
                   AND WS-PS-RUN-TYPE(WS-BASIS-SUB) = 'P'
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-INJOB-LINE
           MOVE WS-PS-JOB-NAME(WS-PROD-SUB) TO WS-IJ-JOB-NAME
           MOVE WS-PS-DATASET(WS-PROD-SUB) TO WS-IJ-DATASET
           MOVE WS-PS-BASIS(WS-PROD-SUB) TO WS-IJ-BASIS
           MOVE WS-PS-ADDED(WS-PROD-SUB) TO WS-IJ-ADDED
           MOVE WS-PS-DROPPED(WS-PROD-SUB) TO WS-IJ-DROPPED
           MOVE WS-PS-COUNT(WS-PROD-SUB) TO WS-IJ-WRITTEN
           IF WS-BASIS-SUB > WS-PST-COUNT
               ADD 1 TO WS-BREAK-COUNT
               MOVE '*** NO BASIS INPUT' TO WS-IJ-RESULT
               WRITE BALANCE-REPORT-LINE FROM WS-INJOB-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXPECTED-COUNT = WS-PS-COUNT(WS-BASIS-SUB)
                                     + WS-PS-ADDED(WS-PROD-SUB)
                                     - WS-PS-DROPPED(WS-PROD-SUB)
           MOVE WS-PS-COUNT(WS-BASIS-SUB) TO WS-IJ-BASIS-COUNT
           MOVE WS-EXPECTED-COUNT TO WS-IJ-EXPECTED
           IF WS-EXPECTED-COUNT = WS-PS-COUNT(WS-PROD-SUB)
               ADD 1 TO WS-INJOB-PROVEN
               MOVE 'BALANCED' TO WS-IJ-RESULT
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               MOVE '*** COUNT BREAK' TO WS-IJ-RESULT
           END-IF
           WRITE BALANCE-REPORT-LINE FROM WS-INJOB-LINE.

       4000-LIST-EXPLAINED.
      *    Records a job says it added or dropped, input it
      *    rejected, and every scenario posting -- none of these is
      *    a break, but each is shown so the reviewer sees why the
      *    counts move.
           MOVE 'EXPLAINED DIFFERENCES AND SCENARIO POSTINGS'
             TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE FROM WS-HEADING-EXPLAIN
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PST-COUNT
               PERFORM 4100-LIST-ONE-POSTING
           END-PERFORM.

       4100-LIST-ONE-POSTING.
           MOVE SPACES TO WS-EXPLAIN-LINE
           MOVE WS-PS-JOB-NAME(WS-PS-IDX) TO WS-EL-JOB-NAME
           MOVE WS-PS-DATASET(WS-PS-IDX) TO WS-EL-DATASET
           IF WS-PS-DIRECTION(WS-PS-IDX) = 'I'
               MOVE 'IN' TO WS-EL-DIRECTION
           ELSE
               MOVE 'OUT' TO WS-EL-DIRECTION
           END-IF
           IF WS-PS-RUN-TYPE(WS-PS-IDX) = 'S'
               ADD 1 TO WS-SCENARIO-COUNT
               MOVE 'SCENARIO' TO WS-EL-KIND
               MOVE WS-PS-COUNT(WS-PS-IDX) TO WS-EL-COUNT
               MOVE 'NOT BALANCED' TO WS-EL-REASON
               WRITE BALANCE-REPORT-LINE FROM WS-EXPLAIN-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-PS-ADDED(WS-PS-IDX) > 0
               ADD 1 TO WS-EXPLAINED-COUNT
               MOVE 'ADDED' TO WS-EL-KIND
               MOVE WS-PS-ADDED(WS-PS-IDX) TO WS-EL-COUNT
               MOVE WS-PS-ADDED-RSN(WS-PS-IDX) TO WS-EL-REASON
               WRITE BALANCE-REPORT-LINE FROM WS-EXPLAIN-LINE
           END-IF
           IF WS-PS-DROPPED(WS-PS-IDX) > 0
               ADD 1 TO WS-EXPLAINED-COUNT
               IF WS-PS-DIRECTION(WS-PS-IDX) = 'I'
                   MOVE 'REJECTED' TO WS-EL-KIND
               ELSE
                   MOVE 'DROPPED' TO WS-EL-KIND
               END-IF
               MOVE WS-PS-DROPPED(WS-PS-IDX) TO WS-EL-COUNT
               MOVE WS-PS-DROPPED-RSN(WS-PS-IDX) TO WS-EL-REASON
               WRITE BALANCE-REPORT-LINE FROM WS-EXPLAIN-LINE
           END-IF.

       9000-FINALIZE.
      *    Nothing posted for the date is a break, not a clean
      *    balance -- there is nothing to have proven.
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           IF WS-PST-COUNT = 0
               ADD 1 TO WS-BREAK-COUNT
               MOVE '*** NO CONTROL TOTALS POSTED FOR THE BUSINESS '
                 TO BALANCE-REPORT-LINE
               MOVE 'DATE' TO BALANCE-REPORT-LINE(47:4)
               WRITE BALANCE-REPORT-LINE
           END-IF
           IF WS-PST-OVERFLOW NOT = 0
               ADD 1 TO WS-BREAK-COUNT
               MOVE '*** POSTING TABLE FULL -- POSTINGS NOT BALANCED'
                 TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'POSTINGS FOR THE BUSINESS DATE' TO WS-TL-LABEL
           MOVE WS-PST-COUNT TO WS-TL-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  SUPERSEDED BY A RERUN' TO WS-TL-LABEL
           MOVE WS-PST-REPLACED TO WS-TL-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HAND-OFFS PROVEN' TO WS-TL-LABEL
           MOVE WS-HANDOFF-PROVEN TO WS-TL-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HAND-OFFS AWAITING CONSUMER' TO WS-TL-LABEL
           MOVE WS-HANDOFF-AWAITING TO WS-TL-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HAND-OFFS NOT RUN' TO WS-TL-LABEL
           MOVE WS-HANDOFF-NOT-RUN TO WS-TL-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'IN-JOB OUTPUTS PROVEN' TO WS-TL-LABEL
           MOVE WS-INJOB-PROVEN TO WS-TL-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EXPLAINED DIFFERENCES' TO WS-TL-LABEL
           MOVE WS-EXPLAINED-COUNT TO WS-TL-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SCENARIO POSTINGS' TO WS-TL-LABEL
           MOVE WS-SCENARIO-COUNT TO WS-TL-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BREAKS' TO WS-TL-LABEL
           MOVE WS-BREAK-COUNT TO WS-TL-COUNT
           WRITE BALANCE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           IF WS-BREAK-COUNT = 0
               MOVE 'CONTROL TOTALS IN BALANCE -- DOWNSTREAM JOBS MAY '
                 TO BALANCE-REPORT-LINE
               MOVE 'RUN' TO BALANCE-REPORT-LINE(50:3)
           ELSE
               MOVE 'CONTROL TOTALS OUT OF BALANCE -- DOWNSTREAM JOBS '
                 TO BALANCE-REPORT-LINE
               MOVE 'ARE HELD' TO BALANCE-REPORT-LINE(50:8)
           END-IF
           WRITE BALANCE-REPORT-LINE
           CLOSE BALANCE-REPORT-FILE
           OPEN OUTPUT CONTROL-BALANCE-STATUS-FILE
           MOVE SPACES TO CONTROL-BALANCE-STATUS-REC
           IF WS-BREAK-COUNT = 0
               SET CBS-BALANCED TO TRUE
           ELSE
               SET CBS-BREAK TO TRUE
           END-IF
           MOVE WS-BUSINESS-DATE   TO CBS-RUN-DATE
           MOVE WS-BREAK-COUNT     TO CBS-BREAK-COUNT
           MOVE WS-EXPLAINED-COUNT TO CBS-EXPLAINED-COUNT
           MOVE WS-HANDOFF-PROVEN  TO CBS-HANDOFF-COUNT
           WRITE CONTROL-BALANCE-STATUS-REC
           CLOSE CONTROL-BALANCE-STATUS-FILE
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'CONTROL TOTAL BALANCING COMPLETE'
           DISPLAY '  BUSINESS DATE:       ' WS-BUSINESS-DATE
           DISPLAY '  POSTINGS:            ' WS-PST-COUNT
           DISPLAY '  HAND-OFFS PROVEN:    ' WS-HANDOFF-PROVEN
           DISPLAY '  HAND-OFFS AWAITING:  ' WS-HANDOFF-AWAITING
           DISPLAY '  IN-JOB PROVEN:       ' WS-INJOB-PROVEN
           DISPLAY '  EXPLAINED:           ' WS-EXPLAINED-COUNT
           DISPLAY '  BREAKS:              ' WS-BREAK-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'CONTROL-TOTAL-BALANCE' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
