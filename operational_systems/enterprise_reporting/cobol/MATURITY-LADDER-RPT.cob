      *================================================================*
      * PROGRAM: MATURITY-LADDER-RPT
      * PURPOSE: Monthly uninsured time-deposit maturity ladder for
      *          Treasury liquidity planning. The uninsured portion
      *          of a CD can walk out the door the day it matures;
      *          until ACCOUNT-MASTER carried the maturity date,
      *          original term, and rate, nobody could say when.
      *          ACCTFILE and RSLTFILE are both sorted by account
      *          number and matched in one balanced-line pass; each
      *          account with a stated maturity and an uninsured
      *          amount on RSLTFILE is laddered by days remaining
      *          from the business date:
      *            0-30, 31-90, 91-180, 181-365, over 365
      *          per covered institution and ORC, with institution
      *          totals. A maturity already passed (the CD has not
      *          yet renewed or paid out) is money on demand and
      *          falls in the 0-30 bucket. The report (LADRRPT) then
      *          lists, per institution, the largest uninsured
      *          positions maturing in the next 30 days with the
      *          relationship manager from RMASSIGN, for outreach
      *          ahead of the maturity date (N from LADRPARM,
      *          twenty-five by default).
      * REGULATION: FDIC IT Guide v3.0 (liquidity monitoring support)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-BLOCKED-FLAG (sanctions-blocked accounts;
      *               record 202 -> 203 bytes).
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATURITY-LADDER-RPT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-RESULT-FILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSLT-STATUS.
           SELECT RSLT-SORT-FILE ASSIGN TO 'LADWK01'.
           SELECT SORTED-RSLT-FILE ASSIGN TO 'LADRSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRSL-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCT-SORT-FILE ASSIGN TO 'LADWK02'.
           SELECT SORTED-ACCT-FILE ASSIGN TO 'LADASRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SACC-STATUS.
           SELECT RM-ASSIGNMENT-FILE ASSIGN TO 'RMASSIGN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMA-STATUS.
           SELECT LADDER-PARM-FILE ASSIGN TO 'LADRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LADDER-REPORT-FILE ASSIGN TO 'LADRRPT'
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

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       FD  DEPOSIT-RESULT-FILE.
       01  DRSLT-RECORD              PIC X(203).

       SD  RSLT-SORT-FILE.
       01  RSRT-REC.
           05  RSRT-ACCT-NUMBER      PIC X(20).
           05  FILLER                PIC X(183).

       FD  SORTED-RSLT-FILE.
       01  SRSL-RECORD.
           05  SRSL-ACCT-NUMBER      PIC X(20).
           05  SRSL-DEPOSITOR-ID     PIC X(15).
           05  SRSL-INSTITUTION-ID   PIC X(5).
           05  SRSL-ORC-TYPE         PIC X(4).
           05  SRSL-BALANCE          PIC S9(13)V99.
           05  SRSL-INSURED-AMT      PIC S9(13)V99.
           05  SRSL-UNINSURED-AMT    PIC S9(13)V99.
           05  FILLER                PIC X(114).

       FD  ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       SD  ACCT-SORT-FILE.
       01  ASRT-REC.
           05  ASRT-ACCT-NUMBER      PIC X(20).
           05  FILLER                PIC X(225).

       FD  SORTED-ACCT-FILE.
           COPY ACCOUNT-MASTER
               REPLACING ==ACCT-MASTER-REC== BY ==SACC-RECORD==.

       FD  RM-ASSIGNMENT-FILE.
           COPY RM-ASSIGNMENT.

       FD  LADDER-PARM-FILE.
       01  LADDER-PARM-REC.
           05  LADP-TOP-N            PIC 9(3).
           05  FILLER                PIC X(17).

       FD  LADDER-REPORT-FILE.
       01  LADDER-REPORT-LINE        PIC X(132).

       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-SRSL-STATUS            PIC XX.
       01  WS-ACCT-STATUS            PIC XX.
       01  WS-SACC-STATUS            PIC XX.
       01  WS-RMA-STATUS             PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-SRSL-EOF               PIC X VALUE 'N'.
           88  SRSL-EOF              VALUE 'Y'.
       01  WS-SACC-EOF               PIC X VALUE 'N'.
           88  SACC-EOF              VALUE 'Y'.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
      *    The literal is the emergency fallback if LADRPARM can't
      *    be read.
       01  WS-TOP-N                  PIC 9(3) VALUE 025.

      *--- Days-to-maturity work fields ---
       01  WS-BUSDATE-NUM            PIC 9(8).
       01  WS-MATURITY-NUM           PIC 9(8).
       01  WS-DAYS-TO-MATURITY       PIC S9(7).
       01  WS-BUCKET                 PIC 9(1).

      *--- Relationship managers, loaded once ---
       01  WS-RM-COUNT               PIC 9(5) VALUE 0.
       01  WS-RM-MAX                 PIC 9(5) VALUE 10000.
       01  WS-RM-TABLE.
           05  WS-RM-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-RM-IDX.
               10  WS-RM-DEPOSITOR-ID PIC X(15).
               10  WS-RM-ID          PIC X(8).
               10  WS-RM-NAME        PIC X(30).

      *--- Ladder per covered institution + ORC ---
       01  WS-LADDER-COUNT           PIC 9(3) VALUE 0.
       01  WS-LADDER-MAX             PIC 9(3) VALUE 300.
       01  WS-LADDER-OVERFLOW        PIC 9(7) VALUE 0.
       01  WS-LADDER-IDX-SAVE        PIC 9(3).
       01  WS-LOOKUP-INST            PIC X(5).
       01  WS-LOOKUP-ORC             PIC X(4).
       01  WS-LADDER-TABLE.
           05  WS-LD-ENTRY OCCURS 300 TIMES
                            INDEXED BY WS-LD-IDX.
               10  WS-LD-INSTITUTION PIC X(5).
               10  WS-LD-ORC-TYPE    PIC X(4).
               10  WS-LD-BUCKET-AMT  PIC S9(15)V99 OCCURS 5 TIMES.
               10  WS-LD-TOTAL-AMT   PIC S9(15)V99.

      *--- Distinct institutions seen, for the report breaks ---
       01  WS-INST-COUNT             PIC 9(2) VALUE 0.
       01  WS-INST-MAX               PIC 9(2) VALUE 20.
       01  WS-INST-IDX-SAVE          PIC 9(2).
       01  WS-INST-TABLE.
           05  WS-IN-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-IN-IDX.
               10  WS-IN-INSTITUTION PIC X(5).
               10  WS-IN-BUCKET-AMT  PIC S9(15)V99 OCCURS 5 TIMES.
               10  WS-IN-TOTAL-AMT   PIC S9(15)V99.
       01  WS-CURRENT-INST           PIC X(5).

      *--- Positions maturing in the next 30 days ---
       01  WS-NEAR-COUNT             PIC 9(5) VALUE 0.
       01  WS-NEAR-MAX               PIC 9(5) VALUE 5000.
       01  WS-NEAR-OVERFLOW          PIC 9(7) VALUE 0.
       01  WS-NEAR-TABLE.
           05  WS-NR-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-NR-IDX.
               10  WS-NR-INSTITUTION PIC X(5).
               10  WS-NR-ACCT-NUMBER PIC X(20).
               10  WS-NR-DEPOSITOR-ID PIC X(15).
               10  WS-NR-ORC-TYPE    PIC X(4).
               10  WS-NR-MATURITY-DATE PIC X(10).
               10  WS-NR-DAYS        PIC S9(7).
               10  WS-NR-RATE        PIC 9(2)V9(4).
               10  WS-NR-UNINSURED   PIC S9(13)V99.
               10  WS-NR-REPORTED    PIC X(1).

      *--- Top-N selection work fields ---
       01  WS-RANK                   PIC 9(3).
       01  WS-SCAN-SUB               PIC 9(5).
       01  WS-BEST-IDX               PIC 9(5).
       01  WS-BEST-UNINS             PIC S9(13)V99.
       01  WS-BUCKET-SUB             PIC 9(1).

       01  WS-MATCHED-COUNT          PIC 9(9) VALUE 0.
       01  WS-LADDERED-COUNT         PIC 9(9) VALUE 0.
       01  WS-NO-MASTER-COUNT        PIC 9(9) VALUE 0.
       01  WS-BAD-MATURITY-COUNT     PIC 9(9) VALUE 0.

       01  LADDER-HEADING-LINE.
           05  FILLER PIC X(6)  VALUE 'INST'.
           05  FILLER PIC X(6)  VALUE 'ORC'.
           05  FILLER PIC X(19) VALUE '        0-30 DAYS'.
           05  FILLER PIC X(19) VALUE '       31-90 DAYS'.
           05  FILLER PIC X(19) VALUE '      91-180 DAYS'.
           05  FILLER PIC X(19) VALUE '     181-365 DAYS'.
           05  FILLER PIC X(19) VALUE '    OVER 365 DAYS'.
           05  FILLER PIC X(18) VALUE '            TOTAL'.

       01  LADDER-DETAIL-LINE.
           05  LDL-INSTITUTION       PIC X(6).
           05  LDL-ORC               PIC X(6).
           05  LDL-BUCKET-ENTRY OCCURS 5 TIMES.
               10  LDL-BUCKET-AMT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER            PIC X(1).
           05  LDL-TOTAL-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  NEAR-DETAIL-LINE.
           05  NDL-RANK              PIC ZZ9.
           05  FILLER                PIC X(2).
           05  NDL-ACCT-NUMBER       PIC X(21).
           05  NDL-DEPOSITOR-ID      PIC X(16).
           05  NDL-ORC               PIC X(5).
           05  NDL-MATURITY-DATE     PIC X(11).
           05  NDL-DAYS              PIC ZZZ9-.
           05  FILLER                PIC X(1).
           05  NDL-RATE              PIC Z9.9999.
           05  FILLER                PIC X(1).
           05  NDL-UNINSURED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(2).
           05  NDL-RM-ID             PIC X(9).
           05  NDL-RM-NAME           PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ACCOUNTS
               UNTIL SRSL-EOF
           PERFORM 4000-WRITE-LADDER
           PERFORM 5000-WRITE-OUTREACH
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1040-CHECK-RSLT-VALIDATE
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-PARM
           PERFORM 1300-LOAD-RM-ASSIGNMENTS
           MOVE WS-BUSINESS-DATE(1:4) TO WS-BUSDATE-NUM(1:4)
           MOVE WS-BUSINESS-DATE(6:2) TO WS-BUSDATE-NUM(5:2)
           MOVE WS-BUSINESS-DATE(9:2) TO WS-BUSDATE-NUM(7:2)
           SORT RSLT-SORT-FILE
               ON ASCENDING KEY RSRT-ACCT-NUMBER
               USING DEPOSIT-RESULT-FILE
               GIVING SORTED-RSLT-FILE
           SORT ACCT-SORT-FILE
               ON ASCENDING KEY ASRT-ACCT-NUMBER
               USING ACCOUNT-FILE
               GIVING SORTED-ACCT-FILE
           OPEN INPUT SORTED-RSLT-FILE
           OPEN INPUT SORTED-ACCT-FILE
           OPEN OUTPUT LADDER-REPORT-FILE
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING 'UNINSURED TIME-DEPOSIT MATURITY LADDER -- '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE
           MOVE SPACES TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE
           READ SORTED-RSLT-FILE
               AT END SET SRSL-EOF TO TRUE
           END-READ
           READ SORTED-ACCT-FILE
               AT END SET SACC-EOF TO TRUE
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

       1100-READ-RUN-CONTROL.
      *    The business date comes from the run-control file written
      *    by CYCLE-OPEN -- never the system clock -- and the run
      *    refuses to start until the deposit calc shows complete
      *    for the same business date.
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

       1200-LOAD-PARM.
           OPEN INPUT LADDER-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ LADDER-PARM-FILE
                   NOT AT END
                       IF LADP-TOP-N > 0
                           MOVE LADP-TOP-N TO WS-TOP-N
                       END-IF
               END-READ
               CLOSE LADDER-PARM-FILE
           END-IF.

       1300-LOAD-RM-ASSIGNMENTS.
      *    A depositor with no assignment prints UNASSIGNED and is
      *    worked from the retention program's unassigned queue.
           OPEN INPUT RM-ASSIGNMENT-FILE
           IF WS-RMA-STATUS = '00'
               PERFORM UNTIL WS-RMA-STATUS NOT = '00'
                   READ RM-ASSIGNMENT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-RM-COUNT < WS-RM-MAX
                               ADD 1 TO WS-RM-COUNT
                               SET WS-RM-IDX TO WS-RM-COUNT
                               MOVE RMA-DEPOSITOR-ID TO
                                   WS-RM-DEPOSITOR-ID(WS-RM-IDX)
                               MOVE RMA-RM-ID TO
                                   WS-RM-ID(WS-RM-IDX)
                               MOVE RMA-RM-NAME TO
                                   WS-RM-NAME(WS-RM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RM-ASSIGNMENT-FILE
           END-IF.

       2000-MATCH-ACCOUNTS.
      *    Balanced-line match on account number, as in
      *    PRODUCT-RULE-IMPACT. A result with no master record is
      *    counted and skipped -- it has no maturity to ladder.
           EVALUATE TRUE
               WHEN SACC-EOF
                   ADD 1 TO WS-NO-MASTER-COUNT
                   PERFORM 2900-READ-RESULT
               WHEN SRSL-ACCT-NUMBER < ACCT-NUMBER OF SACC-RECORD
                   ADD 1 TO WS-NO-MASTER-COUNT
                   PERFORM 2900-READ-RESULT
               WHEN SRSL-ACCT-NUMBER > ACCT-NUMBER OF SACC-RECORD
                   READ SORTED-ACCT-FILE
                       AT END SET SACC-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-COUNT
                   IF SRSL-UNINSURED-AMT > 0
                       AND ACCT-MATURITY-DATE OF SACC-RECORD
                           NOT = SPACES
                       PERFORM 2100-LADDER-POSITION
                   END-IF
                   PERFORM 2900-READ-RESULT
           END-EVALUATE.

       2100-LADDER-POSITION.
           IF ACCT-MATURITY-DATE OF SACC-RECORD(1:4) NOT NUMERIC
               OR ACCT-MATURITY-DATE OF SACC-RECORD(6:2) NOT NUMERIC
               OR ACCT-MATURITY-DATE OF SACC-RECORD(9:2) NOT NUMERIC
               ADD 1 TO WS-BAD-MATURITY-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-MATURITY-DATE OF SACC-RECORD(1:4)
               TO WS-MATURITY-NUM(1:4)
           MOVE ACCT-MATURITY-DATE OF SACC-RECORD(6:2)
               TO WS-MATURITY-NUM(5:2)
           MOVE ACCT-MATURITY-DATE OF SACC-RECORD(9:2)
               TO WS-MATURITY-NUM(7:2)
           IF WS-MATURITY-NUM(5:2) < '01'
               OR WS-MATURITY-NUM(5:2) > '12'
               OR WS-MATURITY-NUM(7:2) < '01'
               OR WS-MATURITY-NUM(7:2) > '31'
               ADD 1 TO WS-BAD-MATURITY-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-TO-MATURITY =
               FUNCTION INTEGER-OF-DATE(WS-MATURITY-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-BUSDATE-NUM)
           EVALUATE TRUE
               WHEN WS-DAYS-TO-MATURITY <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-TO-MATURITY <= 90
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-TO-MATURITY <= 180
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DAYS-TO-MATURITY <= 365
                   MOVE 4 TO WS-BUCKET
               WHEN OTHER
                   MOVE 5 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-LADDERED-COUNT
           MOVE SRSL-INSTITUTION-ID TO WS-LOOKUP-INST
           MOVE SRSL-ORC-TYPE TO WS-LOOKUP-ORC
           PERFORM 6000-FIND-OR-ADD-LADDER
           IF WS-LADDER-IDX-SAVE NOT = 0
               SET WS-LD-IDX TO WS-LADDER-IDX-SAVE
               ADD SRSL-UNINSURED-AMT
                   TO WS-LD-BUCKET-AMT(WS-LD-IDX, WS-BUCKET)
               ADD SRSL-UNINSURED-AMT TO WS-LD-TOTAL-AMT(WS-LD-IDX)
           END-IF
           PERFORM 6100-FIND-OR-ADD-INSTITUTION
           IF WS-INST-IDX-SAVE NOT = 0
               SET WS-IN-IDX TO WS-INST-IDX-SAVE
               ADD SRSL-UNINSURED-AMT
                   TO WS-IN-BUCKET-AMT(WS-IN-IDX, WS-BUCKET)
               ADD SRSL-UNINSURED-AMT TO WS-IN-TOTAL-AMT(WS-IN-IDX)
           END-IF
           IF WS-BUCKET = 1
               PERFORM 2200-ADD-NEAR-POSITION
           END-IF.

       2200-ADD-NEAR-POSITION.
           IF WS-NEAR-COUNT NOT < WS-NEAR-MAX
               ADD 1 TO WS-NEAR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEAR-COUNT
           SET WS-NR-IDX TO WS-NEAR-COUNT
           MOVE SRSL-INSTITUTION-ID TO WS-NR-INSTITUTION(WS-NR-IDX)
           MOVE SRSL-ACCT-NUMBER    TO WS-NR-ACCT-NUMBER(WS-NR-IDX)
           MOVE SRSL-DEPOSITOR-ID   TO WS-NR-DEPOSITOR-ID(WS-NR-IDX)
           MOVE SRSL-ORC-TYPE       TO WS-NR-ORC-TYPE(WS-NR-IDX)
           MOVE ACCT-MATURITY-DATE OF SACC-RECORD
               TO WS-NR-MATURITY-DATE(WS-NR-IDX)
           MOVE WS-DAYS-TO-MATURITY TO WS-NR-DAYS(WS-NR-IDX)
           MOVE 0 TO WS-NR-RATE(WS-NR-IDX)
           IF ACCT-INTEREST-RATE OF SACC-RECORD NUMERIC
               MOVE ACCT-INTEREST-RATE OF SACC-RECORD
                   TO WS-NR-RATE(WS-NR-IDX)
           END-IF
           MOVE SRSL-UNINSURED-AMT  TO WS-NR-UNINSURED(WS-NR-IDX)
           MOVE 'N' TO WS-NR-REPORTED(WS-NR-IDX).

       2900-READ-RESULT.
           READ SORTED-RSLT-FILE
               AT END SET SRSL-EOF TO TRUE
           END-READ.

       4000-WRITE-LADDER.
           MOVE 'UNINSURED TIME DEPOSITS BY DAYS TO MATURITY'
               TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE FROM LADDER-HEADING-LINE
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               MOVE WS-IN-INSTITUTION(WS-IN-IDX) TO WS-CURRENT-INST
               SET WS-LD-IDX TO 1
               PERFORM UNTIL WS-LD-IDX > WS-LADDER-COUNT
                   IF WS-LD-INSTITUTION(WS-LD-IDX) = WS-CURRENT-INST
                       PERFORM 4100-WRITE-LADDER-LINE
                   END-IF
                   SET WS-LD-IDX UP BY 1
               END-PERFORM
               PERFORM 4200-WRITE-INST-TOTAL
               SET WS-IN-IDX UP BY 1
           END-PERFORM.

       4100-WRITE-LADDER-LINE.
           MOVE SPACES TO LADDER-DETAIL-LINE
           MOVE WS-LD-INSTITUTION(WS-LD-IDX) TO LDL-INSTITUTION
           MOVE WS-LD-ORC-TYPE(WS-LD-IDX)    TO LDL-ORC
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               MOVE WS-LD-BUCKET-AMT(WS-LD-IDX, WS-BUCKET-SUB)
                   TO LDL-BUCKET-AMT(WS-BUCKET-SUB)
           END-PERFORM
           MOVE WS-LD-TOTAL-AMT(WS-LD-IDX) TO LDL-TOTAL-AMT
           MOVE LADDER-DETAIL-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE.

       4200-WRITE-INST-TOTAL.
           MOVE SPACES TO LADDER-DETAIL-LINE
           MOVE WS-IN-INSTITUTION(WS-IN-IDX) TO LDL-INSTITUTION
           MOVE 'TOTAL' TO LDL-ORC
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 5
               MOVE WS-IN-BUCKET-AMT(WS-IN-IDX, WS-BUCKET-SUB)
                   TO LDL-BUCKET-AMT(WS-BUCKET-SUB)
           END-PERFORM
           MOVE WS-IN-TOTAL-AMT(WS-IN-IDX) TO LDL-TOTAL-AMT
           MOVE LADDER-DETAIL-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE
           MOVE SPACES TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE.

       5000-WRITE-OUTREACH.
      *    Selection by repeated max-scan per institution, as in
      *    UNINSURED-CONC-RPT -- the near-term list is small.
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               MOVE WS-IN-INSTITUTION(WS-IN-IDX) TO WS-CURRENT-INST
               PERFORM 5100-WRITE-INST-OUTREACH
               SET WS-IN-IDX UP BY 1
           END-PERFORM.

       5100-WRITE-INST-OUTREACH.
           MOVE SPACES TO LADDER-REPORT-LINE
           STRING 'LARGEST UNINSURED POSITIONS MATURING IN 30 DAYS '
                  '-- INSTITUTION ' WS-CURRENT-INST
                  '  (MATURITY, DAYS, RATE, UNINSURED, RM)'
               DELIMITED SIZE INTO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE
           MOVE 1 TO WS-RANK
           PERFORM UNTIL WS-RANK > WS-TOP-N
               PERFORM 5200-SELECT-NEXT-LARGEST
               IF WS-BEST-IDX = 0
                   MOVE WS-TOP-N TO WS-RANK
               ELSE
                   PERFORM 5300-WRITE-NEAR-LINE
               END-IF
               ADD 1 TO WS-RANK
           END-PERFORM
           MOVE SPACES TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE.

       5200-SELECT-NEXT-LARGEST.
      *    Plain subscript scan so the winning position can be kept
      *    in a numeric item for the write paragraph.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-UNINS
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-NEAR-COUNT
               IF WS-NR-INSTITUTION(WS-SCAN-SUB) = WS-CURRENT-INST
                   AND WS-NR-REPORTED(WS-SCAN-SUB) NOT = 'Y'
                   AND WS-NR-UNINSURED(WS-SCAN-SUB) > WS-BEST-UNINS
                   MOVE WS-NR-UNINSURED(WS-SCAN-SUB)
                       TO WS-BEST-UNINS
                   MOVE WS-SCAN-SUB TO WS-BEST-IDX
               END-IF
           END-PERFORM.

       5300-WRITE-NEAR-LINE.
           MOVE 'Y' TO WS-NR-REPORTED(WS-BEST-IDX)
           MOVE SPACES TO NEAR-DETAIL-LINE
           MOVE WS-RANK TO NDL-RANK
           MOVE WS-NR-ACCT-NUMBER(WS-BEST-IDX)   TO NDL-ACCT-NUMBER
           MOVE WS-NR-DEPOSITOR-ID(WS-BEST-IDX)  TO NDL-DEPOSITOR-ID
           MOVE WS-NR-ORC-TYPE(WS-BEST-IDX)      TO NDL-ORC
           MOVE WS-NR-MATURITY-DATE(WS-BEST-IDX) TO NDL-MATURITY-DATE
           MOVE WS-NR-DAYS(WS-BEST-IDX)          TO NDL-DAYS
           MOVE WS-NR-RATE(WS-BEST-IDX)          TO NDL-RATE
           MOVE WS-NR-UNINSURED(WS-BEST-IDX)     TO NDL-UNINSURED
           MOVE 'UNASSIGNED' TO NDL-RM-ID
           SET WS-RM-IDX TO 1
           PERFORM UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-DEPOSITOR-ID(WS-RM-IDX)
                       = WS-NR-DEPOSITOR-ID(WS-BEST-IDX)
                   MOVE WS-RM-ID(WS-RM-IDX)   TO NDL-RM-ID
                   MOVE WS-RM-NAME(WS-RM-IDX) TO NDL-RM-NAME
                   SET WS-RM-IDX TO WS-RM-COUNT
               END-IF
               SET WS-RM-IDX UP BY 1
           END-PERFORM
           MOVE NEAR-DETAIL-LINE TO LADDER-REPORT-LINE
           WRITE LADDER-REPORT-LINE.

       6000-FIND-OR-ADD-LADDER.
      *    Linear find-or-insert on the ladder lines, same
      *    small-table convention used across the suite.
           MOVE 0 TO WS-LADDER-IDX-SAVE
           SET WS-LD-IDX TO 1
           PERFORM UNTIL WS-LD-IDX > WS-LADDER-COUNT
               IF WS-LD-INSTITUTION(WS-LD-IDX) = WS-LOOKUP-INST
                   AND WS-LD-ORC-TYPE(WS-LD-IDX) = WS-LOOKUP-ORC
                   SET WS-LADDER-IDX-SAVE TO WS-LD-IDX
                   SET WS-LD-IDX TO WS-LADDER-COUNT
               END-IF
               SET WS-LD-IDX UP BY 1
           END-PERFORM
           IF WS-LADDER-IDX-SAVE = 0
               IF WS-LADDER-COUNT < WS-LADDER-MAX
                   ADD 1 TO WS-LADDER-COUNT
                   SET WS-LD-IDX TO WS-LADDER-COUNT
                   SET WS-LADDER-IDX-SAVE TO WS-LADDER-COUNT
                   MOVE WS-LOOKUP-INST
                       TO WS-LD-INSTITUTION(WS-LD-IDX)
                   MOVE WS-LOOKUP-ORC TO WS-LD-ORC-TYPE(WS-LD-IDX)
                   PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 5
                       MOVE 0 TO
                           WS-LD-BUCKET-AMT(WS-LD-IDX, WS-BUCKET-SUB)
                   END-PERFORM
                   MOVE 0 TO WS-LD-TOTAL-AMT(WS-LD-IDX)
               ELSE
                   ADD 1 TO WS-LADDER-OVERFLOW
               END-IF
           END-IF.

       6100-FIND-OR-ADD-INSTITUTION.
           MOVE 0 TO WS-INST-IDX-SAVE
           SET WS-IN-IDX TO 1
           PERFORM UNTIL WS-IN-IDX > WS-INST-COUNT
               IF WS-IN-INSTITUTION(WS-IN-IDX) = WS-LOOKUP-INST
                   SET WS-INST-IDX-SAVE TO WS-IN-IDX
                   EXIT PARAGRAPH
               END-IF
               SET WS-IN-IDX UP BY 1
           END-PERFORM
           IF WS-INST-COUNT < WS-INST-MAX
               ADD 1 TO WS-INST-COUNT
               SET WS-IN-IDX TO WS-INST-COUNT
               SET WS-INST-IDX-SAVE TO WS-INST-COUNT
               MOVE WS-LOOKUP-INST
                   TO WS-IN-INSTITUTION(WS-IN-IDX)
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
                   MOVE 0 TO
                       WS-IN-BUCKET-AMT(WS-IN-IDX, WS-BUCKET-SUB)
               END-PERFORM
               MOVE 0 TO WS-IN-TOTAL-AMT(WS-IN-IDX)
           END-IF.

       9000-FINALIZE.
           IF WS-NO-MASTER-COUNT > 0
               OR WS-BAD-MATURITY-COUNT > 0
               OR WS-LADDER-OVERFLOW > 0
               OR WS-NEAR-OVERFLOW > 0
               MOVE SPACES TO LADDER-REPORT-LINE
               STRING 'NOT LADDERED -- NO MASTER RECORD '
                      WS-NO-MASTER-COUNT
                      '  BAD MATURITY DATE ' WS-BAD-MATURITY-COUNT
                      '  TABLE OVERFLOW ' WS-LADDER-OVERFLOW
                      '  NEAR-TERM OVERFLOW ' WS-NEAR-OVERFLOW
                   DELIMITED SIZE INTO LADDER-REPORT-LINE
               WRITE LADDER-REPORT-LINE
           END-IF
           PERFORM 9100-WRITE-RUN-COMPLETE
           CLOSE SORTED-RSLT-FILE
           CLOSE SORTED-ACCT-FILE
           CLOSE LADDER-REPORT-FILE
           DISPLAY 'UNINSURED MATURITY LADDER COMPLETE'
           DISPLAY '  ACCOUNTS MATCHED:   ' WS-MATCHED-COUNT
           DISPLAY '  POSITIONS LADDERED: ' WS-LADDERED-COUNT
           DISPLAY '  MATURING IN 30 DAYS:' WS-NEAR-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'MATURITY-LADDER-RPT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
