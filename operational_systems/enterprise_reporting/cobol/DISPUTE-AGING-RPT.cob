      *================================================================*
      * PROGRAM: DISPUTE-AGING-RPT
      * PURPOSE: Monthly coverage dispute aging and outcome report
      *          for Compliance, from the dispute register
      *          DISPUTE-FOLLOWUP keeps (DSPREG, see DISPUTE-CASE.cpy).
      *          Runs on the month-end business date after
      *          DISPUTE-FOLLOWUP. Open disputes are aged against
      *          their response due date (not yet due, 1-15, 16-30,
      *          and over 30 days past due) by where they stand --
      *          registered, with an analyst, in analyst review --
      *          then by analyst, and every open dispute past its due
      *          date is listed. The month's resolutions are counted
      *          by outcome, answered on time or late, with the
      *          corrections by how they were made; each is listed
      *          with its approver and the override or data fix it
      *          is linked to. Resolved disputes whose response
      *          letter has not gone are listed last.
      *          The report month defaults to the business date's;
      *          DSPRPARM may name an earlier one for a rerun.
      * REGULATION: 12 CFR Part 330; 12 CFR 370.10
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-AGING-RPT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'DSPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSP-STATUS.
           SELECT DISPUTE-RPT-PARM-FILE ASSIGN TO 'DSPRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DISPUTE-REPORT-FILE ASSIGN TO 'DSPAGRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DISPUTE-FILE.
           COPY DISPUTE-CASE.

       FD  DISPUTE-RPT-PARM-FILE.
       01  DISPUTE-RPT-PARM-REC.
      *    YYYY-MM; blank for the business date's month.
           05  DRP-REPORT-MONTH      PIC X(7).
           05  FILLER                PIC X(73).

       FD  DISPUTE-REPORT-FILE.
       01  DISPUTE-REPORT-LINE       PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DSP-STATUS             PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-DSP-EOF                PIC X VALUE 'N'.
           88  DSP-EOF               VALUE 'Y'.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-FOLLOWUP-DONE     PIC X VALUE 'N'.
       01  WS-REPORT-MONTH           PIC X(7).

      *--- Calendar work fields (INTEGER-OF-DATE day numbers) ---
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-WORK-DATE              PIC X(10).
       01  WS-WORK-DAYNO             PIC 9(7).
       01  WS-BUS-DAYNO              PIC 9(7).
       01  WS-DUE-DAYNO              PIC 9(7).
       01  WS-AGE-DAYS               PIC S9(7).

      *--- Open disputes by status (rows 1-3, row 4 the column
      *    total) and days past the response due date (columns 1-4,
      *    column 5 the row total). ---
       01  WS-STATUS-LABELS.
           05  FILLER PIC X(20) VALUE 'REGISTERED'.
           05  FILLER PIC X(20) VALUE 'WITH ANALYST'.
           05  FILLER PIC X(20) VALUE 'IN ANALYST REVIEW'.
           05  FILLER PIC X(20) VALUE 'ALL OPEN DISPUTES'.
       01  WS-STATUS-LABEL-LIST REDEFINES WS-STATUS-LABELS.
           05  WS-ST-LABEL OCCURS 4 TIMES PIC X(20).
       01  WS-AGING-TABLE.
           05  WS-AG-ROW OCCURS 4 TIMES.
               10  WS-AG-COUNT OCCURS 5 TIMES PIC 9(7).
       01  WS-STATUS-SUB             PIC 9(1).
       01  WS-BUCKET-SUB             PIC 9(1).
       01  WS-ROW-SUB                PIC 9(1).
       01  WS-COL-SUB                PIC 9(1).

      *--- Open disputes by analyst -- same small-table convention
      *    used across the suite. Blank analyst is UNASSIGNED. ---
       01  WS-ANALYST-COUNT          PIC 9(3) VALUE 0.
       01  WS-ANALYST-MAX            PIC 9(3) VALUE 100.
       01  WS-ANALYST-OVERFLOW       PIC 9(7) VALUE 0.
       01  WS-ANALYST-IDX-SAVE       PIC 9(3).
       01  WS-LOOKUP-ANALYST         PIC X(10).
       01  WS-ANALYST-TABLE.
           05  WS-AN-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-AN-IDX.
               10  WS-AN-ANALYST     PIC X(10).
               10  WS-AN-OPEN        PIC 9(7).
               10  WS-AN-PAST-DUE    PIC 9(7).
               10  WS-AN-MOST-LATE   PIC 9(5).
               10  WS-AN-RESOLVED    PIC 9(7).

      *--- Month's resolutions by outcome (rows 1-3, row 4 the
      *    total): on time, late, total. ---
       01  WS-OUTCOME-LABELS.
           05  FILLER PIC X(20) VALUE 'DETERMINATION UPHELD'.
           05  FILLER PIC X(20) VALUE 'CORRECTED'.
           05  FILLER PIC X(20) VALUE 'WITHDRAWN'.
           05  FILLER PIC X(20) VALUE 'ALL RESOLUTIONS'.
       01  WS-OUTCOME-LABEL-LIST REDEFINES WS-OUTCOME-LABELS.
           05  WS-OC-LABEL OCCURS 4 TIMES PIC X(20).
       01  WS-OUTCOME-TABLE.
           05  WS-OC-ROW OCCURS 4 TIMES.
               10  WS-OC-COUNT OCCURS 3 TIMES PIC 9(7).
               10  WS-OC-DAYS        PIC 9(9).
       01  WS-OUTCOME-SUB            PIC 9(1).
       01  WS-TIMELY-SUB             PIC 9(1).
       01  WS-CORR-OVERRIDE-COUNT    PIC 9(7) VALUE 0.
       01  WS-CORR-DATA-FIX-COUNT    PIC 9(7) VALUE 0.
       01  WS-AVERAGE-DAYS           PIC 9(5).

      *--- Listings, built on the one pass of the register ---
       01  WS-PAST-COUNT             PIC 9(4) VALUE 0.
       01  WS-PAST-MAX               PIC 9(4) VALUE 2000.
       01  WS-PAST-OVERFLOW          PIC 9(7) VALUE 0.
       01  WS-PAST-TABLE.
           05  WS-PD-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-PD-IDX.
               10  WS-PD-LINE        PIC X(132).
       01  WS-RESOLVED-COUNT         PIC 9(4) VALUE 0.
       01  WS-RESOLVED-MAX           PIC 9(4) VALUE 2000.
       01  WS-RESOLVED-OVERFLOW      PIC 9(7) VALUE 0.
       01  WS-RESOLVED-TABLE.
           05  WS-RS-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-RS-IDX.
               10  WS-RS-LINE        PIC X(132).
       01  WS-UNLETTERED-COUNT       PIC 9(4) VALUE 0.
       01  WS-UNLETTERED-MAX         PIC 9(4) VALUE 500.
       01  WS-UNLETTERED-OVERFLOW    PIC 9(7) VALUE 0.
       01  WS-UNLETTERED-TABLE.
           05  WS-UL-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-UL-IDX.
               10  WS-UL-LINE        PIC X(132).

       01  WS-RECORDS-READ           PIC 9(7) VALUE 0.
       01  WS-DISPUTES-READ          PIC 9(7) VALUE 0.
       01  WS-OPEN-COUNT             PIC 9(7) VALUE 0.
       01  WS-MONTH-REGISTERED       PIC 9(7) VALUE 0.
       01  WS-MONTH-RESOLVED         PIC 9(7) VALUE 0.

       01  AGING-HEADING-LINE.
           05  FILLER PIC X(20) VALUE 'STATUS'.
           05  FILLER PIC X(14) VALUE '   NOT YET DUE'.
           05  FILLER PIC X(14) VALUE '     1-15 LATE'.
           05  FILLER PIC X(14) VALUE '    16-30 LATE'.
           05  FILLER PIC X(14) VALUE '  OVER 30 LATE'.
           05  FILLER PIC X(14) VALUE '         TOTAL'.

       01  AGING-COUNT-LINE.
           05  ACL-LABEL             PIC X(20).
           05  ACL-CELL OCCURS 5 TIMES.
               10  FILLER            PIC X(3).
               10  ACL-COUNT         PIC ZZZ,ZZZ,ZZ9.

       01  ANALYST-HEADING-LINE.
           05  FILLER PIC X(12) VALUE 'ANALYST'.
           05  FILLER PIC X(12) VALUE '        OPEN'.
           05  FILLER PIC X(12) VALUE '    PAST DUE'.
           05  FILLER PIC X(20) VALUE '  MOST DAYS PAST DUE'.
           05  FILLER PIC X(20) VALUE '  RESOLVED IN MONTH'.

       01  ANALYST-DETAIL-LINE.
           05  ADL-ANALYST           PIC X(12).
           05  FILLER                PIC X(1).
           05  ADL-OPEN              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  ADL-PAST-DUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(14).
           05  ADL-MOST-LATE         PIC ZZ,ZZ9.
           05  FILLER                PIC X(9).
           05  ADL-RESOLVED          PIC ZZZ,ZZZ,ZZ9.

       01  OUTCOME-HEADING-LINE.
           05  FILLER PIC X(20) VALUE 'OUTCOME'.
           05  FILLER PIC X(14) VALUE '       ON TIME'.
           05  FILLER PIC X(14) VALUE '          LATE'.
           05  FILLER PIC X(14) VALUE '         TOTAL'.
           05  FILLER PIC X(20) VALUE '  AVG DAYS TO ANSWER'.

       01  OUTCOME-COUNT-LINE.
           05  OCL-LABEL             PIC X(20).
           05  OCL-CELL OCCURS 3 TIMES.
               10  FILLER            PIC X(3).
               10  OCL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(14).
           05  OCL-AVERAGE           PIC ZZ,ZZ9.

       01  PAST-HEADING-LINE.
           05  FILLER PIC X(11) VALUE 'DISPUTE ID'.
           05  FILLER PIC X(16) VALUE 'DEPOSITOR'.
           05  FILLER PIC X(3)  VALUE 'BY'.
           05  FILLER PIC X(11) VALUE 'RECEIVED'.
           05  FILLER PIC X(11) VALUE 'DUE'.
           05  FILLER PIC X(10) VALUE 'DAYS LATE'.
           05  FILLER PIC X(20) VALUE 'STATUS'.
           05  FILLER PIC X(11) VALUE 'ANALYST'.
           05  FILLER PIC X(6)  VALUE 'ITEMS'.

       01  PAST-DETAIL-LINE.
           05  PDL-DISPUTE-ID        PIC Z(8)9.
           05  FILLER                PIC X(2).
           05  PDL-DEPOSITOR-ID      PIC X(15).
           05  FILLER                PIC X(1).
           05  PDL-DISPUTANT-TYPE    PIC X(1).
           05  FILLER                PIC X(2).
           05  PDL-RECEIVED-DATE     PIC X(10).
           05  FILLER                PIC X(1).
           05  PDL-DUE-DATE          PIC X(10).
           05  FILLER                PIC X(1).
           05  PDL-DAYS-LATE         PIC ZZ,ZZ9.
           05  FILLER                PIC X(4).
           05  PDL-STATUS            PIC X(20).
           05  PDL-ANALYST-ID        PIC X(10).
           05  FILLER                PIC X(1).
           05  PDL-ITEM-COUNT        PIC ZZ9.

       01  RESOLVED-HEADING-LINE.
           05  FILLER PIC X(11) VALUE 'DISPUTE ID'.
           05  FILLER PIC X(16) VALUE 'DEPOSITOR'.
           05  FILLER PIC X(11) VALUE 'RECEIVED'.
           05  FILLER PIC X(11) VALUE 'RESOLVED'.
           05  FILLER PIC X(6)  VALUE ' DAYS'.
           05  FILLER PIC X(5)  VALUE 'LATE'.
           05  FILLER PIC X(4)  VALUE 'OUT'.
           05  FILLER PIC X(11) VALUE 'ANALYST'.
           05  FILLER PIC X(11) VALUE 'APPROVER'.
           05  FILLER PIC X(46) VALUE 'CORRECTION LINKED TO'.

       01  RESOLVED-DETAIL-LINE.
           05  RDL-DISPUTE-ID        PIC Z(8)9.
           05  FILLER                PIC X(2).
           05  RDL-DEPOSITOR-ID      PIC X(15).
           05  FILLER                PIC X(1).
           05  RDL-RECEIVED-DATE     PIC X(10).
           05  FILLER                PIC X(1).
           05  RDL-RESOLVED-DATE     PIC X(10).
           05  FILLER                PIC X(1).
           05  RDL-DAYS              PIC Z,ZZ9.
           05  FILLER                PIC X(1).
           05  RDL-LATE              PIC X(4).
           05  FILLER                PIC X(1).
           05  RDL-OUTCOME           PIC X(1).
           05  FILLER                PIC X(2).
           05  RDL-ANALYST-ID        PIC X(10).
           05  FILLER                PIC X(1).
           05  RDL-APPROVER-ID       PIC X(10).
           05  FILLER                PIC X(1).
           05  RDL-CORRECTION        PIC X(46).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL DSP-EOF
           PERFORM 5000-WRITE-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           MOVE WS-BUSINESS-DATE(1:7) TO WS-REPORT-MONTH
           PERFORM 1200-LOAD-PARM
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           MOVE WS-WORK-DAYNO TO WS-BUS-DAYNO
           INITIALIZE WS-AGING-TABLE
           INITIALIZE WS-OUTCOME-TABLE
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE REGISTER: '
                        WS-DSP-STATUS
               STOP RUN
           END-IF
           READ DISPUTE-FILE
               AT END SET DSP-EOF TO TRUE
           END-READ.

       1100-READ-RUN-CONTROL.
      *    The business date comes from the run-control file written
      *    by CYCLE-OPEN -- never the system clock -- and the run
      *    refuses to start until the register has been brought up
      *    to date for the same business date.
           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-FOLLOWUP-DONE
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
                           AND RC-JOB-NAME = 'DISPUTE-FOLLOWUP'
                           MOVE 'Y' TO WS-PRED-FOLLOWUP-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-FOLLOWUP-DONE = 'N'
               DISPLAY 'PREDECESSOR DISPUTE-FOLLOWUP NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-PARM.
      *    A rerun for an earlier month still ages the open disputes
      *    as of today -- the register holds no history of them.
           OPEN INPUT DISPUTE-RPT-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ DISPUTE-RPT-PARM-FILE
                   NOT AT END
                       IF DRP-REPORT-MONTH(1:4) NUMERIC
                           AND DRP-REPORT-MONTH(5:1) = '-'
                           AND DRP-REPORT-MONTH(6:2) NUMERIC
                           MOVE DRP-REPORT-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE DISPUTE-RPT-PARM-FILE
           END-IF.

       2000-PROCESS-RECORD.
      *    Only the headers are needed; items and documents are
      *    skipped.
           ADD 1 TO WS-RECORDS-READ
           IF DSP-HEADER-REC
               ADD 1 TO WS-DISPUTES-READ
               IF DSP-REGISTERED-DATE(1:7) = WS-REPORT-MONTH
                   ADD 1 TO WS-MONTH-REGISTERED
               END-IF
               IF DSP-RESOLVED
                   PERFORM 2200-TALLY-RESOLUTION
               ELSE
                   PERFORM 2100-TALLY-OPEN-DISPUTE
               END-IF
           END-IF
           READ DISPUTE-FILE
               AT END SET DSP-EOF TO TRUE
           END-READ.

       2100-TALLY-OPEN-DISPUTE.
      *    Days past due are calendar days after the response due
      *    date; an unusable due date ages as not yet due rather
      *    than dropping the dispute.
           ADD 1 TO WS-OPEN-COUNT
           MOVE DSP-DUE-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           MOVE 0 TO WS-AGE-DAYS
           IF WS-WORK-DAYNO > 0
               COMPUTE WS-AGE-DAYS = WS-BUS-DAYNO - WS-WORK-DAYNO
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 0
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS NOT > 15
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS NOT > 30
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           EVALUATE TRUE
               WHEN DSP-ASSIGNED
                   MOVE 2 TO WS-STATUS-SUB
               WHEN DSP-IN-REVIEW
                   MOVE 3 TO WS-STATUS-SUB
               WHEN OTHER
                   MOVE 1 TO WS-STATUS-SUB
           END-EVALUATE
      *    Row 4 is the column total.
           MOVE WS-STATUS-SUB TO WS-ROW-SUB
           PERFORM 2110-ADD-TO-ROW
           MOVE 4 TO WS-ROW-SUB
           PERFORM 2110-ADD-TO-ROW
           MOVE DSP-ANALYST-ID TO WS-LOOKUP-ANALYST
           PERFORM 2300-FIND-ANALYST
           IF WS-ANALYST-IDX-SAVE > 0
               SET WS-AN-IDX TO WS-ANALYST-IDX-SAVE
               ADD 1 TO WS-AN-OPEN(WS-AN-IDX)
               IF WS-AGE-DAYS > 0
                   ADD 1 TO WS-AN-PAST-DUE(WS-AN-IDX)
                   IF WS-AGE-DAYS > WS-AN-MOST-LATE(WS-AN-IDX)
                       MOVE WS-AGE-DAYS TO WS-AN-MOST-LATE(WS-AN-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-AGE-DAYS > 0
               PERFORM 2120-NOTE-PAST-DUE
           END-IF.

       2110-ADD-TO-ROW.
           ADD 1 TO WS-AG-COUNT(WS-ROW-SUB, WS-BUCKET-SUB)
           ADD 1 TO WS-AG-COUNT(WS-ROW-SUB, 5).

       2120-NOTE-PAST-DUE.
           IF WS-PAST-COUNT NOT < WS-PAST-MAX
               ADD 1 TO WS-PAST-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PAST-DETAIL-LINE
           MOVE DSP-DISPUTE-ID     TO PDL-DISPUTE-ID
           MOVE DSP-DEPOSITOR-ID   TO PDL-DEPOSITOR-ID
           MOVE DSP-DISPUTANT-TYPE TO PDL-DISPUTANT-TYPE
           MOVE DSP-RECEIVED-DATE  TO PDL-RECEIVED-DATE
           MOVE DSP-DUE-DATE       TO PDL-DUE-DATE
           MOVE WS-AGE-DAYS        TO PDL-DAYS-LATE
           MOVE WS-ST-LABEL(WS-STATUS-SUB) TO PDL-STATUS
           IF DSP-ANALYST-ID = SPACES
               MOVE 'UNASSIGNED'   TO PDL-ANALYST-ID
           ELSE
               MOVE DSP-ANALYST-ID TO PDL-ANALYST-ID
           END-IF
           MOVE DSP-ITEM-COUNT     TO PDL-ITEM-COUNT
           ADD 1 TO WS-PAST-COUNT
           SET WS-PD-IDX TO WS-PAST-COUNT
           MOVE PAST-DETAIL-LINE TO WS-PD-LINE(WS-PD-IDX).

       2200-TALLY-RESOLUTION.
      *    Resolved in the report month: on time means answered no
      *    later than the response due date. Any resolved dispute
      *    still without its letter is listed whatever the month.
           IF DSP-LETTER-DATE = SPACES
               PERFORM 2230-NOTE-UNLETTERED
           END-IF
           IF DSP-RESOLVED-DATE(1:7) NOT = WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MONTH-RESOLVED
           MOVE DSP-DUE-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           MOVE WS-WORK-DAYNO TO WS-DUE-DAYNO
           MOVE DSP-RESOLVED-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           MOVE 1 TO WS-TIMELY-SUB
           IF WS-WORK-DAYNO > WS-DUE-DAYNO
               MOVE 2 TO WS-TIMELY-SUB
           END-IF
           MOVE WS-WORK-DAYNO TO WS-DUE-DAYNO
           MOVE DSP-RECEIVED-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           MOVE 0 TO WS-AGE-DAYS
           IF WS-WORK-DAYNO > 0 AND WS-DUE-DAYNO > WS-WORK-DAYNO
               COMPUTE WS-AGE-DAYS = WS-DUE-DAYNO - WS-WORK-DAYNO
           END-IF
           EVALUATE TRUE
               WHEN DSP-UPHELD
                   MOVE 1 TO WS-OUTCOME-SUB
               WHEN DSP-CORRECTED
                   MOVE 2 TO WS-OUTCOME-SUB
                   IF DSP-CORR-OVERRIDE
                       ADD 1 TO WS-CORR-OVERRIDE-COUNT
                   ELSE
                       ADD 1 TO WS-CORR-DATA-FIX-COUNT
                   END-IF
               WHEN OTHER
                   MOVE 3 TO WS-OUTCOME-SUB
           END-EVALUATE
           MOVE WS-OUTCOME-SUB TO WS-ROW-SUB
           PERFORM 2210-ADD-TO-OUTCOME
           MOVE 4 TO WS-ROW-SUB
           PERFORM 2210-ADD-TO-OUTCOME
           MOVE DSP-ANALYST-ID TO WS-LOOKUP-ANALYST
           PERFORM 2300-FIND-ANALYST
           IF WS-ANALYST-IDX-SAVE > 0
               SET WS-AN-IDX TO WS-ANALYST-IDX-SAVE
               ADD 1 TO WS-AN-RESOLVED(WS-AN-IDX)
           END-IF
           PERFORM 2220-NOTE-RESOLUTION.

       2210-ADD-TO-OUTCOME.
           ADD 1 TO WS-OC-COUNT(WS-ROW-SUB, WS-TIMELY-SUB)
           ADD 1 TO WS-OC-COUNT(WS-ROW-SUB, 3)
           ADD WS-AGE-DAYS TO WS-OC-DAYS(WS-ROW-SUB).

       2220-NOTE-RESOLUTION.
           IF WS-RESOLVED-COUNT NOT < WS-RESOLVED-MAX
               ADD 1 TO WS-RESOLVED-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RESOLVED-DETAIL-LINE
           MOVE DSP-DISPUTE-ID      TO RDL-DISPUTE-ID
           MOVE DSP-DEPOSITOR-ID    TO RDL-DEPOSITOR-ID
           MOVE DSP-RECEIVED-DATE   TO RDL-RECEIVED-DATE
           MOVE DSP-RESOLVED-DATE   TO RDL-RESOLVED-DATE
           MOVE WS-AGE-DAYS         TO RDL-DAYS
           IF WS-TIMELY-SUB = 2
               MOVE 'LATE'          TO RDL-LATE
           END-IF
           MOVE DSP-OUTCOME         TO RDL-OUTCOME
           MOVE DSP-ANALYST-ID      TO RDL-ANALYST-ID
           MOVE DSP-APPROVER-ID     TO RDL-APPROVER-ID
           EVALUATE TRUE
               WHEN DSP-CORR-OVERRIDE
                   STRING 'OVERRIDE ' DSP-CORRECTION-REF
                          ' ' DSP-CORRECTION-DATE
                       DELIMITED SIZE INTO RDL-CORRECTION
               WHEN DSP-CORR-DATA-FIX
                   STRING 'DATA FIX ' DSP-CORRECTION-REF
                          ' ' DSP-CORRECTION-DATE
                       DELIMITED SIZE INTO RDL-CORRECTION
           END-EVALUATE
           ADD 1 TO WS-RESOLVED-COUNT
           SET WS-RS-IDX TO WS-RESOLVED-COUNT
           MOVE RESOLVED-DETAIL-LINE TO WS-RS-LINE(WS-RS-IDX).

       2230-NOTE-UNLETTERED.
           IF WS-UNLETTERED-COUNT NOT < WS-UNLETTERED-MAX
               ADD 1 TO WS-UNLETTERED-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNLETTERED-COUNT
           SET WS-UL-IDX TO WS-UNLETTERED-COUNT
           MOVE SPACES TO WS-UL-LINE(WS-UL-IDX)
           STRING '  ' DSP-DISPUTE-ID
                  '  DEPOSITOR ' DSP-DEPOSITOR-ID
                  '  RESOLVED ' DSP-RESOLVED-DATE
                  '  OUTCOME ' DSP-OUTCOME
                  '  -- RESPONSE LETTER NOT YET SENT'
               DELIMITED SIZE INTO WS-UL-LINE(WS-UL-IDX).

       2300-FIND-ANALYST.
           IF WS-LOOKUP-ANALYST = SPACES
               MOVE 'UNASSIGNED' TO WS-LOOKUP-ANALYST
           END-IF
           MOVE 0 TO WS-ANALYST-IDX-SAVE
           SET WS-AN-IDX TO 1
           PERFORM UNTIL WS-AN-IDX > WS-ANALYST-COUNT
               IF WS-AN-ANALYST(WS-AN-IDX) = WS-LOOKUP-ANALYST
                   SET WS-ANALYST-IDX-SAVE TO WS-AN-IDX
                   SET WS-AN-IDX TO WS-ANALYST-COUNT
               END-IF
               SET WS-AN-IDX UP BY 1
           END-PERFORM
           IF WS-ANALYST-IDX-SAVE = 0
               IF WS-ANALYST-COUNT < WS-ANALYST-MAX
                   ADD 1 TO WS-ANALYST-COUNT
                   SET WS-AN-IDX TO WS-ANALYST-COUNT
                   SET WS-ANALYST-IDX-SAVE TO WS-ANALYST-COUNT
                   MOVE WS-LOOKUP-ANALYST TO WS-AN-ANALYST(WS-AN-IDX)
                   MOVE 0 TO WS-AN-OPEN(WS-AN-IDX)
                   MOVE 0 TO WS-AN-PAST-DUE(WS-AN-IDX)
                   MOVE 0 TO WS-AN-MOST-LATE(WS-AN-IDX)
                   MOVE 0 TO WS-AN-RESOLVED(WS-AN-IDX)
               ELSE
                   ADD 1 TO WS-ANALYST-OVERFLOW
               END-IF
           END-IF.

       5000-WRITE-REPORT.
           OPEN OUTPUT DISPUTE-REPORT-FILE
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING 'MONTHLY COVERAGE DISPUTE AGING AND OUTCOME REPORT '
                  '-- MONTH ' WS-REPORT-MONTH
                  '   BUSINESS DATE ' WS-BUSINESS-DATE
               DELIMITED SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING 'DISPUTES ON REGISTER ' WS-DISPUTES-READ
                  '   OPEN ' WS-OPEN-COUNT
                  '   REGISTERED IN MONTH ' WS-MONTH-REGISTERED
                  '   RESOLVED IN MONTH ' WS-MONTH-RESOLVED
               DELIMITED SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           PERFORM 5100-WRITE-AGING
           PERFORM 5200-WRITE-ANALYSTS
           PERFORM 5300-WRITE-PAST-DUE
           PERFORM 5400-WRITE-OUTCOMES
           PERFORM 5500-WRITE-RESOLUTIONS
           PERFORM 5600-WRITE-UNLETTERED
           CLOSE DISPUTE-REPORT-FILE.

       5100-WRITE-AGING.
           MOVE 'OPEN DISPUTES BY STATUS AND DAYS PAST RESPONSE DUE'
               TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE FROM AGING-HEADING-LINE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 4
               MOVE SPACES TO AGING-COUNT-LINE
               MOVE WS-ST-LABEL(WS-ROW-SUB) TO ACL-LABEL
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 5
                   MOVE WS-AG-COUNT(WS-ROW-SUB, WS-COL-SUB)
                       TO ACL-COUNT(WS-COL-SUB)
               END-PERFORM
               WRITE DISPUTE-REPORT-LINE FROM AGING-COUNT-LINE
           END-PERFORM
           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE.

       5200-WRITE-ANALYSTS.
           MOVE 'DISPUTES BY ANALYST' TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE FROM ANALYST-HEADING-LINE
           IF WS-ANALYST-COUNT = 0
               MOVE '  NONE' TO DISPUTE-REPORT-LINE
               WRITE DISPUTE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-ANALYST-COUNT
               MOVE SPACES TO ANALYST-DETAIL-LINE
               MOVE WS-AN-ANALYST(WS-AN-IDX)   TO ADL-ANALYST
               MOVE WS-AN-OPEN(WS-AN-IDX)      TO ADL-OPEN
               MOVE WS-AN-PAST-DUE(WS-AN-IDX)  TO ADL-PAST-DUE
               MOVE WS-AN-MOST-LATE(WS-AN-IDX) TO ADL-MOST-LATE
               MOVE WS-AN-RESOLVED(WS-AN-IDX)  TO ADL-RESOLVED
               WRITE DISPUTE-REPORT-LINE FROM ANALYST-DETAIL-LINE
           END-PERFORM
           IF WS-ANALYST-OVERFLOW > 0
               MOVE SPACES TO DISPUTE-REPORT-LINE
               STRING '  ANALYST TABLE FULL -- DISPUTES NOT LISTED: '
                      WS-ANALYST-OVERFLOW
                   DELIMITED SIZE INTO DISPUTE-REPORT-LINE
               WRITE DISPUTE-REPORT-LINE
           END-IF
           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE.

       5300-WRITE-PAST-DUE.
           MOVE 'OPEN DISPUTES PAST THE RESPONSE DUE DATE'
               TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE FROM PAST-HEADING-LINE
           IF WS-PAST-COUNT = 0
               MOVE '  NONE' TO DISPUTE-REPORT-LINE
               WRITE DISPUTE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PAST-COUNT
               WRITE DISPUTE-REPORT-LINE FROM WS-PD-LINE(WS-PD-IDX)
           END-PERFORM
           IF WS-PAST-OVERFLOW > 0
               MOVE SPACES TO DISPUTE-REPORT-LINE
               STRING '  MORE PAST-DUE DISPUTES NOT LISTED: '
                      WS-PAST-OVERFLOW
                   DELIMITED SIZE INTO DISPUTE-REPORT-LINE
               WRITE DISPUTE-REPORT-LINE
           END-IF
           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE.

       5400-WRITE-OUTCOMES.
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING 'DISPUTES RESOLVED IN ' WS-REPORT-MONTH
                  ' BY OUTCOME'
               DELIMITED SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE FROM OUTCOME-HEADING-LINE
           PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > 4
               MOVE SPACES TO OUTCOME-COUNT-LINE
               MOVE WS-OC-LABEL(WS-ROW-SUB) TO OCL-LABEL
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > 3
                   MOVE WS-OC-COUNT(WS-ROW-SUB, WS-COL-SUB)
                       TO OCL-COUNT(WS-COL-SUB)
               END-PERFORM
               MOVE 0 TO WS-AVERAGE-DAYS
               IF WS-OC-COUNT(WS-ROW-SUB, 3) > 0
                   COMPUTE WS-AVERAGE-DAYS ROUNDED =
                       WS-OC-DAYS(WS-ROW-SUB)
                       / WS-OC-COUNT(WS-ROW-SUB, 3)
               END-IF
               MOVE WS-AVERAGE-DAYS TO OCL-AVERAGE
               WRITE DISPUTE-REPORT-LINE FROM OUTCOME-COUNT-LINE
           END-PERFORM
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING '  CORRECTIONS BY DETERMINATION OVERRIDE '
                  WS-CORR-OVERRIDE-COUNT
                  '   BY DATA FIX ' WS-CORR-DATA-FIX-COUNT
               DELIMITED SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE.

       5500-WRITE-RESOLUTIONS.
           MOVE SPACES TO DISPUTE-REPORT-LINE
           STRING 'DISPUTES RESOLVED IN ' WS-REPORT-MONTH
               DELIMITED SIZE INTO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE FROM RESOLVED-HEADING-LINE
           IF WS-RESOLVED-COUNT = 0
               MOVE '  NONE' TO DISPUTE-REPORT-LINE
               WRITE DISPUTE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RESOLVED-COUNT
               WRITE DISPUTE-REPORT-LINE FROM WS-RS-LINE(WS-RS-IDX)
           END-PERFORM
           IF WS-RESOLVED-OVERFLOW > 0
               MOVE SPACES TO DISPUTE-REPORT-LINE
               STRING '  MORE RESOLVED DISPUTES NOT LISTED: '
                      WS-RESOLVED-OVERFLOW
                   DELIMITED SIZE INTO DISPUTE-REPORT-LINE
               WRITE DISPUTE-REPORT-LINE
           END-IF
           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE.

       5600-WRITE-UNLETTERED.
           MOVE 'RESOLVED DISPUTES AWAITING THE RESPONSE LETTER'
               TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-LINE
           IF WS-UNLETTERED-COUNT = 0
               MOVE '  NONE' TO DISPUTE-REPORT-LINE
               WRITE DISPUTE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-UL-IDX FROM 1 BY 1
               UNTIL WS-UL-IDX > WS-UNLETTERED-COUNT
               WRITE DISPUTE-REPORT-LINE FROM WS-UL-LINE(WS-UL-IDX)
           END-PERFORM
           IF WS-UNLETTERED-OVERFLOW > 0
               MOVE SPACES TO DISPUTE-REPORT-LINE
               STRING '  MORE NOT LISTED: ' WS-UNLETTERED-OVERFLOW
                   DELIMITED SIZE INTO DISPUTE-REPORT-LINE
               WRITE DISPUTE-REPORT-LINE
           END-IF.

       6200-SET-WORK-DAYNO.
      *    Day number of WS-WORK-DATE (YYYY-MM-DD); zero when the
      *    date is blank or not a date.
           MOVE 0 TO WS-WORK-DAYNO
           IF WS-WORK-DATE(1:4) NUMERIC
               AND WS-WORK-DATE(6:2) NUMERIC
               AND WS-WORK-DATE(9:2) NUMERIC
               MOVE WS-WORK-DATE(1:4) TO WS-DATE-NUM(1:4)
               MOVE WS-WORK-DATE(6:2) TO WS-DATE-NUM(5:2)
               MOVE WS-WORK-DATE(9:2) TO WS-DATE-NUM(7:2)
               COMPUTE WS-WORK-DAYNO =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.

       9000-FINALIZE.
           CLOSE DISPUTE-FILE
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'MONTHLY DISPUTE AGING REPORT COMPLETE'
           DISPLAY '  REPORT MONTH:       ' WS-REPORT-MONTH
           DISPLAY '  DISPUTES READ:      ' WS-DISPUTES-READ
           DISPLAY '  OPEN DISPUTES:      ' WS-OPEN-COUNT
           DISPLAY '  PAST DUE:           ' WS-PAST-COUNT
           DISPLAY '  RESOLVED IN MONTH:  ' WS-MONTH-RESOLVED.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'DISPUTE-AGING-RPT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
