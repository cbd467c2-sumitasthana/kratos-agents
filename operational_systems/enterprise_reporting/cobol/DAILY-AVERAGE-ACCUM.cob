      *================================================================*
      * PROGRAM: DAILY-AVERAGE-ACCUM
      * PURPOSE: Quarter-to-date daily-average accumulator. The Call
      *          Report schedules and the FDIC assessment base are
      *          built on daily averages over the quarter, and
      *          COVHIST only ever held one summary per cycle -- so
      *          Finance re-keyed weekends and holidays by hand.
      *          Each cycle this program rolls RSLTFILE up per
      *          covered institution and deposit class (ACCTFILE
      *          and RSLTFILE sorted by account number and matched
      *          in one balanced-line pass for ACCT-TYPE), posts the
      *          day's total deposits, insured, and uninsured to the
      *          DAVGACC accumulator (see DAILY-AVERAGE.cpy) with the
      *          day's GLCNTRL control total, and fills the figures
      *          forward across the weekends and BUSCAL holidays that
      *          follow, up to the quarter's last day. A processing
      *          day the cycle never ran for is carried from the day
      *          before and flagged. The quarter's records are
      *          rewritten to a new generation (DAVGACCN) every
      *          cycle; a rerun for a business date restates that
      *          date and everything after it.
      *          The worksheet (DAVGWKS) lists every day of the
      *          quarter per institution and class with the sums and
      *          daily averages, then ties the whole book to the GL
      *          control total day by day for sign-off. It prints
      *          PRELIMINARY until the quarter's last calendar day is
      *          posted, and FINAL from then on.
      * REGULATION: Call Report Schedule RC-K; 12 CFR Part 327
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
       PROGRAM-ID. DAILY-AVERAGE-ACCUM.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-RESULT-FILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSLT-STATUS.
           SELECT RSLT-SORT-FILE ASSIGN TO 'DAVWK01'.
           SELECT SORTED-RSLT-FILE ASSIGN TO 'DAVRSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRSL-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCT-SORT-FILE ASSIGN TO 'DAVWK02'.
           SELECT SORTED-ACCT-FILE ASSIGN TO 'DAVASRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SACC-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'BUSCAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO 'GLCNTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT PRIOR-ACCUM-FILE ASSIGN TO 'DAVGACC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OACC-STATUS.
           SELECT NEW-ACCUM-FILE ASSIGN TO 'DAVGACCN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NACC-STATUS.
           SELECT ACCUM-SORT-FILE ASSIGN TO 'DAVWK03'.
           SELECT SORTED-ACCUM-FILE ASSIGN TO 'DAVWSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WACC-STATUS.
           SELECT WORKSHEET-FILE ASSIGN TO 'DAVGWKS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WKS-STATUS.
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

       FD  CALENDAR-FILE.
           COPY BUSINESS-CALENDAR.

       FD  GL-CONTROL-FILE.
           COPY GL-CONTROL-TOTAL.

       FD  PRIOR-ACCUM-FILE.
           COPY DAILY-AVERAGE.

       FD  NEW-ACCUM-FILE.
           COPY DAILY-AVERAGE
               REPLACING ==DAILY-AVERAGE-REC== BY ==NACC-RECORD==.

       SD  ACCUM-SORT-FILE.
       01  WSRT-REC.
           05  WSRT-BALANCE-DATE     PIC X(10).
           05  WSRT-INSTITUTION-ID   PIC X(5).
           05  WSRT-DEPOSIT-CLASS    PIC X(1).
           05  FILLER                PIC X(84).

       FD  SORTED-ACCUM-FILE.
           COPY DAILY-AVERAGE
               REPLACING ==DAILY-AVERAGE-REC== BY ==WACC-RECORD==.

       FD  WORKSHEET-FILE.
       01  WORKSHEET-LINE            PIC X(132).

       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  CONTROL-BALANCE-STATUS-FILE.
           COPY CONTROL-BALANCE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-SRSL-STATUS            PIC XX.
       01  WS-ACCT-STATUS            PIC XX.
       01  WS-SACC-STATUS            PIC XX.
       01  WS-CAL-STATUS             PIC XX.
       01  WS-GL-STATUS              PIC XX.
       01  WS-OACC-STATUS            PIC XX.
       01  WS-NACC-STATUS            PIC XX.
       01  WS-WACC-STATUS            PIC XX.
       01  WS-WKS-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-CBS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.
       01  WS-SRSL-EOF               PIC X VALUE 'N'.
           88  SRSL-EOF              VALUE 'Y'.
       01  WS-SACC-EOF               PIC X VALUE 'N'.
           88  SACC-EOF              VALUE 'Y'.
       01  WS-WACC-EOF               PIC X VALUE 'N'.
           88  WACC-EOF              VALUE 'Y'.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.

      *--- Bank holidays from BUSCAL, loaded once ---
       01  WS-HOLIDAY-COUNT          PIC 9(3) VALUE 0.
       01  WS-HOLIDAY-MAX            PIC 9(3) VALUE 100.
       01  WS-HOLIDAY-TABLE.
           05  WS-HD-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-HD-IDX.
               10  WS-HD-DATE        PIC X(10).

      *--- Calendar work fields (INTEGER-OF-DATE day numbers) ---
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-WORK-DATE              PIC X(10).
       01  WS-WORK-DAYNO             PIC 9(7).
       01  WS-BUS-DAYNO              PIC 9(7).
       01  WS-QTR-START-DATE         PIC X(10).
       01  WS-QTR-START-DAYNO        PIC 9(7).
       01  WS-QTR-END-DATE           PIC X(10).
       01  WS-QTR-END-DAYNO          PIC 9(7).
       01  WS-THROUGH-DAYNO          PIC 9(7) VALUE 0.
       01  WS-THROUGH-DATE           PIC X(10).
       01  WS-FILL-FROM-DAYNO        PIC 9(7).
       01  WS-DAY-OF-WEEK            PIC 9(1).
       01  WS-DAY-NUMBER             PIC 9(7).
       01  WS-IS-NONPROCESSING       PIC X VALUE 'N'.
       01  WS-DAY-SOURCE             PIC X(1).
       01  WS-DAYS-ELAPSED           PIC 9(3) VALUE 0.
       01  WS-DAY-SUB                PIC 9(3).

      *--- Last day on the prior generation, carried forward ---
       01  WS-LAST-DATE              PIC X(10) VALUE SPACES.
       01  WS-LAST-DAYNO             PIC 9(7) VALUE 0.

      *--- Today's figures per institution + class (the GL
      *    control total rides along as class G) ---
       01  WS-TODAY-COUNT            PIC 9(2) VALUE 0.
       01  WS-TODAY-MAX              PIC 9(2) VALUE 41.
       01  WS-TODAY-OVERFLOW         PIC 9(7) VALUE 0.
       01  WS-TODAY-IDX-SAVE         PIC 9(2).
       01  WS-LOOKUP-INST            PIC X(5).
       01  WS-LOOKUP-CLASS           PIC X(1).
       01  WS-TODAY-TABLE.
           05  WS-TD-ENTRY OCCURS 41 TIMES
                            INDEXED BY WS-TD-IDX.
               10  WS-TD-INSTITUTION PIC X(5).
               10  WS-TD-CLASS       PIC X(1).
               10  WS-TD-ACCT-COUNT  PIC 9(9).
               10  WS-TD-BALANCE     PIC S9(15)V99.
               10  WS-TD-INSURED     PIC S9(15)V99.
               10  WS-TD-UNINSURED   PIC S9(15)V99.

      *--- The prior generation's last day, for the carry-forward ---
       01  WS-CARRY-COUNT            PIC 9(2) VALUE 0.
       01  WS-CARRY-MAX              PIC 9(2) VALUE 41.
       01  WS-CARRY-TABLE.
           05  WS-CY-ENTRY OCCURS 41 TIMES
                            INDEXED BY WS-CY-IDX.
               10  WS-CY-INSTITUTION PIC X(5).
               10  WS-CY-CLASS       PIC X(1).
               10  WS-CY-POSTED-FROM PIC X(10).
               10  WS-CY-ACCT-COUNT  PIC 9(9).
               10  WS-CY-BALANCE     PIC S9(15)V99.
               10  WS-CY-INSURED     PIC S9(15)V99.
               10  WS-CY-UNINSURED   PIC S9(15)V99.

      *--- Whole book vs. GL per day of the quarter, for sign-off ---
       01  WS-DAY-TABLE.
           05  WS-DY-ENTRY OCCURS 92 TIMES
                            INDEXED BY WS-DY-IDX.
               10  WS-DY-BOOK-POSTED PIC X(1).
               10  WS-DY-GL-POSTED   PIC X(1).
               10  WS-DY-SOURCE      PIC X(1).
               10  WS-DY-BOOK-BAL    PIC S9(15)V99.
               10  WS-DY-GL-BAL      PIC S9(15)V99.

      *--- Worksheet control break and footings ---
       01  WS-PREV-INST              PIC X(5).
       01  WS-PREV-CLASS             PIC X(1).
       01  WS-GRP-DAYS               PIC 9(3).
       01  WS-GRP-BALANCE            PIC S9(17)V99.
       01  WS-GRP-INSURED            PIC S9(17)V99.
       01  WS-GRP-UNINSURED          PIC S9(17)V99.
       01  WS-SUM-BOOK               PIC S9(17)V99.
       01  WS-SUM-GL                 PIC S9(17)V99.
       01  WS-AVG-BOOK               PIC S9(15)V99.
       01  WS-AVG-GL                 PIC S9(15)V99.
       01  WS-AVG-VARIANCE           PIC S9(15)V99.
       01  WS-DAY-VARIANCE           PIC S9(15)V99.
       01  WS-UNPOSTED-DAYS          PIC 9(3) VALUE 0.
       01  WS-VARIANCE-DAYS          PIC 9(3) VALUE 0.
       01  WS-GL-CONTROL-TOTAL       PIC S9(15)V99 VALUE 0.

       01  WS-MATCHED-COUNT          PIC 9(9) VALUE 0.
       01  WS-NO-MASTER-COUNT        PIC 9(9) VALUE 0.
       01  WS-PRIOR-READ             PIC 9(7) VALUE 0.
       01  WS-RESTATED-COUNT         PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-FILLED-DAYS            PIC 9(3) VALUE 0.
       01  WS-CARRIED-DAYS           PIC 9(3) VALUE 0.

       01  DAY-HEADING-LINE.
           05  FILLER PIC X(12) VALUE 'DATE'.
           05  FILLER PIC X(9)  VALUE 'SOURCE'.
           05  FILLER PIC X(12) VALUE 'FIGURES OF'.
           05  FILLER PIC X(13) VALUE '     ACCOUNTS'.
           05  FILLER PIC X(19) VALUE '      TOTAL DEPOSIT'.
           05  FILLER PIC X(5)  VALUE 'S'.
           05  FILLER PIC X(19) VALUE '            INSURED'.
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC X(19) VALUE '          UNINSURED'.

       01  DAY-DETAIL-LINE.
           05  DDL-DATE              PIC X(12).
           05  DDL-SOURCE            PIC X(9).
           05  DDL-POSTED-FROM       PIC X(12).
           05  DDL-ACCT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  DDL-BALANCE           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  DDL-INSURED           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  DDL-UNINSURED         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  GL-HEADING-LINE.
           05  FILLER PIC X(12) VALUE 'DATE'.
           05  FILLER PIC X(12) VALUE 'SOURCE'.
           05  FILLER PIC X(19) VALUE '       DEPOSIT BOOK'.
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC X(19) VALUE '         GL CONTROL'.
           05  FILLER PIC X(5)  VALUE SPACES.
           05  FILLER PIC X(19) VALUE '           VARIANCE'.

       01  GL-DETAIL-LINE.
           05  GDL-DATE              PIC X(12).
           05  GDL-SOURCE            PIC X(12).
           05  GDL-BOOK              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  GDL-GL                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  GDL-VARIANCE          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  FOOTING-LINE.
           05  FTL-LABEL             PIC X(44).
           05  FTL-AMOUNT-1          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  FTL-AMOUNT-2          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  FTL-AMOUNT-3          PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ACCOUNTS
               UNTIL SRSL-EOF
           PERFORM 3000-SUM-GL-CONTROLS
           PERFORM 4000-ROLL-ACCUMULATOR
           PERFORM 5000-WRITE-WORKSHEET
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1040-CHECK-RSLT-VALIDATE
           PERFORM 1045-CHECK-CONTROL-BALANCE
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-CALENDAR
           PERFORM 1300-SET-QUARTER
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

       1200-LOAD-CALENDAR.
      *    Same load as CYCLE-OPEN: an absent or empty calendar
      *    means no holidays are known -- the weekend convention
      *    still applies.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-HOLIDAY-COUNT < WS-HOLIDAY-MAX
                               ADD 1 TO WS-HOLIDAY-COUNT
                               SET WS-HD-IDX TO WS-HOLIDAY-COUNT
                               MOVE CAL-HOLIDAY-DATE
                                   TO WS-HD-DATE(WS-HD-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       1300-SET-QUARTER.
      *    Calendar quarter holding the business date, as day
      *    numbers: first day through the day before the next
      *    quarter starts.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-BUSINESS-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-BUSINESS-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-BUS-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE WS-BUSINESS-DATE TO WS-QTR-START-DATE
           MOVE '01' TO WS-QTR-START-DATE(9:2)
           EVALUATE WS-BUSINESS-DATE(6:2)
               WHEN '01' THRU '03'
                   MOVE '01' TO WS-QTR-START-DATE(6:2)
                   MOVE '04' TO WS-DATE-NUM(5:2)
               WHEN '04' THRU '06'
                   MOVE '04' TO WS-QTR-START-DATE(6:2)
                   MOVE '07' TO WS-DATE-NUM(5:2)
               WHEN '07' THRU '09'
                   MOVE '07' TO WS-QTR-START-DATE(6:2)
                   MOVE '10' TO WS-DATE-NUM(5:2)
               WHEN OTHER
                   MOVE '10' TO WS-QTR-START-DATE(6:2)
                   MOVE '01' TO WS-DATE-NUM(5:2)
                   ADD 10000 TO WS-DATE-NUM
           END-EVALUATE
           MOVE '01' TO WS-DATE-NUM(7:2)
           COMPUTE WS-QTR-END-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           MOVE WS-QTR-END-DAYNO TO WS-WORK-DAYNO
           PERFORM 6200-SET-WORK-DATE
           MOVE WS-WORK-DATE TO WS-QTR-END-DATE
           MOVE WS-QTR-START-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-QTR-START-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-QTR-START-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-QTR-START-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

       2000-MATCH-ACCOUNTS.
      *    Balanced-line match on account number, as in
      *    PRODUCT-RULE-IMPACT. A result with no master record has
      *    no ACCT-TYPE and falls to demand -- the same default the
      *    calc's deposit-class test applies -- so the day's book
      *    still foots to RSLTFILE.
           EVALUATE TRUE
               WHEN SACC-EOF
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE 'D' TO WS-LOOKUP-CLASS
                   PERFORM 2100-POST-RESULT
                   PERFORM 2900-READ-RESULT
               WHEN SRSL-ACCT-NUMBER < ACCT-NUMBER OF SACC-RECORD
                   ADD 1 TO WS-NO-MASTER-COUNT
                   MOVE 'D' TO WS-LOOKUP-CLASS
                   PERFORM 2100-POST-RESULT
                   PERFORM 2900-READ-RESULT
               WHEN SRSL-ACCT-NUMBER > ACCT-NUMBER OF SACC-RECORD
                   READ SORTED-ACCT-FILE
                       AT END SET SACC-EOF TO TRUE
                   END-READ
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-COUNT
      *            12 CFR 330.15 deposit class, same test as the
      *            calc's 3720-SET-DEPOSIT-CLASS.
                   EVALUATE ACCT-TYPE OF SACC-RECORD
                       WHEN 'CD'
                       WHEN 'SAVINGS'
                       WHEN 'MMDA'
                           MOVE 'T' TO WS-LOOKUP-CLASS
                       WHEN OTHER
                           MOVE 'D' TO WS-LOOKUP-CLASS
                   END-EVALUATE
                   PERFORM 2100-POST-RESULT
                   PERFORM 2900-READ-RESULT
           END-EVALUATE.

       2100-POST-RESULT.
           MOVE SRSL-INSTITUTION-ID TO WS-LOOKUP-INST
           PERFORM 6000-FIND-OR-ADD-TODAY
           IF WS-TODAY-IDX-SAVE NOT = 0
               SET WS-TD-IDX TO WS-TODAY-IDX-SAVE
               ADD 1 TO WS-TD-ACCT-COUNT(WS-TD-IDX)
               ADD SRSL-BALANCE TO WS-TD-BALANCE(WS-TD-IDX)
               ADD SRSL-INSURED-AMT TO WS-TD-INSURED(WS-TD-IDX)
               ADD SRSL-UNINSURED-AMT TO WS-TD-UNINSURED(WS-TD-IDX)
           END-IF.

       2900-READ-RESULT.
           READ SORTED-RSLT-FILE
               AT END SET SRSL-EOF TO TRUE
           END-READ.

       3000-SUM-GL-CONTROLS.
      *    The same control-total feed ACCT-GL-RECON foots the
      *    extract against, summed whole-book and posted with the
      *    day as class G so it fills forward with the book.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GL-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ GL-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD GL-CONTROL-BALANCE
                               TO WS-GL-CONTROL-TOTAL
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
               MOVE SPACES TO WS-LOOKUP-INST
               MOVE 'G' TO WS-LOOKUP-CLASS
               PERFORM 6000-FIND-OR-ADD-TODAY
               IF WS-TODAY-IDX-SAVE NOT = 0
                   SET WS-TD-IDX TO WS-TODAY-IDX-SAVE
                   MOVE WS-GL-CONTROL-TOTAL
                       TO WS-TD-BALANCE(WS-TD-IDX)
               END-IF
           ELSE
               DISPLAY 'GL CONTROL FILE NOT AVAILABLE: '
                        WS-GL-STATUS
                        ' -- DAY POSTED WITHOUT GL CONTROL TOTAL.'
           END-IF.

       4000-ROLL-ACCUMULATOR.
      *    The prior generation is copied forward for the current
      *    quarter up to the day before the business date; anything
      *    on or after it is restated by this run. Its last day is
      *    kept as the carry-forward for any gap -- including the
      *    previous quarter's last day, which carries into a new
      *    quarter that opens on a weekend or holiday. An absent
      *    prior generation is the first cycle of the series.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN OUTPUT NEW-ACCUM-FILE
           OPEN INPUT PRIOR-ACCUM-FILE
           IF WS-OACC-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PRIOR-ACCUM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-PRIOR-READ
                           PERFORM 4100-COPY-PRIOR-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRIOR-ACCUM-FILE
           END-IF
           PERFORM 4200-FILL-GAP
      *    Post the business date itself, then fill forward over
      *    the weekend and holidays that follow it, never past the
      *    quarter's last day.
           MOVE WS-BUS-DAYNO TO WS-WORK-DAYNO
           PERFORM 6200-SET-WORK-DATE
           MOVE 'P' TO WS-DAY-SOURCE
           PERFORM 4500-WRITE-TODAY-SET
           ADD 1 TO WS-WORK-DAYNO
           PERFORM 6200-SET-WORK-DATE
           PERFORM 6300-TEST-NONPROCESSING
           PERFORM UNTIL WS-WORK-DAYNO > WS-QTR-END-DAYNO
               OR WS-IS-NONPROCESSING = 'N'
               MOVE 'F' TO WS-DAY-SOURCE
               PERFORM 4500-WRITE-TODAY-SET
               ADD 1 TO WS-FILLED-DAYS
               ADD 1 TO WS-WORK-DAYNO
               PERFORM 6200-SET-WORK-DATE
               PERFORM 6300-TEST-NONPROCESSING
           END-PERFORM
           CLOSE NEW-ACCUM-FILE.

       4100-COPY-PRIOR-RECORD.
           IF DAV-BALANCE-DATE OF DAILY-AVERAGE-REC
                   NOT < WS-BUSINESS-DATE
               ADD 1 TO WS-RESTATED-COUNT
               EXIT PARAGRAPH
           END-IF
      *    Records arrive in date order, so a new date starts a new
      *    carry set.
           IF DAV-BALANCE-DATE OF DAILY-AVERAGE-REC > WS-LAST-DATE
               MOVE DAV-BALANCE-DATE OF DAILY-AVERAGE-REC
                   TO WS-LAST-DATE
               MOVE 0 TO WS-CARRY-COUNT
           END-IF
           IF WS-CARRY-COUNT < WS-CARRY-MAX
               ADD 1 TO WS-CARRY-COUNT
               SET WS-CY-IDX TO WS-CARRY-COUNT
               MOVE DAV-INSTITUTION-ID OF DAILY-AVERAGE-REC
                   TO WS-CY-INSTITUTION(WS-CY-IDX)
               MOVE DAV-DEPOSIT-CLASS OF DAILY-AVERAGE-REC
                   TO WS-CY-CLASS(WS-CY-IDX)
               MOVE DAV-POSTED-FROM OF DAILY-AVERAGE-REC
                   TO WS-CY-POSTED-FROM(WS-CY-IDX)
               MOVE DAV-ACCT-COUNT OF DAILY-AVERAGE-REC
                   TO WS-CY-ACCT-COUNT(WS-CY-IDX)
               MOVE DAV-BALANCE OF DAILY-AVERAGE-REC
                   TO WS-CY-BALANCE(WS-CY-IDX)
               MOVE DAV-INSURED-AMT OF DAILY-AVERAGE-REC
                   TO WS-CY-INSURED(WS-CY-IDX)
               MOVE DAV-UNINSURED-AMT OF DAILY-AVERAGE-REC
                   TO WS-CY-UNINSURED(WS-CY-IDX)
           END-IF
           IF DAV-BALANCE-DATE OF DAILY-AVERAGE-REC
                   NOT < WS-QTR-START-DATE
               WRITE NACC-RECORD FROM DAILY-AVERAGE-REC
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.

       4200-FILL-GAP.
      *    Days between the prior generation's last day and the
      *    business date were never posted. A weekend or holiday is
      *    an ordinary fill; a processing day means a cycle was
      *    missed and is carried as M so the worksheet shows it.
      *    With no prior day at all there is nothing to carry and
      *    the days stay unposted on the worksheet.
           IF WS-LAST-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-DATE(1:4) TO WS-DATE-NUM(1:4)
           MOVE WS-LAST-DATE(6:2) TO WS-DATE-NUM(5:2)
           MOVE WS-LAST-DATE(9:2) TO WS-DATE-NUM(7:2)
           COMPUTE WS-LAST-DAYNO =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-FILL-FROM-DAYNO = WS-LAST-DAYNO + 1
           IF WS-FILL-FROM-DAYNO < WS-QTR-START-DAYNO
               MOVE WS-QTR-START-DAYNO TO WS-FILL-FROM-DAYNO
           END-IF
           MOVE WS-FILL-FROM-DAYNO TO WS-WORK-DAYNO
           PERFORM UNTIL WS-WORK-DAYNO NOT < WS-BUS-DAYNO
               PERFORM 6200-SET-WORK-DATE
               PERFORM 6300-TEST-NONPROCESSING
               IF WS-IS-NONPROCESSING = 'Y'
                   MOVE 'F' TO WS-DAY-SOURCE
                   ADD 1 TO WS-FILLED-DAYS
               ELSE
                   MOVE 'M' TO WS-DAY-SOURCE
                   ADD 1 TO WS-CARRIED-DAYS
               END-IF
               PERFORM 4400-WRITE-CARRY-SET
               ADD 1 TO WS-WORK-DAYNO
           END-PERFORM.

       4400-WRITE-CARRY-SET.
           SET WS-CY-IDX TO 1
           PERFORM UNTIL WS-CY-IDX > WS-CARRY-COUNT
               MOVE SPACES TO NACC-RECORD
               MOVE WS-WORK-DATE TO DAV-BALANCE-DATE OF NACC-RECORD
               MOVE WS-CY-INSTITUTION(WS-CY-IDX)
                   TO DAV-INSTITUTION-ID OF NACC-RECORD
               MOVE WS-CY-CLASS(WS-CY-IDX)
                   TO DAV-DEPOSIT-CLASS OF NACC-RECORD
               MOVE WS-DAY-SOURCE TO DAV-DAY-SOURCE OF NACC-RECORD
               MOVE WS-CY-POSTED-FROM(WS-CY-IDX)
                   TO DAV-POSTED-FROM OF NACC-RECORD
               MOVE WS-CY-ACCT-COUNT(WS-CY-IDX)
                   TO DAV-ACCT-COUNT OF NACC-RECORD
               MOVE WS-CY-BALANCE(WS-CY-IDX)
                   TO DAV-BALANCE OF NACC-RECORD
               MOVE WS-CY-INSURED(WS-CY-IDX)
                   TO DAV-INSURED-AMT OF NACC-RECORD
               MOVE WS-CY-UNINSURED(WS-CY-IDX)
                   TO DAV-UNINSURED-AMT OF NACC-RECORD
               WRITE NACC-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
               SET WS-CY-IDX UP BY 1
           END-PERFORM
           MOVE WS-WORK-DAYNO TO WS-THROUGH-DAYNO.

       4500-WRITE-TODAY-SET.
           SET WS-TD-IDX TO 1
           PERFORM UNTIL WS-TD-IDX > WS-TODAY-COUNT
               MOVE SPACES TO NACC-RECORD
               MOVE WS-WORK-DATE TO DAV-BALANCE-DATE OF NACC-RECORD
               MOVE WS-TD-INSTITUTION(WS-TD-IDX)
                   TO DAV-INSTITUTION-ID OF NACC-RECORD
               MOVE WS-TD-CLASS(WS-TD-IDX)
                   TO DAV-DEPOSIT-CLASS OF NACC-RECORD
               MOVE WS-DAY-SOURCE TO DAV-DAY-SOURCE OF NACC-RECORD
               MOVE WS-BUSINESS-DATE
                   TO DAV-POSTED-FROM OF NACC-RECORD
               MOVE WS-TD-ACCT-COUNT(WS-TD-IDX)
                   TO DAV-ACCT-COUNT OF NACC-RECORD
               MOVE WS-TD-BALANCE(WS-TD-IDX)
                   TO DAV-BALANCE OF NACC-RECORD
               MOVE WS-TD-INSURED(WS-TD-IDX)
                   TO DAV-INSURED-AMT OF NACC-RECORD
               MOVE WS-TD-UNINSURED(WS-TD-IDX)
                   TO DAV-UNINSURED-AMT OF NACC-RECORD
               WRITE NACC-RECORD
               ADD 1 TO WS-RECORDS-WRITTEN
               SET WS-TD-IDX UP BY 1
           END-PERFORM
           MOVE WS-WORK-DAYNO TO WS-THROUGH-DAYNO.

       5000-WRITE-WORKSHEET.
      *    The new generation is sorted institution / class / date
      *    for the per-class day listings; the class G records and
      *    the book totals go to the day table for the GL sign-off.
           SORT ACCUM-SORT-FILE
               ON ASCENDING KEY WSRT-INSTITUTION-ID
                                WSRT-DEPOSIT-CLASS
                                WSRT-BALANCE-DATE
               USING NEW-ACCUM-FILE
               GIVING SORTED-ACCUM-FILE
           INITIALIZE WS-DAY-TABLE
           COMPUTE WS-DAYS-ELAPSED =
               WS-THROUGH-DAYNO - WS-QTR-START-DAYNO + 1
           MOVE WS-THROUGH-DAYNO TO WS-WORK-DAYNO
           PERFORM 6200-SET-WORK-DATE
           MOVE WS-WORK-DATE TO WS-THROUGH-DATE
           OPEN OUTPUT WORKSHEET-FILE
           MOVE SPACES TO WORKSHEET-LINE
           STRING 'DAILY AVERAGE DEPOSITS WORKSHEET -- QUARTER '
                  WS-QTR-START-DATE ' TO ' WS-QTR-END-DATE
               DELIMITED SIZE INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           IF WS-THROUGH-DAYNO = WS-QTR-END-DAYNO
               STRING 'FINAL -- QUARTER COMPLETE THROUGH '
                      WS-QTR-END-DATE ' (' WS-DAYS-ELAPSED
                      ' DAYS)'
                   DELIMITED SIZE INTO WORKSHEET-LINE
           ELSE
               STRING 'PRELIMINARY -- QUARTER TO DATE THROUGH '
                      WS-THROUGH-DATE ' (' WS-DAYS-ELAPSED
                      ' DAYS)'
                   DELIMITED SIZE INTO WORKSHEET-LINE
           END-IF
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE 'N' TO WS-WACC-EOF
           MOVE SPACES TO WS-PREV-INST
           MOVE SPACES TO WS-PREV-CLASS
           OPEN INPUT SORTED-ACCUM-FILE
           READ SORTED-ACCUM-FILE
               AT END SET WACC-EOF TO TRUE
           END-READ
           PERFORM UNTIL WACC-EOF
               PERFORM 5100-LIST-ACCUM-DAY
               READ SORTED-ACCUM-FILE
                   AT END SET WACC-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-PREV-CLASS NOT = SPACES
               PERFORM 5300-WRITE-CLASS-FOOTING
           END-IF
           CLOSE SORTED-ACCUM-FILE
           PERFORM 5500-WRITE-GL-SIGNOFF
           CLOSE WORKSHEET-FILE.

       5100-LIST-ACCUM-DAY.
      *    A day outside the quarter window cannot occur on the new
      *    generation, but the subscript is range-checked anyway.
           MOVE DAV-BALANCE-DATE OF WACC-RECORD(1:4)
               TO WS-DATE-NUM(1:4)
           MOVE DAV-BALANCE-DATE OF WACC-RECORD(6:2)
               TO WS-DATE-NUM(5:2)
           MOVE DAV-BALANCE-DATE OF WACC-RECORD(9:2)
               TO WS-DATE-NUM(7:2)
           COMPUTE WS-DAY-SUB =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-QTR-START-DAYNO + 1
           IF WS-DAY-SUB < 1 OR WS-DAY-SUB > 92
               EXIT PARAGRAPH
           END-IF
           SET WS-DY-IDX TO WS-DAY-SUB
           IF DAV-GL-CONTROL OF WACC-RECORD
               MOVE 'Y' TO WS-DY-GL-POSTED(WS-DY-IDX)
               MOVE DAV-BALANCE OF WACC-RECORD
                   TO WS-DY-GL-BAL(WS-DY-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-DY-BOOK-POSTED(WS-DY-IDX)
           MOVE DAV-DAY-SOURCE OF WACC-RECORD
               TO WS-DY-SOURCE(WS-DY-IDX)
           ADD DAV-BALANCE OF WACC-RECORD
               TO WS-DY-BOOK-BAL(WS-DY-IDX)
           IF DAV-INSTITUTION-ID OF WACC-RECORD NOT = WS-PREV-INST
               OR DAV-DEPOSIT-CLASS OF WACC-RECORD
                   NOT = WS-PREV-CLASS
               IF WS-PREV-CLASS NOT = SPACES
                   PERFORM 5300-WRITE-CLASS-FOOTING
               END-IF
               PERFORM 5200-WRITE-CLASS-HEADING
           END-IF
           MOVE SPACES TO DAY-DETAIL-LINE
           MOVE DAV-BALANCE-DATE OF WACC-RECORD TO DDL-DATE
           EVALUATE TRUE
               WHEN DAV-POSTED OF WACC-RECORD
                   MOVE 'POSTED' TO DDL-SOURCE
               WHEN DAV-FILLED OF WACC-RECORD
                   MOVE 'FILLED' TO DDL-SOURCE
               WHEN OTHER
                   MOVE 'CARRIED' TO DDL-SOURCE
           END-EVALUATE
           MOVE DAV-POSTED-FROM OF WACC-RECORD TO DDL-POSTED-FROM
           MOVE DAV-ACCT-COUNT OF WACC-RECORD TO DDL-ACCT-COUNT
           MOVE DAV-BALANCE OF WACC-RECORD TO DDL-BALANCE
           MOVE DAV-INSURED-AMT OF WACC-RECORD TO DDL-INSURED
           MOVE DAV-UNINSURED-AMT OF WACC-RECORD TO DDL-UNINSURED
           MOVE DAY-DETAIL-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           ADD 1 TO WS-GRP-DAYS
           ADD DAV-BALANCE OF WACC-RECORD TO WS-GRP-BALANCE
           ADD DAV-INSURED-AMT OF WACC-RECORD TO WS-GRP-INSURED
           ADD DAV-UNINSURED-AMT OF WACC-RECORD
               TO WS-GRP-UNINSURED.

       5200-WRITE-CLASS-HEADING.
           MOVE DAV-INSTITUTION-ID OF WACC-RECORD TO WS-PREV-INST
           MOVE DAV-DEPOSIT-CLASS OF WACC-RECORD TO WS-PREV-CLASS
           MOVE 0 TO WS-GRP-DAYS
           MOVE 0 TO WS-GRP-BALANCE
           MOVE 0 TO WS-GRP-INSURED
           MOVE 0 TO WS-GRP-UNINSURED
           MOVE SPACES TO WORKSHEET-LINE
           IF DAV-TIME-SAVINGS OF WACC-RECORD
               STRING 'INSTITUTION ' WS-PREV-INST
                      '  TIME AND SAVINGS DEPOSITS'
                   DELIMITED SIZE INTO WORKSHEET-LINE
           ELSE
               STRING 'INSTITUTION ' WS-PREV-INST
                      '  DEMAND DEPOSITS'
                   DELIMITED SIZE INTO WORKSHEET-LINE
           END-IF
           WRITE WORKSHEET-LINE
           WRITE WORKSHEET-LINE FROM DAY-HEADING-LINE.

       5300-WRITE-CLASS-FOOTING.
      *    The average is over every calendar day elapsed in the
      *    quarter, posted or not -- a short day count shows up as
      *    an understated average and is called out on the line
      *    below, never silently divided away.
           MOVE SPACES TO FOOTING-LINE
           MOVE 'QUARTER-TO-DATE SUM' TO FTL-LABEL
           MOVE WS-GRP-BALANCE TO FTL-AMOUNT-1
           MOVE WS-GRP-INSURED TO FTL-AMOUNT-2
           MOVE WS-GRP-UNINSURED TO FTL-AMOUNT-3
           MOVE FOOTING-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO FOOTING-LINE
           MOVE 'DAILY AVERAGE' TO FTL-LABEL
           IF WS-DAYS-ELAPSED > 0
               COMPUTE FTL-AMOUNT-1 ROUNDED =
                   WS-GRP-BALANCE / WS-DAYS-ELAPSED
               COMPUTE FTL-AMOUNT-2 ROUNDED =
                   WS-GRP-INSURED / WS-DAYS-ELAPSED
               COMPUTE FTL-AMOUNT-3 ROUNDED =
                   WS-GRP-UNINSURED / WS-DAYS-ELAPSED
           END-IF
           MOVE FOOTING-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           IF WS-GRP-DAYS < WS-DAYS-ELAPSED
               MOVE SPACES TO WORKSHEET-LINE
               STRING '*** ONLY ' WS-GRP-DAYS ' OF '
                      WS-DAYS-ELAPSED ' DAYS ON FILE FOR THIS '
                      'CLASS -- AVERAGE UNDERSTATED'
                   DELIMITED SIZE INTO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
           END-IF
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.

       5500-WRITE-GL-SIGNOFF.
      *    Every calendar day of the quarter to date, the whole
      *    deposit book against the GL control total carried for
      *    the same day -- the same whole-book tie-out RCO-UNINSURED-
      *    FEED makes at quarter end, made here for each day.
           MOVE 'DEPOSIT BOOK TO GL CONTROL -- DAILY SIGN-OFF'
               TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           WRITE WORKSHEET-LINE FROM GL-HEADING-LINE
           MOVE 0 TO WS-SUM-BOOK
           MOVE 0 TO WS-SUM-GL
           MOVE WS-QTR-START-DAYNO TO WS-WORK-DAYNO
           SET WS-DY-IDX TO 1
           PERFORM UNTIL WS-WORK-DAYNO > WS-THROUGH-DAYNO
               PERFORM 6200-SET-WORK-DATE
               PERFORM 5600-WRITE-GL-DAY
               ADD 1 TO WS-WORK-DAYNO
               SET WS-DY-IDX UP BY 1
           END-PERFORM
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO FOOTING-LINE
           MOVE 'QUARTER-TO-DATE SUM  (BOOK / GL)' TO FTL-LABEL
           MOVE WS-SUM-BOOK TO FTL-AMOUNT-1
           MOVE WS-SUM-GL TO FTL-AMOUNT-2
           MOVE FOOTING-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE 0 TO WS-AVG-BOOK
           MOVE 0 TO WS-AVG-GL
           IF WS-DAYS-ELAPSED > 0
               COMPUTE WS-AVG-BOOK ROUNDED =
                   WS-SUM-BOOK / WS-DAYS-ELAPSED
               COMPUTE WS-AVG-GL ROUNDED =
                   WS-SUM-GL / WS-DAYS-ELAPSED
           END-IF
           COMPUTE WS-AVG-VARIANCE = WS-AVG-BOOK - WS-AVG-GL
           MOVE SPACES TO FOOTING-LINE
           MOVE 'DAILY AVERAGE  (BOOK / GL / VARIANCE)' TO FTL-LABEL
           MOVE WS-AVG-BOOK TO FTL-AMOUNT-1
           MOVE WS-AVG-GL TO FTL-AMOUNT-2
           MOVE WS-AVG-VARIANCE TO FTL-AMOUNT-3
           MOVE FOOTING-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           IF WS-UNPOSTED-DAYS > 0
               STRING '*** ' WS-UNPOSTED-DAYS ' DAY(S) NOT POSTED '
                      '-- WORKSHEET NOT READY FOR SIGN-OFF'
                   DELIMITED SIZE INTO WORKSHEET-LINE
           ELSE
               STRING WS-VARIANCE-DAYS ' DAY(S) WITH A BOOK-TO-GL '
                      'VARIANCE -- EXPLAIN EACH BEFORE SIGN-OFF'
                   DELIMITED SIZE INTO WORKSHEET-LINE
           END-IF
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           STRING 'PREPARED BY: ____________________  DATE: '
                  '__________    REVIEWED BY: '
                  '____________________  DATE: __________'
               DELIMITED SIZE INTO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.

       5600-WRITE-GL-DAY.
           MOVE SPACES TO GL-DETAIL-LINE
           MOVE WS-WORK-DATE TO GDL-DATE
           IF WS-DY-BOOK-POSTED(WS-DY-IDX) NOT = 'Y'
               MOVE 'NOT POSTED' TO GDL-SOURCE
               ADD 1 TO WS-UNPOSTED-DAYS
               MOVE GL-DETAIL-LINE TO WORKSHEET-LINE
               WRITE WORKSHEET-LINE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DY-SOURCE(WS-DY-IDX)
               WHEN 'P'
                   MOVE 'POSTED' TO GDL-SOURCE
               WHEN 'F'
                   MOVE 'FILLED' TO GDL-SOURCE
               WHEN OTHER
                   MOVE 'CARRIED' TO GDL-SOURCE
           END-EVALUATE
           MOVE WS-DY-BOOK-BAL(WS-DY-IDX) TO GDL-BOOK
           ADD WS-DY-BOOK-BAL(WS-DY-IDX) TO WS-SUM-BOOK
           IF WS-DY-GL-POSTED(WS-DY-IDX) = 'Y'
               MOVE WS-DY-GL-BAL(WS-DY-IDX) TO GDL-GL
               ADD WS-DY-GL-BAL(WS-DY-IDX) TO WS-SUM-GL
               COMPUTE WS-DAY-VARIANCE =
                   WS-DY-BOOK-BAL(WS-DY-IDX) - WS-DY-GL-BAL(WS-DY-IDX)
           ELSE
               MOVE 'NO GL TOTAL' TO GDL-SOURCE
               MOVE WS-DY-BOOK-BAL(WS-DY-IDX) TO WS-DAY-VARIANCE
           END-IF
           MOVE WS-DAY-VARIANCE TO GDL-VARIANCE
           IF WS-DAY-VARIANCE NOT = 0
               ADD 1 TO WS-VARIANCE-DAYS
           END-IF
           MOVE GL-DETAIL-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.

       6000-FIND-OR-ADD-TODAY.
      *    Linear find-or-insert on today's totals, same
      *    small-table convention used across the suite.
           MOVE 0 TO WS-TODAY-IDX-SAVE
           SET WS-TD-IDX TO 1
           PERFORM UNTIL WS-TD-IDX > WS-TODAY-COUNT
               IF WS-TD-INSTITUTION(WS-TD-IDX) = WS-LOOKUP-INST
                   AND WS-TD-CLASS(WS-TD-IDX) = WS-LOOKUP-CLASS
                   SET WS-TODAY-IDX-SAVE TO WS-TD-IDX
                   SET WS-TD-IDX TO WS-TODAY-COUNT
               END-IF
               SET WS-TD-IDX UP BY 1
           END-PERFORM
           IF WS-TODAY-IDX-SAVE = 0
               IF WS-TODAY-COUNT < WS-TODAY-MAX
                   ADD 1 TO WS-TODAY-COUNT
                   SET WS-TD-IDX TO WS-TODAY-COUNT
                   SET WS-TODAY-IDX-SAVE TO WS-TODAY-COUNT
                   MOVE WS-LOOKUP-INST
                       TO WS-TD-INSTITUTION(WS-TD-IDX)
                   MOVE WS-LOOKUP-CLASS TO WS-TD-CLASS(WS-TD-IDX)
                   MOVE 0 TO WS-TD-ACCT-COUNT(WS-TD-IDX)
                   MOVE 0 TO WS-TD-BALANCE(WS-TD-IDX)
                   MOVE 0 TO WS-TD-INSURED(WS-TD-IDX)
                   MOVE 0 TO WS-TD-UNINSURED(WS-TD-IDX)
               ELSE
                   ADD 1 TO WS-TODAY-OVERFLOW
               END-IF
           END-IF.

       6200-SET-WORK-DATE.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNO)
           MOVE SPACES TO WS-WORK-DATE
           MOVE WS-DATE-NUM(1:4) TO WS-WORK-DATE(1:4)
           MOVE '-' TO WS-WORK-DATE(5:1)
           MOVE WS-DATE-NUM(5:2) TO WS-WORK-DATE(6:2)
           MOVE '-' TO WS-WORK-DATE(8:1)
           MOVE WS-DATE-NUM(7:2) TO WS-WORK-DATE(9:2).

       6300-TEST-NONPROCESSING.
      *    Same test as CYCLE-OPEN: day 1 of the INTEGER-OF-DATE
      *    epoch (1601-01-01) was a Monday, so day-number mod 7
      *    gives 6=Saturday and 0=Sunday; BUSCAL holds the rest.
           MOVE 'N' TO WS-IS-NONPROCESSING
           MOVE WS-WORK-DAYNO TO WS-DAY-NUMBER
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-DAY-NUMBER 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'Y' TO WS-IS-NONPROCESSING
           END-IF
           SET WS-HD-IDX TO 1
           PERFORM UNTIL WS-HD-IDX > WS-HOLIDAY-COUNT
               IF WS-HD-DATE(WS-HD-IDX) = WS-WORK-DATE
                   MOVE 'Y' TO WS-IS-NONPROCESSING
                   SET WS-HD-IDX TO WS-HOLIDAY-COUNT
               END-IF
               SET WS-HD-IDX UP BY 1
           END-PERFORM.

       9000-FINALIZE.
           CLOSE SORTED-RSLT-FILE
           CLOSE SORTED-ACCT-FILE
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'DAILY AVERAGE ACCUMULATION COMPLETE'
           DISPLAY '  BUSINESS DATE:             ' WS-BUSINESS-DATE
           DISPLAY '  RESULTS MATCHED TO MASTER: ' WS-MATCHED-COUNT
           DISPLAY '  RESULTS WITH NO MASTER:    ' WS-NO-MASTER-COUNT
           DISPLAY '  PRIOR RECORDS READ:        ' WS-PRIOR-READ
           DISPLAY '  RECORDS WRITTEN:           ' WS-RECORDS-WRITTEN
           DISPLAY '  DAYS FILLED FORWARD:       ' WS-FILLED-DAYS
           IF WS-CARRIED-DAYS NOT = 0
               DISPLAY '  MISSED PROCESSING DAYS CARRIED: '
                   WS-CARRIED-DAYS
           END-IF
           IF WS-RESTATED-COUNT NOT = 0
               DISPLAY '  PRIOR RECORDS RESTATED:    '
                   WS-RESTATED-COUNT
           END-IF
           IF WS-TODAY-OVERFLOW NOT = 0
               DISPLAY '  TOTALS TABLE OVERFLOW, SKIPPED: '
                   WS-TODAY-OVERFLOW
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'DAILY-AVERAGE-ACCUM' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
