      *================================================================*
      * PROGRAM: ACQUIRED-PARALLEL-RPT
      * PURPOSE: Parallel-run proof for an acquired-book conversion.
      *          Before the converted accounts (ACQUIRED-BOOK-CONVERT)
      *          join the production ACCTFILE and the acquisition's
      *          MERGER-EVENT window starts, the converted files are
      *          run through DEPOSIT-INSURANCE-CALC on their own and
      *          its result file (CNVRSLT) is set against the acquired
      *          institution's own insured figures (CNVINSD, see
      *          ACQUIRED-INSURED.cpy) depositor by depositor:
      *            - our accounts summed per depositor -- balance,
      *              insured, uninsured -- beside theirs;
      *            - a depositor only one side has, a calc exception
      *              on any of the depositor's accounts, or a balance
      *              or insured amount apart by more than the
      *              conversion tolerance (CNVPARM) is a difference;
      *            - each difference is explained only by an analyst
      *              explanation (CNVEXPL, see CONVERSION-EXPLAIN.cpy)
      *              with a reviewer and a distinct approver, the same
      *              maker-checker test the determination overrides
      *              get. An explanation without both is listed as
      *              refused and does not count.
      *          The report (CNVPRPT) lists every difference with its
      *          explanation or as UNEXPLAINED, and the sign-off
      *          status (CNVPSTS, see CONVERSION-PARALLEL-STATUS.cpy)
      *          is PASSED only when both sides had depositors and
      *          no difference is unexplained.
      * REGULATION: 12 CFR 330.4 (assumed deposits); 12 CFR 370.4
      *             (recordkeeping accuracy)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQUIRED-PARALLEL-RPT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'CNVPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT DEPOSIT-RESULT-FILE ASSIGN TO 'CNVRSLT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSLT-STATUS.
           SELECT ACQUIRED-INSURED-FILE ASSIGN TO 'CNVINSD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACQI-STATUS.
           SELECT EXPLAIN-FILE ASSIGN TO 'CNVEXPL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXPL-STATUS.
           SELECT DEPOSITOR-SORT-FILE ASSIGN TO 'CNVWK11'.
           SELECT PARALLEL-REPORT-FILE ASSIGN TO 'CNVPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PARALLEL-STATUS-FILE ASSIGN TO 'CNVPSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARM-FILE.
           COPY CONVERSION-PARM.

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
           05  DRSLT-ERROR-FLAG      PIC X(1).
           05  DRSLT-REASON-CODE     PIC X(3).
           05  DRSLT-TIMESTAMP       PIC X(26).
           05  DRSLT-ACCRUED-INT     PIC S9(13)V99.
           05  DRSLT-SWEEP-FLAG      PIC X(1).
           05  DRSLT-CURRENCY-CODE   PIC X(3).
           05  DRSLT-FX-RATE         PIC 9(5)V9(6).
           05  DRSLT-RECIP-FLAG      PIC X(1).
           05  DRSLT-RECIP-PLACED    PIC S9(13)V99.
           05  DRSLT-RESTRAINED-AMT  PIC S9(13)V99.
           05  DRSLT-RESTRAINT-TYPE  PIC X(2).
           05  DRSLT-BLOCKED-FLAG    PIC X(1).

       FD  ACQUIRED-INSURED-FILE.
           COPY ACQUIRED-INSURED.

       FD  EXPLAIN-FILE.
           COPY CONVERSION-EXPLAIN.

      *    Our determinations (kind '1') and the acquired bank's
      *    figure (kind '2') for each depositor together.
       SD  DEPOSITOR-SORT-FILE.
       01  DSR-REC.
           05  DSR-DEPOSITOR-ID      PIC X(15).
           05  DSR-KIND              PIC X(1).
               88  DSR-OURS          VALUE '1'.
               88  DSR-THEIRS        VALUE '2'.
           05  DSR-ERROR-FLAG        PIC X(1).
           05  DSR-BALANCE           PIC S9(13)V99.
           05  DSR-INSURED-AMT       PIC S9(13)V99.
           05  DSR-UNINSURED-AMT     PIC S9(13)V99.

       FD  PARALLEL-REPORT-FILE.
       01  PARALLEL-REPORT-LINE      PIC X(132).

       FD  PARALLEL-STATUS-FILE.
           COPY CONVERSION-PARALLEL-STATUS.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-ACQI-STATUS            PIC XX.
       01  WS-EXPL-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-PSTS-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-SOURCE-SYSTEM          PIC X(15).
       01  WS-TOLERANCE              PIC S9(13)V99.
       01  WS-CURRENT-DATE           PIC X(21).
       01  WS-RUN-DATE               PIC X(10).
       01  WS-PARALLEL-PASSED        PIC X VALUE 'N'.

      *--- Approved explanations for this source system ---
       01  WS-EXP-COUNT              PIC 9(4) VALUE 0.
       01  WS-EXP-MAX                PIC 9(4) VALUE 2000.
       01  WS-EXP-REFUSED            PIC 9(5) VALUE 0.
       01  WS-EXP-TABLE.
           05  WS-EX-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-EX-IDX.
               10  WS-EX-DEPOSITOR-ID PIC X(15).
               10  WS-EX-REASON      PIC X(4).
               10  WS-EX-TEXT        PIC X(60).
               10  WS-EX-REVIEWER    PIC X(10).
               10  WS-EX-APPROVER    PIC X(10).

      *--- Current depositor ---
       01  WS-DG-DEPOSITOR-ID        PIC X(15) VALUE LOW-VALUES.
       01  WS-DG-OUR-COUNT           PIC 9(5).
       01  WS-DG-OUR-ERRORS          PIC 9(5).
       01  WS-DG-OUR-BALANCE         PIC S9(13)V99.
       01  WS-DG-OUR-INSURED         PIC S9(13)V99.
       01  WS-DG-OUR-UNINSURED       PIC S9(13)V99.
       01  WS-DG-THEIR-COUNT         PIC 9(5).
       01  WS-DG-THEIR-BALANCE       PIC S9(13)V99.
       01  WS-DG-THEIR-INSURED       PIC S9(13)V99.
       01  WS-DG-THEIR-UNINSURED     PIC S9(13)V99.
       01  WS-DG-CLASS               PIC X(24).
       01  WS-DIFFERENCE             PIC S9(13)V99.

      *--- Totals ---
       01  WS-DEPOSITOR-COUNT        PIC 9(7) VALUE 0.
       01  WS-OURS-ONLY-COUNT        PIC 9(7) VALUE 0.
       01  WS-THEIRS-ONLY-COUNT      PIC 9(7) VALUE 0.
       01  WS-OUR-DEPOSITORS         PIC 9(7) VALUE 0.
       01  WS-THEIR-DEPOSITORS       PIC 9(7) VALUE 0.
       01  WS-MATCH-COUNT            PIC 9(7) VALUE 0.
       01  WS-DIFFERENCE-COUNT       PIC 9(7) VALUE 0.
       01  WS-EXPLAINED-COUNT        PIC 9(7) VALUE 0.
       01  WS-UNEXPLAINED-COUNT      PIC 9(7) VALUE 0.
       01  WS-TOT-OUR-BALANCE        PIC S9(13)V99 VALUE 0.
       01  WS-TOT-OUR-INSURED        PIC S9(13)V99 VALUE 0.
       01  WS-TOT-THEIR-BALANCE      PIC S9(13)V99 VALUE 0.
       01  WS-TOT-THEIR-INSURED      PIC S9(13)V99 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                PIC X(43)
               VALUE 'ACQUIRED BOOK PARALLEL RUN -- SOURCE SYSTEM'.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-H1-SOURCE-SYSTEM   PIC X(15).
           05  FILLER                PIC X(11) VALUE '  RUN DATE '.
           05  WS-H1-RUN-DATE        PIC X(10).
           05  FILLER                PIC X(13) VALUE '  TOLERANCE '.
           05  WS-H1-TOLERANCE       PIC Z,ZZZ,ZZ9.99.
       01  WS-HEADING-2.
           05  FILLER                PIC X(16) VALUE 'DEPOSITOR'.
           05  FILLER                PIC X(25) VALUE 'DIFFERENCE'.
           05  FILLER                PIC X(21)
               VALUE '         OUR BALANCE'.
           05  FILLER                PIC X(21)
               VALUE '       THEIR BALANCE'.
           05  FILLER                PIC X(1).
           05  FILLER                PIC X(21)
               VALUE '         OUR INSURED'.
           05  FILLER                PIC X(21)
               VALUE '       THEIR INSURED'.
       01  WS-DETAIL-LINE.
           05  WS-DL-DEPOSITOR-ID    PIC X(15).
           05  FILLER                PIC X(1).
           05  WS-DL-CLASS           PIC X(24).
           05  FILLER                PIC X(1).
           05  WS-DL-OUR-BALANCE     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DL-THEIR-BALANCE   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  WS-DL-OUR-INSURED     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-DL-THEIR-INSURED   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EXPLAIN-LINE.
           05  FILLER                PIC X(16).
           05  WS-EL-STATUS          PIC X(20).
           05  WS-EL-REASON          PIC X(5).
           05  WS-EL-TEXT            PIC X(61).
           05  WS-EL-REVIEWER        PIC X(11).
           05  WS-EL-APPROVER        PIC X(10).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL           PIC X(40).
           05  WS-TL-COUNT           PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL           PIC X(40).
           05  WS-AL-OURS            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-AL-THEIRS          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPARE-DEPOSITORS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING WS-CURRENT-DATE(1:4) '-' WS-CURRENT-DATE(5:2) '-'
                  WS-CURRENT-DATE(7:2)
               DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM 1100-READ-PARM
           PERFORM 1200-LOAD-EXPLANATIONS.

       1100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONVERSION PARM FILE: '
                        WS-PARM-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY 'CONVERSION PARM FILE IS EMPTY '
                            '-- RUN ABORTED.'
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ
           MOVE CNVP-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
           MOVE CNVP-TOLERANCE-AMT TO WS-TOLERANCE
           CLOSE PARM-FILE
           IF WS-SOURCE-SYSTEM = SPACES
               DISPLAY 'CONVERSION PARM NAMES NO SOURCE SYSTEM '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-EXPLANATIONS.
      *    No explanation file simply means nothing is explained
      *    yet.
           OPEN INPUT EXPLAIN-FILE
           IF WS-EXPL-STATUS NOT = '00'
               DISPLAY 'NO EXPLANATION FILE (CNVEXPL) -- EVERY '
                        'DIFFERENCE IS UNEXPLAINED.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXPL-STATUS NOT = '00'
               READ EXPLAIN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CNVE-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                           PERFORM 1210-STAGE-ONE-EXPLANATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPLAIN-FILE
           IF WS-EXP-REFUSED NOT = 0
               DISPLAY 'EXPLANATIONS REFUSED (MAKER-CHECKER OR '
                        'FORMAT): ' WS-EXP-REFUSED
           END-IF.

       1210-STAGE-ONE-EXPLANATION.
           EVALUATE TRUE
               WHEN NOT CNVE-VALID-REASON
                   ADD 1 TO WS-EXP-REFUSED
                   DISPLAY 'EXPLANATION REFUSED, BAD REASON CODE: '
                            CNVE-DEPOSITOR-ID
               WHEN CNVE-EXPLANATION = SPACES
                   ADD 1 TO WS-EXP-REFUSED
                   DISPLAY 'EXPLANATION REFUSED, NO TEXT: '
                            CNVE-DEPOSITOR-ID
               WHEN CNVE-REVIEWER-ID = SPACES
                   ADD 1 TO WS-EXP-REFUSED
                   DISPLAY 'EXPLANATION REFUSED, NO REVIEWER: '
                            CNVE-DEPOSITOR-ID
               WHEN CNVE-APPROVER-ID = SPACES
                   ADD 1 TO WS-EXP-REFUSED
                   DISPLAY 'EXPLANATION REFUSED, NO APPROVER: '
                            CNVE-DEPOSITOR-ID
               WHEN CNVE-APPROVER-ID = CNVE-REVIEWER-ID
                   ADD 1 TO WS-EXP-REFUSED
                   DISPLAY 'EXPLANATION REFUSED, APPROVER MUST '
                            'DIFFER FROM REVIEWER: ' CNVE-DEPOSITOR-ID
               WHEN WS-EXP-COUNT < WS-EXP-MAX
                   ADD 1 TO WS-EXP-COUNT
                   SET WS-EX-IDX TO WS-EXP-COUNT
                   MOVE CNVE-DEPOSITOR-ID
                       TO WS-EX-DEPOSITOR-ID(WS-EX-IDX)
                   MOVE CNVE-REASON-CODE TO WS-EX-REASON(WS-EX-IDX)
                   MOVE CNVE-EXPLANATION TO WS-EX-TEXT(WS-EX-IDX)
                   MOVE CNVE-REVIEWER-ID
                       TO WS-EX-REVIEWER(WS-EX-IDX)
                   MOVE CNVE-APPROVER-ID
                       TO WS-EX-APPROVER(WS-EX-IDX)
               WHEN OTHER
                   ADD 1 TO WS-EXP-REFUSED
                   DISPLAY 'EXPLANATION TABLE FULL, REFUSED: '
                            CNVE-DEPOSITOR-ID
           END-EVALUATE.

       2000-COMPARE-DEPOSITORS.
           OPEN INPUT DEPOSIT-RESULT-FILE
           IF WS-DRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARALLEL CALC RESULTS: '
                        WS-DRSLT-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           OPEN INPUT ACQUIRED-INSURED-FILE
           IF WS-ACQI-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACQUIRED INSURED FIGURES: '
                        WS-ACQI-STATUS ' -- RUN ABORTED.'
               CLOSE DEPOSIT-RESULT-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT PARALLEL-REPORT-FILE
           MOVE WS-SOURCE-SYSTEM TO WS-H1-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO WS-H1-RUN-DATE
           MOVE WS-TOLERANCE TO WS-H1-TOLERANCE
           WRITE PARALLEL-REPORT-LINE FROM WS-HEADING-1
           MOVE SPACES TO PARALLEL-REPORT-LINE
           WRITE PARALLEL-REPORT-LINE
           WRITE PARALLEL-REPORT-LINE FROM WS-HEADING-2
           SORT DEPOSITOR-SORT-FILE
               ON ASCENDING KEY DSR-DEPOSITOR-ID DSR-KIND
               INPUT PROCEDURE 2100-RELEASE-FIGURES
               OUTPUT PROCEDURE 2500-COMPARE-FIGURES
           CLOSE DEPOSIT-RESULT-FILE
           CLOSE ACQUIRED-INSURED-FILE.

       2100-RELEASE-FIGURES.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DRSLT-DEPOSITOR-ID TO DSR-DEPOSITOR-ID
                       MOVE '1' TO DSR-KIND
                       MOVE DRSLT-ERROR-FLAG TO DSR-ERROR-FLAG
                       MOVE DRSLT-BALANCE TO DSR-BALANCE
                       MOVE DRSLT-INSURED-AMT TO DSR-INSURED-AMT
                       MOVE DRSLT-UNINSURED-AMT TO DSR-UNINSURED-AMT
                       RELEASE DSR-REC
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACQUIRED-INSURED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACQI-DEPOSITOR-ID TO DSR-DEPOSITOR-ID
                       MOVE '2' TO DSR-KIND
                       MOVE 'N' TO DSR-ERROR-FLAG
                       MOVE ACQI-BALANCE TO DSR-BALANCE
                       MOVE ACQI-INSURED-AMT TO DSR-INSURED-AMT
                       MOVE ACQI-UNINSURED-AMT TO DSR-UNINSURED-AMT
                       RELEASE DSR-REC
               END-READ
           END-PERFORM.

       2500-COMPARE-FIGURES.
           MOVE LOW-VALUES TO WS-DG-DEPOSITOR-ID
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               RETURN DEPOSITOR-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DSR-DEPOSITOR-ID NOT = WS-DG-DEPOSITOR-ID
                           PERFORM 2600-CLOSE-DEPOSITOR
                           PERFORM 2510-START-DEPOSITOR
                       END-IF
                       PERFORM 2520-ADD-FIGURE
               END-RETURN
           END-PERFORM
           PERFORM 2600-CLOSE-DEPOSITOR.

       2510-START-DEPOSITOR.
           MOVE DSR-DEPOSITOR-ID TO WS-DG-DEPOSITOR-ID
           MOVE 0 TO WS-DG-OUR-COUNT
           MOVE 0 TO WS-DG-OUR-ERRORS
           MOVE 0 TO WS-DG-OUR-BALANCE
           MOVE 0 TO WS-DG-OUR-INSURED
           MOVE 0 TO WS-DG-OUR-UNINSURED
           MOVE 0 TO WS-DG-THEIR-COUNT
           MOVE 0 TO WS-DG-THEIR-BALANCE
           MOVE 0 TO WS-DG-THEIR-INSURED
           MOVE 0 TO WS-DG-THEIR-UNINSURED.

       2520-ADD-FIGURE.
           IF DSR-OURS
               ADD 1 TO WS-DG-OUR-COUNT
               IF DSR-ERROR-FLAG = 'Y'
                   ADD 1 TO WS-DG-OUR-ERRORS
               END-IF
               ADD DSR-BALANCE TO WS-DG-OUR-BALANCE
               ADD DSR-INSURED-AMT TO WS-DG-OUR-INSURED
               ADD DSR-UNINSURED-AMT TO WS-DG-OUR-UNINSURED
           ELSE
               ADD 1 TO WS-DG-THEIR-COUNT
               ADD DSR-BALANCE TO WS-DG-THEIR-BALANCE
               ADD DSR-INSURED-AMT TO WS-DG-THEIR-INSURED
               ADD DSR-UNINSURED-AMT TO WS-DG-THEIR-UNINSURED
           END-IF.

       2600-CLOSE-DEPOSITOR.
           IF WS-DG-DEPOSITOR-ID = LOW-VALUES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEPOSITOR-COUNT
           ADD WS-DG-OUR-BALANCE TO WS-TOT-OUR-BALANCE
           ADD WS-DG-OUR-INSURED TO WS-TOT-OUR-INSURED
           ADD WS-DG-THEIR-BALANCE TO WS-TOT-THEIR-BALANCE
           ADD WS-DG-THEIR-INSURED TO WS-TOT-THEIR-INSURED
           IF WS-DG-OUR-COUNT > 0
               ADD 1 TO WS-OUR-DEPOSITORS
           END-IF
           IF WS-DG-THEIR-COUNT > 0
               ADD 1 TO WS-THEIR-DEPOSITORS
           END-IF
           PERFORM 2610-CLASSIFY-DEPOSITOR
           IF WS-DG-CLASS = SPACES
               ADD 1 TO WS-MATCH-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIFFERENCE-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-DG-DEPOSITOR-ID TO WS-DL-DEPOSITOR-ID
           MOVE WS-DG-CLASS TO WS-DL-CLASS
           MOVE WS-DG-OUR-BALANCE TO WS-DL-OUR-BALANCE
           MOVE WS-DG-THEIR-BALANCE TO WS-DL-THEIR-BALANCE
           MOVE WS-DG-OUR-INSURED TO WS-DL-OUR-INSURED
           MOVE WS-DG-THEIR-INSURED TO WS-DL-THEIR-INSURED
           WRITE PARALLEL-REPORT-LINE FROM WS-DETAIL-LINE
           PERFORM 2620-FIND-EXPLANATION.

       2610-CLASSIFY-DEPOSITOR.
      *    The first difference found names the line; any one of
      *    them needs the explanation.
           MOVE SPACES TO WS-DG-CLASS
           EVALUATE TRUE
               WHEN WS-DG-THEIR-COUNT = 0
                   ADD 1 TO WS-OURS-ONLY-COUNT
                   MOVE 'NOT IN ACQUIRED FIGURES' TO WS-DG-CLASS
               WHEN WS-DG-OUR-COUNT = 0
                   ADD 1 TO WS-THEIRS-ONLY-COUNT
                   MOVE 'NOT IN CONVERTED BOOK' TO WS-DG-CLASS
               WHEN WS-DG-THEIR-COUNT > 1
                   MOVE 'DUPLICATE ACQUIRED FIGURE' TO WS-DG-CLASS
               WHEN WS-DG-OUR-ERRORS > 0
                   MOVE 'CALC EXCEPTION' TO WS-DG-CLASS
           END-EVALUATE
           IF WS-DG-CLASS NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFFERENCE = WS-DG-OUR-BALANCE
                                 - WS-DG-THEIR-BALANCE
           IF WS-DIFFERENCE < 0
               COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
           END-IF
           IF WS-DIFFERENCE > WS-TOLERANCE
               MOVE 'BALANCE DIFFERS' TO WS-DG-CLASS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFFERENCE = WS-DG-OUR-INSURED
                                 - WS-DG-THEIR-INSURED
           IF WS-DIFFERENCE < 0
               COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
           END-IF
           IF WS-DIFFERENCE > WS-TOLERANCE
               MOVE 'INSURED DIFFERS' TO WS-DG-CLASS
           END-IF.

       2620-FIND-EXPLANATION.
           MOVE SPACES TO WS-EXPLAIN-LINE
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EXP-COUNT
               IF WS-EX-DEPOSITOR-ID(WS-EX-IDX) = WS-DG-DEPOSITOR-ID
                   MOVE 'EXPLAINED' TO WS-EL-STATUS
                   MOVE WS-EX-REASON(WS-EX-IDX) TO WS-EL-REASON
                   MOVE WS-EX-TEXT(WS-EX-IDX) TO WS-EL-TEXT
                   MOVE WS-EX-REVIEWER(WS-EX-IDX) TO WS-EL-REVIEWER
                   MOVE WS-EX-APPROVER(WS-EX-IDX) TO WS-EL-APPROVER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EL-STATUS = SPACES
               ADD 1 TO WS-UNEXPLAINED-COUNT
               MOVE '*** UNEXPLAINED ***' TO WS-EL-STATUS
           ELSE
               ADD 1 TO WS-EXPLAINED-COUNT
           END-IF
           WRITE PARALLEL-REPORT-LINE FROM WS-EXPLAIN-LINE.

       9000-FINALIZE.
           MOVE SPACES TO PARALLEL-REPORT-LINE
           WRITE PARALLEL-REPORT-LINE
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'DEPOSITORS COMPARED' TO WS-TL-LABEL
           MOVE WS-DEPOSITOR-COUNT TO WS-TL-COUNT
           WRITE PARALLEL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  WITHIN TOLERANCE' TO WS-TL-LABEL
           MOVE WS-MATCH-COUNT TO WS-TL-COUNT
           WRITE PARALLEL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '  DIFFERENCES' TO WS-TL-LABEL
           MOVE WS-DIFFERENCE-COUNT TO WS-TL-COUNT
           WRITE PARALLEL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '    ONLY IN CONVERTED BOOK' TO WS-TL-LABEL
           MOVE WS-OURS-ONLY-COUNT TO WS-TL-COUNT
           WRITE PARALLEL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '    ONLY IN ACQUIRED FIGURES' TO WS-TL-LABEL
           MOVE WS-THEIRS-ONLY-COUNT TO WS-TL-COUNT
           WRITE PARALLEL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '    EXPLAINED AND APPROVED' TO WS-TL-LABEL
           MOVE WS-EXPLAINED-COUNT TO WS-TL-COUNT
           WRITE PARALLEL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '    UNEXPLAINED' TO WS-TL-LABEL
           MOVE WS-UNEXPLAINED-COUNT TO WS-TL-COUNT
           WRITE PARALLEL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EXPLANATIONS REFUSED' TO WS-TL-LABEL
           MOVE WS-EXP-REFUSED TO WS-TL-COUNT
           WRITE PARALLEL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-AMOUNT-LINE
           MOVE 'TOTAL BALANCE        OURS / THEIRS' TO WS-AL-LABEL
           MOVE WS-TOT-OUR-BALANCE TO WS-AL-OURS
           MOVE WS-TOT-THEIR-BALANCE TO WS-AL-THEIRS
           WRITE PARALLEL-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TOTAL INSURED        OURS / THEIRS' TO WS-AL-LABEL
           MOVE WS-TOT-OUR-INSURED TO WS-AL-OURS
           MOVE WS-TOT-THEIR-INSURED TO WS-AL-THEIRS
           WRITE PARALLEL-REPORT-LINE FROM WS-AMOUNT-LINE
           PERFORM 9100-WRITE-PARALLEL-STATUS
           MOVE SPACES TO PARALLEL-REPORT-LINE
           WRITE PARALLEL-REPORT-LINE
           IF WS-PARALLEL-PASSED = 'Y'
               MOVE 'PARALLEL RUN PASSED -- CONVERTED BOOK MAY JOIN '
                 TO PARALLEL-REPORT-LINE
               MOVE 'PRODUCTION' TO PARALLEL-REPORT-LINE(48:10)
           ELSE
               MOVE 'PARALLEL RUN FAILED -- CONVERTED BOOK MUST NOT '
                 TO PARALLEL-REPORT-LINE
               MOVE 'JOIN PRODUCTION' TO PARALLEL-REPORT-LINE(48:15)
           END-IF
           WRITE PARALLEL-REPORT-LINE
           CLOSE PARALLEL-REPORT-FILE
           DISPLAY 'ACQUIRED PARALLEL RUN COMPLETE'
           DISPLAY '  SOURCE SYSTEM:       ' WS-SOURCE-SYSTEM
           DISPLAY '  DEPOSITORS COMPARED: ' WS-DEPOSITOR-COUNT
           DISPLAY '  DIFFERENCES:         ' WS-DIFFERENCE-COUNT
           DISPLAY '  UNEXPLAINED:         ' WS-UNEXPLAINED-COUNT
           IF WS-PARALLEL-PASSED = 'Y'
               DISPLAY '  STATUS:              PASSED'
           ELSE
               DISPLAY '  STATUS:              FAILED'
           END-IF.

       9100-WRITE-PARALLEL-STATUS.
      *    Nothing to compare on either side is a failure, not a
      *    clean pass.
           OPEN OUTPUT PARALLEL-STATUS-FILE
           MOVE SPACES TO CONVERSION-PARALLEL-STATUS-REC
           IF WS-UNEXPLAINED-COUNT = 0
               AND WS-OUR-DEPOSITORS > 0
               AND WS-THEIR-DEPOSITORS > 0
               SET CNPS-PASSED TO TRUE
               MOVE 'Y' TO WS-PARALLEL-PASSED
           ELSE
               SET CNPS-FAILED TO TRUE
           END-IF
           MOVE WS-SOURCE-SYSTEM TO CNPS-SOURCE-SYSTEM
           MOVE WS-RUN-DATE TO CNPS-RUN-DATE
           MOVE WS-DEPOSITOR-COUNT TO CNPS-DEPOSITOR-COUNT
           MOVE WS-DIFFERENCE-COUNT TO CNPS-DIFFERENCE-COUNT
           MOVE WS-UNEXPLAINED-COUNT TO CNPS-UNEXPLAINED-COUNT
           WRITE CONVERSION-PARALLEL-STATUS-REC
           CLOSE PARALLEL-STATUS-FILE.
