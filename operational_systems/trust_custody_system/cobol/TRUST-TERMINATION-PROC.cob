       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUST-TERMINATION-PROC.
      ******************************************************************
      * TRUST TERMINATION AND FINAL-DISTRIBUTION PROCESSOR
      * When a trust terminates -- the grantor dies, a term of years
      * runs out, a court orders it -- its funds are paid out to the
      * beneficiaries over the following weeks or months. Until
      * now nothing in the suite knew this was happening: the calc
      * kept insuring the balance under the old trust rules right
      * up to the day the trust closed, and once the money moved it
      * turned up in the beneficiaries' own deposit accounts with no
      * link back to the trust. Each cycle this program reads the
      * ORC-assigned trust master (TRUSTASG) and the trust-event
      * file (TRSTEVNT, see TRUST-EVENT.cpy):
      *   - an active trust with a termination on or before the
      *     business date is re-stamped TRUST-WINDING-UP ('W') on the
      *     working master it writes (TRUSTWND), which
      *     TRUST-INSURANCE-CALC reads in place of TRUSTASG and
      *     insures per distributee; a frozen trust stays frozen
      *     (nothing can be paid out of it) and a closed trust stays
      *     closed;
      *   - the wind-up report (TRSTTERM) lists the trusts in
      *     wind-up, the distributions still pending, the
      *     distributions past their scheduled date, the trusts
      *     that have distributed everything but are still open on
      *     the trust-accounting system, and event records that do
      *     not tie to the master. A distributee with no PARTY-XREF
      *     link is marked UNMATCHED -- the calc's share in that
      *     name cannot be combined with the distributee's own
      *     deposits until the party is matched.
      ******************************************************************
      * FIXED 2026-10-15: Original version.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRUST-FILE-IN ASSIGN TO TRUSTASG
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-IN-FS.
           SELECT TRUST-FILE-OUT ASSIGN TO TRUSTWND
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-OUT-FS.
           SELECT TRUST-EVENT-FILE ASSIGN TO TRSTEVNT
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-EVT-FS.
           SELECT PARTY-XREF-FILE ASSIGN TO PARTYXRF
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-XRF-FS.
           SELECT WIND-UP-REPORT-FILE ASSIGN TO TRSTTERM
                                ORGANIZATION IS SEQUENTIAL
                                FILE STATUS IS WS-RPT-FS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CYCLCTRL
                                ORGANIZATION IS SEQUENTIAL
                                ACCESS MODE IS SEQUENTIAL
                                FILE STATUS IS WS-RUNC-FS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRUST-FILE-IN.
       COPY TRUST-ACCOUNT-MASTER.

       FD  TRUST-FILE-OUT.
       COPY TRUST-ACCOUNT-MASTER
           REPLACING ==TRUST-ACCOUNT-REC== BY ==TRUST-WIND-UP-REC==.

       FD  TRUST-EVENT-FILE.
       COPY TRUST-EVENT.

       FD  PARTY-XREF-FILE.
       COPY PARTY-XREF.

       FD  WIND-UP-REPORT-FILE.
       01  WIND-UP-REPORT-LINE     PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-IN-FS                PIC XX.
       01  WS-OUT-FS               PIC XX.
       01  WS-EVT-FS               PIC XX.
       01  WS-XRF-FS               PIC XX.
       01  WS-RPT-FS               PIC XX.
       01  WS-RUNC-FS              PIC XX.
       01  WS-BUSINESS-DATE        PIC X(10).
       01  WS-PRED-TRSTORC-DONE    PIC X VALUE 'N'.
       01  WS-EOF-TRUST            PIC X VALUE 'N'.
           88  TRUST-END-OF-FILE   VALUE 'Y'.

      * One entry per terminated trust on TRSTEVNT. WS-TM-STATE is
      * what this run found on the master for it.
       01  WS-TERM-COUNT           PIC 9(4) VALUE ZEROS.
       01  WS-TERM-MAX             PIC 9(4) VALUE 1000.
       01  WS-TERM-TABLE.
           05  WS-TM-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-TM-IDX.
               10  WS-TM-TRUST-ID      PIC X(12).
               10  WS-TM-TERM-DATE     PIC X(10).
               10  WS-TM-STATE         PIC X(1).
                   88  TM-NOT-ON-MASTER    VALUE ' '.
                   88  TM-WINDING-UP       VALUE 'W'.
                   88  TM-CLOSED           VALUE 'C'.
                   88  TM-FROZEN           VALUE 'F'.
                   88  TM-NOT-YET-EFFECTIVE VALUE 'N'.
               10  WS-TM-TRUST-NAME    PIC X(40).
               10  WS-TM-BALANCE       PIC S9(13)V99.
               10  WS-TM-PEND-COUNT    PIC 9(3).
               10  WS-TM-PEND-AMT      PIC S9(13)V99.
               10  WS-TM-DONE-COUNT    PIC 9(3).
               10  WS-TM-DONE-AMT      PIC S9(13)V99.
       01  WS-TM-FOUND             PIC X(1).
       01  WS-FIND-TRUST-ID        PIC X(12).

      * Every scheduled distribution on TRSTEVNT.
       01  WS-DIST-COUNT           PIC 9(4) VALUE ZEROS.
       01  WS-DIST-MAX             PIC 9(4) VALUE 3000.
       01  WS-DIST-TABLE.
           05  WS-DS-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-DS-IDX.
               10  WS-DS-TRUST-ID      PIC X(12).
               10  WS-DS-DISTRIBUTEE-ID PIC X(10).
               10  WS-DS-NAME          PIC X(40).
               10  WS-DS-SCHED-DATE    PIC X(10).
               10  WS-DS-AMOUNT        PIC S9(13)V99.
               10  WS-DS-STATUS        PIC X(1).
                   88  DS-PENDING      VALUE 'P' ' '.
                   88  DS-DISTRIBUTED  VALUE 'D'.
               10  WS-DS-DEST-ACCT     PIC X(20).
               10  WS-DS-XREF-MATCHED  PIC X(1).
               10  WS-DS-TERM-FOUND    PIC X(1).

      * Grantor-side party ids that PARTY-IDENTITY-MATCH linked to a
      * depositor -- distributees are matched onto the same file.
       01  WS-XREF-COUNT           PIC 9(4) VALUE ZEROS.
       01  WS-XREF-MAX             PIC 9(4) VALUE 4000.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 4000 TIMES
                            INDEXED BY WS-XR-IDX.
               10  WS-XR-GRANTOR-ID  PIC X(10).

       01  WS-SECTION-COUNT        PIC 9(5).

       01  TRUST-DETAIL-LINE.
           05  TDL-TRUST-ID        PIC X(12).
           05  FILLER              PIC X(2).
           05  TDL-TRUST-NAME      PIC X(40).
           05  FILLER              PIC X(1).
           05  TDL-TERM-DATE       PIC X(10).
           05  FILLER              PIC X(1).
           05  TDL-BALANCE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  TDL-PEND-COUNT      PIC ZZ9.
           05  FILLER              PIC X(1).
           05  TDL-PEND-AMT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  TDL-NOTE            PIC X(18).

       01  DIST-DETAIL-LINE.
           05  DDL-TRUST-ID        PIC X(12).
           05  FILLER              PIC X(2).
           05  DDL-DISTRIBUTEE-ID  PIC X(10).
           05  FILLER              PIC X(1).
           05  DDL-NAME            PIC X(30).
           05  FILLER              PIC X(1).
           05  DDL-SCHED-DATE      PIC X(10).
           05  FILLER              PIC X(1).
           05  DDL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1).
           05  DDL-DEST-ACCT       PIC X(20).
           05  FILLER              PIC X(1).
           05  DDL-XREF-NOTE       PIC X(9).

       01  WS-TRUST-COUNT          PIC 9(7) VALUE ZEROS.
       01  WS-WIND-UP-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-DEFERRED-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-PENDING-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-PAST-DUE-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-FULLY-PAID-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRUST UNTIL TRUST-END-OF-FILE
           PERFORM 3000-WRITE-WIND-UP-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-TRUST-EVENTS
           PERFORM 1300-LOAD-PARTY-XREF
           OPEN INPUT TRUST-FILE-IN
           IF WS-IN-FS NOT = '00'
               DISPLAY 'ERROR OPENING TRUSTASG: ' WS-IN-FS
               STOP RUN
           END-IF
           OPEN OUTPUT TRUST-FILE-OUT
           OPEN OUTPUT WIND-UP-REPORT-FILE
           MOVE SPACES TO WIND-UP-REPORT-LINE
           STRING 'TRUST WIND-UP AND FINAL DISTRIBUTIONS -- '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO WIND-UP-REPORT-LINE
           WRITE WIND-UP-REPORT-LINE
           MOVE SPACES TO WIND-UP-REPORT-LINE
           WRITE WIND-UP-REPORT-LINE
           READ TRUST-FILE-IN
               AT END SET TRUST-END-OF-FILE TO TRUE
           END-READ.

       1100-READ-RUN-CONTROL.
      * The cycle's official business date comes from the run-
      * control file written by CYCLE-OPEN -- never the system
      * clock -- and the run refuses to start until
      * TRUST-ORC-ASSIGNMENT shows complete for this same business
      * date, since the master this program re-stamps is its
      * output.
           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-TRSTORC-DONE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-FS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: ' WS-RUNC-FS
               DISPLAY 'CYCLE-OPEN HAS NOT RUN -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RUNC-FS NOT = '00'
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
                           AND RC-JOB-NAME = 'TRUST-ORC-ASSIGNMENT'
                           MOVE 'Y' TO WS-PRED-TRSTORC-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-TRSTORC-DONE = 'N'
               DISPLAY 'PREDECESSOR TRUST-ORC-ASSIGNMENT NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-TRUST-EVENTS.
      * An absent TRSTEVNT is a cycle with no terminations: the
      * master passes through unchanged.
           OPEN INPUT TRUST-EVENT-FILE
           IF WS-EVT-FS = '00'
               PERFORM UNTIL WS-EVT-FS NOT = '00'
                   READ TRUST-EVENT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF EVT-TERMINATION
                               PERFORM 1210-ADD-TERMINATION
                           END-IF
                           IF EVT-DISTRIBUTION
                               AND NOT EVT-DIST-CANCELLED
                               PERFORM 1220-ADD-DISTRIBUTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRUST-EVENT-FILE
           END-IF
           DISPLAY 'TERMINATIONS LOADED: ' WS-TERM-COUNT
                    ' -- DISTRIBUTIONS LOADED: ' WS-DIST-COUNT.

       1210-ADD-TERMINATION.
      * A second termination record for the same trust corrects
      * the date -- the later record wins.
           MOVE EVT-TRUST-ID TO WS-FIND-TRUST-ID
           PERFORM 2100-FIND-TERMINATION
           IF WS-TM-FOUND = 'Y'
               MOVE EVT-EVENT-DATE TO WS-TM-TERM-DATE(WS-TM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-TERM-COUNT < WS-TERM-MAX
               ADD 1 TO WS-TERM-COUNT
               SET WS-TM-IDX TO WS-TERM-COUNT
               MOVE EVT-TRUST-ID   TO WS-TM-TRUST-ID(WS-TM-IDX)
               MOVE EVT-EVENT-DATE TO WS-TM-TERM-DATE(WS-TM-IDX)
               MOVE SPACE          TO WS-TM-STATE(WS-TM-IDX)
               MOVE SPACES         TO WS-TM-TRUST-NAME(WS-TM-IDX)
               MOVE ZEROS          TO WS-TM-BALANCE(WS-TM-IDX)
                                      WS-TM-PEND-COUNT(WS-TM-IDX)
                                      WS-TM-PEND-AMT(WS-TM-IDX)
                                      WS-TM-DONE-COUNT(WS-TM-IDX)
                                      WS-TM-DONE-AMT(WS-TM-IDX)
           ELSE
               DISPLAY 'TERMINATION TABLE FULL -- TRUST '
                        EVT-TRUST-ID ' NOT LOADED'
           END-IF.

       1220-ADD-DISTRIBUTION.
           IF WS-DIST-COUNT < WS-DIST-MAX
               ADD 1 TO WS-DIST-COUNT
               SET WS-DS-IDX TO WS-DIST-COUNT
               MOVE EVT-TRUST-ID   TO WS-DS-TRUST-ID(WS-DS-IDX)
               MOVE EVT-DISTRIBUTEE-ID
                   TO WS-DS-DISTRIBUTEE-ID(WS-DS-IDX)
               MOVE EVT-DISTRIBUTEE-NAME TO WS-DS-NAME(WS-DS-IDX)
               MOVE EVT-EVENT-DATE TO WS-DS-SCHED-DATE(WS-DS-IDX)
               MOVE EVT-DIST-AMOUNT TO WS-DS-AMOUNT(WS-DS-IDX)
               MOVE EVT-DIST-STATUS TO WS-DS-STATUS(WS-DS-IDX)
               MOVE EVT-DEST-ACCT-NUMBER
                   TO WS-DS-DEST-ACCT(WS-DS-IDX)
               MOVE 'N' TO WS-DS-XREF-MATCHED(WS-DS-IDX)
               MOVE 'N' TO WS-DS-TERM-FOUND(WS-DS-IDX)
           ELSE
               DISPLAY 'DISTRIBUTION TABLE FULL -- TRUST '
                        EVT-TRUST-ID ' DISTRIBUTEE '
                        EVT-DISTRIBUTEE-ID ' NOT LOADED'
           END-IF.

       1300-LOAD-PARTY-XREF.
      * Marks each scheduled distributee that PARTY-IDENTITY-MATCH
      * has linked to a depositor.
           OPEN INPUT PARTY-XREF-FILE
           IF WS-XRF-FS = '00'
               PERFORM UNTIL WS-XRF-FS NOT = '00'
                   READ PARTY-XREF-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF WS-XREF-COUNT < WS-XREF-MAX
                               ADD 1 TO WS-XREF-COUNT
                               SET WS-XR-IDX TO WS-XREF-COUNT
                               MOVE XRF-GRANTOR-ID
                                   TO WS-XR-GRANTOR-ID(WS-XR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTY-XREF-FILE
           END-IF
           SET WS-DS-IDX TO 1
           PERFORM UNTIL WS-DS-IDX > WS-DIST-COUNT
               SET WS-XR-IDX TO 1
               PERFORM UNTIL WS-XR-IDX > WS-XREF-COUNT
                   IF WS-XR-GRANTOR-ID(WS-XR-IDX)
                           = WS-DS-DISTRIBUTEE-ID(WS-DS-IDX)
                       MOVE 'Y' TO WS-DS-XREF-MATCHED(WS-DS-IDX)
                       SET WS-XR-IDX TO WS-XREF-COUNT
                   END-IF
                   SET WS-XR-IDX UP BY 1
               END-PERFORM
               SET WS-DS-IDX UP BY 1
           END-PERFORM.

       2000-PROCESS-TRUST.
           ADD 1 TO WS-TRUST-COUNT
           MOVE TRUST-ACCOUNT-REC TO TRUST-WIND-UP-REC
           MOVE TRUST-ID OF TRUST-ACCOUNT-REC TO WS-FIND-TRUST-ID
           PERFORM 2100-FIND-TERMINATION
           IF WS-TM-FOUND = 'Y'
               PERFORM 2200-APPLY-TERMINATION
           END-IF
           WRITE TRUST-WIND-UP-REC
           READ TRUST-FILE-IN
               AT END SET TRUST-END-OF-FILE TO TRUE
           END-READ.

       2100-FIND-TERMINATION.
      * Looks WS-FIND-TRUST-ID up in the termination table; leaves
      * WS-TM-IDX on the entry when WS-TM-FOUND is 'Y'.
           MOVE 'N' TO WS-TM-FOUND
           SET WS-TM-IDX TO 1
           PERFORM UNTIL WS-TM-IDX > WS-TERM-COUNT
               IF WS-TM-TRUST-ID(WS-TM-IDX) = WS-FIND-TRUST-ID
                   MOVE 'Y' TO WS-TM-FOUND
                   EXIT PERFORM
               END-IF
               SET WS-TM-IDX UP BY 1
           END-PERFORM.

       2200-APPLY-TERMINATION.
      * The termination takes effect on its date; until then the
      * trust is insured as it always was. Only an active trust is
      * moved into wind-up -- a frozen trust cannot pay anything out
      * and stays frozen, a closed trust has already finished.
           MOVE TRUST-NAME OF TRUST-ACCOUNT-REC
               TO WS-TM-TRUST-NAME(WS-TM-IDX)
           COMPUTE WS-TM-BALANCE(WS-TM-IDX) =
               TRUST-BALANCE OF TRUST-ACCOUNT-REC
               + TRUST-ACCRUED-INT OF TRUST-ACCOUNT-REC
           IF WS-TM-TERM-DATE(WS-TM-IDX) > WS-BUSINESS-DATE
               MOVE 'N' TO WS-TM-STATE(WS-TM-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TRUST-CLOSED OF TRUST-ACCOUNT-REC
                   MOVE 'C' TO WS-TM-STATE(WS-TM-IDX)
               WHEN TRUST-FROZEN OF TRUST-ACCOUNT-REC
                   MOVE 'F' TO WS-TM-STATE(WS-TM-IDX)
                   ADD 1 TO WS-DEFERRED-COUNT
               WHEN OTHER
                   MOVE 'W' TO WS-TM-STATE(WS-TM-IDX)
                   SET TRUST-WINDING-UP OF TRUST-WIND-UP-REC TO TRUE
                   ADD 1 TO WS-WIND-UP-COUNT
           END-EVALUATE.

       3000-WRITE-WIND-UP-REPORT.
           PERFORM 3050-TALLY-DISTRIBUTIONS
           PERFORM 3100-LIST-WIND-UP-TRUSTS
           PERFORM 3200-LIST-PENDING
           PERFORM 3300-LIST-PAST-DUE
           PERFORM 3400-LIST-FULLY-DISTRIBUTED
           PERFORM 3500-LIST-EXCEPTIONS.

       3050-TALLY-DISTRIBUTIONS.
      * Pending and distributed totals per terminated trust.
           SET WS-DS-IDX TO 1
           PERFORM UNTIL WS-DS-IDX > WS-DIST-COUNT
               MOVE WS-DS-TRUST-ID(WS-DS-IDX) TO WS-FIND-TRUST-ID
               PERFORM 2100-FIND-TERMINATION
               IF WS-TM-FOUND = 'Y'
                   MOVE 'Y' TO WS-DS-TERM-FOUND(WS-DS-IDX)
                   IF DS-DISTRIBUTED(WS-DS-IDX)
                       ADD 1 TO WS-TM-DONE-COUNT(WS-TM-IDX)
                       ADD WS-DS-AMOUNT(WS-DS-IDX)
                           TO WS-TM-DONE-AMT(WS-TM-IDX)
                   ELSE
                       ADD 1 TO WS-TM-PEND-COUNT(WS-TM-IDX)
                       ADD WS-DS-AMOUNT(WS-DS-IDX)
                           TO WS-TM-PEND-AMT(WS-TM-IDX)
                   END-IF
               END-IF
               SET WS-DS-IDX UP BY 1
           END-PERFORM.

       3100-LIST-WIND-UP-TRUSTS.
           MOVE SPACES TO WIND-UP-REPORT-LINE
           MOVE 'TRUSTS IN WIND-UP (BALANCE / PENDING DISTRIBUTIONS)'
               TO WIND-UP-REPORT-LINE
           WRITE WIND-UP-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           SET WS-TM-IDX TO 1
           PERFORM UNTIL WS-TM-IDX > WS-TERM-COUNT
               IF TM-WINDING-UP(WS-TM-IDX)
                   OR TM-FROZEN(WS-TM-IDX)
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO TRUST-DETAIL-LINE
                   MOVE WS-TM-TRUST-ID(WS-TM-IDX) TO TDL-TRUST-ID
                   MOVE WS-TM-TRUST-NAME(WS-TM-IDX)
                       TO TDL-TRUST-NAME
                   MOVE WS-TM-TERM-DATE(WS-TM-IDX) TO TDL-TERM-DATE
                   MOVE WS-TM-BALANCE(WS-TM-IDX) TO TDL-BALANCE
                   MOVE WS-TM-PEND-COUNT(WS-TM-IDX)
                       TO TDL-PEND-COUNT
                   MOVE WS-TM-PEND-AMT(WS-TM-IDX) TO TDL-PEND-AMT
                   IF TM-FROZEN(WS-TM-IDX)
                       MOVE 'FROZEN -- DEFERRED' TO TDL-NOTE
                   END-IF
                   WRITE WIND-UP-REPORT-LINE FROM TRUST-DETAIL-LINE
               END-IF
               SET WS-TM-IDX UP BY 1
           END-PERFORM
           PERFORM 3900-END-SECTION.

       3200-LIST-PENDING.
           MOVE SPACES TO WIND-UP-REPORT-LINE
           MOVE 'PENDING DISTRIBUTIONS (SCHEDULED DATE NOT YET PASSED)'
               TO WIND-UP-REPORT-LINE
           WRITE WIND-UP-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           SET WS-DS-IDX TO 1
           PERFORM UNTIL WS-DS-IDX > WS-DIST-COUNT
               IF WS-DS-TERM-FOUND(WS-DS-IDX) = 'Y'
                   AND DS-PENDING(WS-DS-IDX)
                   AND WS-DS-SCHED-DATE(WS-DS-IDX)
                       NOT < WS-BUSINESS-DATE
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-PENDING-COUNT
                   PERFORM 3800-WRITE-DIST-LINE
               END-IF
               SET WS-DS-IDX UP BY 1
           END-PERFORM
           PERFORM 3900-END-SECTION.

       3300-LIST-PAST-DUE.
           MOVE SPACES TO WIND-UP-REPORT-LINE
           MOVE 'DISTRIBUTIONS PAST SCHEDULED DATE -- STILL PENDING'
               TO WIND-UP-REPORT-LINE
           WRITE WIND-UP-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           SET WS-DS-IDX TO 1
           PERFORM UNTIL WS-DS-IDX > WS-DIST-COUNT
               IF WS-DS-TERM-FOUND(WS-DS-IDX) = 'Y'
                   AND DS-PENDING(WS-DS-IDX)
                   AND WS-DS-SCHED-DATE(WS-DS-IDX)
                       < WS-BUSINESS-DATE
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-PAST-DUE-COUNT
                   PERFORM 3800-WRITE-DIST-LINE
               END-IF
               SET WS-DS-IDX UP BY 1
           END-PERFORM
           PERFORM 3900-END-SECTION.

       3400-LIST-FULLY-DISTRIBUTED.
      * Everything scheduled has been paid, yet the trust-accounting
      * system still carries the trust open -- it should be closed,
      * and any balance left on it is unexplained.
           MOVE SPACES TO WIND-UP-REPORT-LINE
           MOVE 'FULLY DISTRIBUTED -- TRUST STILL OPEN'
               TO WIND-UP-REPORT-LINE
           WRITE WIND-UP-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           SET WS-TM-IDX TO 1
           PERFORM UNTIL WS-TM-IDX > WS-TERM-COUNT
               IF (TM-WINDING-UP(WS-TM-IDX) OR TM-FROZEN(WS-TM-IDX))
                   AND WS-TM-PEND-COUNT(WS-TM-IDX) = 0
                   AND WS-TM-DONE-COUNT(WS-TM-IDX) > 0
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-FULLY-PAID-COUNT
                   MOVE SPACES TO TRUST-DETAIL-LINE
                   MOVE WS-TM-TRUST-ID(WS-TM-IDX) TO TDL-TRUST-ID
                   MOVE WS-TM-TRUST-NAME(WS-TM-IDX)
                       TO TDL-TRUST-NAME
                   MOVE WS-TM-TERM-DATE(WS-TM-IDX) TO TDL-TERM-DATE
                   MOVE WS-TM-BALANCE(WS-TM-IDX) TO TDL-BALANCE
                   MOVE WS-TM-DONE-COUNT(WS-TM-IDX)
                       TO TDL-PEND-COUNT
                   MOVE WS-TM-DONE-AMT(WS-TM-IDX) TO TDL-PEND-AMT
                   IF WS-TM-BALANCE(WS-TM-IDX) NOT = 0
                       MOVE 'BALANCE REMAINS' TO TDL-NOTE
                   ELSE
                       MOVE 'READY TO CLOSE' TO TDL-NOTE
                   END-IF
                   WRITE WIND-UP-REPORT-LINE FROM TRUST-DETAIL-LINE
               END-IF
               SET WS-TM-IDX UP BY 1
           END-PERFORM
           PERFORM 3900-END-SECTION.

       3500-LIST-EXCEPTIONS.
      * Event records that do not tie to the master, and terminated
      * trusts with nothing scheduled -- the calc has no one to
      * insure such a trust for and keeps the old treatment.
           MOVE SPACES TO WIND-UP-REPORT-LINE
           MOVE 'EVENT EXCEPTIONS' TO WIND-UP-REPORT-LINE
           WRITE WIND-UP-REPORT-LINE
           MOVE ZEROS TO WS-SECTION-COUNT
           SET WS-TM-IDX TO 1
           PERFORM UNTIL WS-TM-IDX > WS-TERM-COUNT
               MOVE SPACES TO WIND-UP-REPORT-LINE
               EVALUATE TRUE
                   WHEN TM-NOT-ON-MASTER(WS-TM-IDX)
                       STRING 'TERMINATED TRUST NOT ON MASTER: '
                              WS-TM-TRUST-ID(WS-TM-IDX)
                              ' TERMINATED '
                              WS-TM-TERM-DATE(WS-TM-IDX)
                           DELIMITED SIZE INTO WIND-UP-REPORT-LINE
                   WHEN TM-WINDING-UP(WS-TM-IDX)
                       AND WS-TM-PEND-COUNT(WS-TM-IDX) = 0
                       AND WS-TM-DONE-COUNT(WS-TM-IDX) = 0
                       STRING 'NO DISTRIBUTION SCHEDULE:        '
                              WS-TM-TRUST-ID(WS-TM-IDX)
                              ' TERMINATED '
                              WS-TM-TERM-DATE(WS-TM-IDX)
                           DELIMITED SIZE INTO WIND-UP-REPORT-LINE
               END-EVALUATE
               IF WIND-UP-REPORT-LINE NOT = SPACES
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   WRITE WIND-UP-REPORT-LINE
               END-IF
               SET WS-TM-IDX UP BY 1
           END-PERFORM
           SET WS-DS-IDX TO 1
           PERFORM UNTIL WS-DS-IDX > WS-DIST-COUNT
               IF WS-DS-TERM-FOUND(WS-DS-IDX) = 'N'
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE SPACES TO WIND-UP-REPORT-LINE
                   STRING 'SCHEDULE WITHOUT TERMINATION:    '
                          WS-DS-TRUST-ID(WS-DS-IDX)
                          ' DISTRIBUTEE '
                          WS-DS-DISTRIBUTEE-ID(WS-DS-IDX)
                       DELIMITED SIZE INTO WIND-UP-REPORT-LINE
                   WRITE WIND-UP-REPORT-LINE
               END-IF
               SET WS-DS-IDX UP BY 1
           END-PERFORM
           PERFORM 3900-END-SECTION.

       3800-WRITE-DIST-LINE.
           MOVE SPACES TO DIST-DETAIL-LINE
           MOVE WS-DS-TRUST-ID(WS-DS-IDX) TO DDL-TRUST-ID
           MOVE WS-DS-DISTRIBUTEE-ID(WS-DS-IDX)
               TO DDL-DISTRIBUTEE-ID
           MOVE WS-DS-NAME(WS-DS-IDX) TO DDL-NAME
           MOVE WS-DS-SCHED-DATE(WS-DS-IDX) TO DDL-SCHED-DATE
           MOVE WS-DS-AMOUNT(WS-DS-IDX) TO DDL-AMOUNT
           MOVE WS-DS-DEST-ACCT(WS-DS-IDX) TO DDL-DEST-ACCT
           IF WS-DS-XREF-MATCHED(WS-DS-IDX) = 'N'
               MOVE 'UNMATCHED' TO DDL-XREF-NOTE
           END-IF
           WRITE WIND-UP-REPORT-LINE FROM DIST-DETAIL-LINE.

       3900-END-SECTION.
           IF WS-SECTION-COUNT = 0
               MOVE SPACES TO WIND-UP-REPORT-LINE
               MOVE '  NONE' TO WIND-UP-REPORT-LINE
               WRITE WIND-UP-REPORT-LINE
           END-IF
           MOVE SPACES TO WIND-UP-REPORT-LINE
           WRITE WIND-UP-REPORT-LINE.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           CLOSE TRUST-FILE-IN
                 TRUST-FILE-OUT
                 WIND-UP-REPORT-FILE
           DISPLAY 'TRUST TERMINATION PROCESSING COMPLETE'
           DISPLAY '  Trusts read:            ' WS-TRUST-COUNT
           DISPLAY '  Placed in wind-up:      ' WS-WIND-UP-COUNT
           DISPLAY '  Frozen -- deferred:     ' WS-DEFERRED-COUNT
           DISPLAY '  Pending distributions:  ' WS-PENDING-COUNT
           DISPLAY '  Past scheduled date:    ' WS-PAST-DUE-COUNT
           DISPLAY '  Fully distributed/open: ' WS-FULLY-PAID-COUNT
           DISPLAY '  Event exceptions:       ' WS-EXCEPTION-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'TRUST-TERMINATION-PROC' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
