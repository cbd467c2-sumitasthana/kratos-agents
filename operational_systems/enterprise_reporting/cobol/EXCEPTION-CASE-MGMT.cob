      *================================================================*
      * PROGRAM: EXCEPTION-CASE-MGMT
      * PURPOSE: Daily exception case management. The deposit calc
      *          (ERRFILE), the enrichment (ENRERROR), the trust calc
      *          (ERROROUT), and the trust valuation (VALERROR) each
      *          write structured exceptions (see EXCEPTION-RECORD.
      *          cpy); nobody worked the old free-text files, and the
      *          same exception came back for the same depositor
      *          night after night. This program carries every case
      *          on the case master (EXCCASE, see EXCEPTION-CASE.cpy)
      *          from cycle to cycle:
      *            - the analysts' case updates (CASEUPD) are applied
      *              first -- assign an owner, or resolve with a
      *              resolution code and note; a bad update is
      *              rejected on the activity report;
      *            - each of tonight's exceptions is matched on
      *              program + error code + entity key to the OPEN
      *              case for that key, or opens a new case -- a key
      *              whose last case was resolved or closed gets a
      *              new case, because the fix did not hold;
      *            - an open case not seen tonight counts a missed
      *              cycle, and closes itself (resolution AUTO) once
      *              it has stayed away the parm number of cycles;
      *            - closed and resolved cases drop off the master
      *              once they are older than the retention days.
      *          The new generation (EXCCASEN) and a daily activity
      *          report (EXCCSACT) are written; the weekly aging and
      *          exposure view is EXCEPTION-CASE-RPT.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCEPTION-CASE-MGMT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-CASE-FILE ASSIGN TO 'EXCCASE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCAS-STATUS.
           SELECT NEW-CASE-FILE ASSIGN TO 'EXCCASEN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCAS-STATUS.
           SELECT CASE-UPDATE-FILE ASSIGN TO 'CASEUPD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUP-STATUS.
           SELECT DEPCALC-ERROR-FILE ASSIGN TO 'ERRFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DERR-STATUS.
           SELECT ENRICH-ERROR-FILE ASSIGN TO 'ENRERROR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EERR-STATUS.
           SELECT TRUSTCALC-ERROR-FILE ASSIGN TO 'ERROROUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERR-STATUS.
           SELECT VALUATION-ERROR-FILE ASSIGN TO 'VALERROR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VERR-STATUS.
           SELECT CASE-PARM-FILE ASSIGN TO 'EXCCPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACTIVITY-REPORT-FILE ASSIGN TO 'EXCCSACT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Case master generations -- layout is EXCEPTION-CASE.cpy,
      *    worked in WORKING-STORAGE.
       FD  PRIOR-CASE-FILE.
       01  PCAS-RECORD               PIC X(300).

       FD  NEW-CASE-FILE.
       01  NCAS-RECORD               PIC X(300).

      *    Analyst case updates, one per line, applied in file order.
       FD  CASE-UPDATE-FILE.
       01  CASE-UPDATE-REC.
           05  CUP-CASE-ID           PIC 9(9).
           05  CUP-ACTION            PIC X(1).
               88  CUP-ASSIGN        VALUE 'A'.
               88  CUP-RESOLVE       VALUE 'R'.
           05  CUP-OWNER             PIC X(8).
           05  CUP-RESOLUTION-CODE   PIC X(4).
           05  CUP-RESOLUTION-NOTE   PIC X(40).
           05  FILLER                PIC X(18).

      *    The four producers' exception files -- layout is
      *    EXCEPTION-RECORD.cpy, worked in WORKING-STORAGE.
       FD  DEPCALC-ERROR-FILE.
       01  DERR-RECORD               PIC X(200).

       FD  ENRICH-ERROR-FILE.
       01  EERR-RECORD               PIC X(200).

       FD  TRUSTCALC-ERROR-FILE.
       01  TERR-RECORD               PIC X(200).

       FD  VALUATION-ERROR-FILE.
       01  VERR-RECORD               PIC X(200).

       FD  CASE-PARM-FILE.
       01  CASE-PARM-REC.
           05  CSP-AUTO-CLOSE-CYCLES PIC 9(3).
           05  CSP-RETAIN-DAYS       PIC 9(5).
           05  FILLER                PIC X(72).

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-LINE      PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-PCAS-STATUS            PIC XX.
       01  WS-NCAS-STATUS            PIC XX.
       01  WS-CUP-STATUS             PIC XX.
       01  WS-DERR-STATUS            PIC XX.
       01  WS-EERR-STATUS            PIC XX.
       01  WS-TERR-STATUS            PIC XX.
       01  WS-VERR-STATUS            PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-ENRICH-DONE       PIC X VALUE 'N'.
       01  WS-PRED-TRUSTCALC-DONE    PIC X VALUE 'N'.
       01  WS-PRED-VALUATION-DONE    PIC X VALUE 'N'.

      *    Cycles an open case may go unseen before it closes
      *    itself, and days a closed or resolved case is kept on the
      *    master. The literals are the fallback if EXCCPARM can't
      *    be read.
       01  WS-AUTO-CLOSE-CYCLES      PIC 9(3) VALUE 3.
       01  WS-RETAIN-DAYS            PIC 9(5) VALUE 90.

       COPY EXCEPTION-RECORD.

       COPY EXCEPTION-CASE.

      *--- The case master, loaded once. ---
      * BUG: every exception is matched by a sequential scan of the
      * whole table. Fine at today's volumes; a keyed case file is
      * the fix if the open-case count grows into the thousands.
       01  WS-CASE-COUNT             PIC 9(5) VALUE 0.
       01  WS-CASE-MAX               PIC 9(5) VALUE 10000.
       01  WS-CASE-OVERFLOW          PIC 9(7) VALUE 0.
       01  WS-CASE-IDX-SAVE          PIC 9(5).
       01  WS-CASE-TABLE.
           05  WS-CS-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-CS-IDX.
               10  WS-CS-MATCH-KEY   PIC X(58).
               10  WS-CS-CASE-ID     PIC 9(9).
               10  WS-CS-STATUS      PIC X(1).
      *            N opened, A assigned, R resolved, C auto-closed
      *            this cycle; D dropped from the new generation.
               10  WS-CS-ACTIVITY    PIC X(1).
               10  WS-CS-DATA        PIC X(300).

       01  WS-MATCH-KEY.
           05  WS-MK-PROGRAM         PIC X(24).
           05  WS-MK-ERROR-CODE      PIC X(4).
           05  WS-MK-ENTITY-KEY      PIC X(30).

       01  WS-NEXT-CASE-ID           PIC 9(9) VALUE 0.

      *--- Calendar work fields (INTEGER-OF-DATE day numbers) ---
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-WORK-DATE              PIC X(10).
       01  WS-WORK-DAYNO             PIC 9(7).
       01  WS-BUS-DAYNO              PIC 9(7).
       01  WS-AGE-DAYS               PIC S9(7).

      *--- Rejected case updates, kept for the activity report ---
       01  WS-REJECT-COUNT           PIC 9(3) VALUE 0.
       01  WS-REJECT-MAX             PIC 9(3) VALUE 200.
       01  WS-REJECT-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-REJECT-REASON          PIC X(40).
       01  WS-REJECT-TABLE.
           05  WS-RJ-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-RJ-IDX.
               10  WS-RJ-UPDATE      PIC X(62).
               10  WS-RJ-REASON      PIC X(40).

       01  WS-PRIOR-READ             PIC 9(7) VALUE 0.
       01  WS-UPDATES-READ           PIC 9(7) VALUE 0.
       01  WS-ASSIGNED-COUNT         PIC 9(7) VALUE 0.
       01  WS-RESOLVED-COUNT         PIC 9(7) VALUE 0.
       01  WS-EXC-READ-DEPCALC       PIC 9(7) VALUE 0.
       01  WS-EXC-READ-ENRICH        PIC 9(7) VALUE 0.
       01  WS-EXC-READ-TRUSTCALC     PIC 9(7) VALUE 0.
       01  WS-EXC-READ-VALUATION     PIC 9(7) VALUE 0.
       01  WS-UNSTRUCTURED-COUNT     PIC 9(7) VALUE 0.
       01  WS-WRONG-DATE-COUNT       PIC 9(7) VALUE 0.
       01  WS-REPEAT-COUNT           PIC 9(7) VALUE 0.
       01  WS-OPENED-COUNT           PIC 9(7) VALUE 0.
       01  WS-AUTO-CLOSED-COUNT      PIC 9(7) VALUE 0.
       01  WS-STILL-OPEN-COUNT       PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT           PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT          PIC 9(7).
       01  WS-SECTION-ACTIVITY       PIC X(1).

       01  CASE-HEADING-LINE.
           05  FILLER PIC X(10) VALUE '  CASE ID'.
           05  FILLER PIC X(25) VALUE 'PROGRAM'.
           05  FILLER PIC X(5)  VALUE 'CODE'.
           05  FILLER PIC X(5)  VALUE 'CAT'.
           05  FILLER PIC X(31) VALUE 'ENTITY KEY'.
           05  FILLER PIC X(21) VALUE '       AMOUNT AT RISK'.
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(34) VALUE 'DETAIL'.

       01  CASE-DETAIL-LINE.
           05  CDL-CASE-ID           PIC Z(8)9.
           05  FILLER                PIC X(1).
           05  CDL-PROGRAM           PIC X(24).
           05  FILLER                PIC X(1).
           05  CDL-ERROR-CODE        PIC X(4).
           05  FILLER                PIC X(1).
           05  CDL-CATEGORY          PIC X(4).
           05  FILLER                PIC X(1).
           05  CDL-ENTITY-KEY        PIC X(30).
           05  FILLER                PIC X(1).
           05  CDL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  CDL-DETAIL            PIC X(34).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-CASE-UPDATES
           PERFORM 3000-MATCH-EXCEPTIONS
           PERFORM 4000-AGE-OPEN-CASES
           PERFORM 5000-WRITE-CASE-MASTER
           PERFORM 6000-WRITE-ACTIVITY-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-PARM
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           MOVE WS-WORK-DAYNO TO WS-BUS-DAYNO
           PERFORM 1300-LOAD-CASES
           ADD 1 TO WS-NEXT-CASE-ID.

       1100-READ-RUN-CONTROL.
      *    The business date comes from the run-control file written
      *    by CYCLE-OPEN -- never the system clock -- and the run
      *    refuses to start until all four exception producers show
      *    complete for the same business date: an open case must
      *    not count a missed cycle because its producer has not run.
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
               OR WS-PRED-ENRICH-DONE = 'N'
               OR WS-PRED-TRUSTCALC-DONE = 'N'
               OR WS-PRED-VALUATION-DONE = 'N'
               DISPLAY 'PREDECESSORS NOT COMPLETE FOR THIS BUSINESS '
                        'DATE -- RUN ABORTED.'
               DISPLAY '  DEPOSIT-INSURANCE-CALC: '
                        WS-PRED-DEPCALC-DONE
                        '  DEPOSIT-ACCT-ENRICH: '
                        WS-PRED-ENRICH-DONE
               DISPLAY '  TRUST-INSURANCE-CALC:   '
                        WS-PRED-TRUSTCALC-DONE
                        '  TRUST-VALUATION:     '
                        WS-PRED-VALUATION-DONE
               STOP RUN
           END-IF.

       1110-NOTE-PREDECESSOR.
           EVALUATE RC-JOB-NAME
               WHEN 'DEPOSIT-INSURANCE-CALC'
                   MOVE 'Y' TO WS-PRED-DEPCALC-DONE
               WHEN 'DEPOSIT-ACCT-ENRICH'
                   MOVE 'Y' TO WS-PRED-ENRICH-DONE
               WHEN 'TRUST-INSURANCE-CALC'
                   MOVE 'Y' TO WS-PRED-TRUSTCALC-DONE
               WHEN 'TRUST-VALUATION'
                   MOVE 'Y' TO WS-PRED-VALUATION-DONE
           END-EVALUATE.

       1200-LOAD-PARM.
           OPEN INPUT CASE-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CASE-PARM-FILE
                   NOT AT END
                       IF CSP-AUTO-CLOSE-CYCLES > 0
                           MOVE CSP-AUTO-CLOSE-CYCLES
                               TO WS-AUTO-CLOSE-CYCLES
                       END-IF
                       IF CSP-RETAIN-DAYS > 0
                           MOVE CSP-RETAIN-DAYS TO WS-RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE CASE-PARM-FILE
           END-IF.

       1300-LOAD-CASES.
      *    An absent prior generation is the first run: every case
      *    opens tonight. A master too big for the table stops the
      *    run -- dropping cases would lose their history.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRIOR-CASE-FILE
           IF WS-PCAS-STATUS NOT = '00'
               DISPLAY 'NO PRIOR CASE MASTER -- STARTING EMPTY'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRIOR-CASE-FILE INTO EXCEPTION-CASE-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PRIOR-READ
                       IF WS-CASE-COUNT NOT < WS-CASE-MAX
                           DISPLAY 'CASE MASTER EXCEEDS '
                                    WS-CASE-MAX
                                    ' CASES -- RUN ABORTED.'
                           CLOSE PRIOR-CASE-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CASE-COUNT
                       SET WS-CS-IDX TO WS-CASE-COUNT
                       MOVE SPACES TO WS-CS-ACTIVITY(WS-CS-IDX)
                       PERFORM 6900-STORE-CASE
                       IF CASE-ID > WS-NEXT-CASE-ID
                           MOVE CASE-ID TO WS-NEXT-CASE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-CASE-FILE.

       2000-APPLY-CASE-UPDATES.
      *    Updates are optional -- no CASEUPD means nobody worked a
      *    case today.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CASE-UPDATE-FILE
           IF WS-CUP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CASE-UPDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-UPDATES-READ
                       PERFORM 2100-APPLY-UPDATE
               END-READ
           END-PERFORM
           CLOSE CASE-UPDATE-FILE.

       2100-APPLY-UPDATE.
      *    Only an open case can be assigned or resolved; a resolve
      *    must say how it was resolved.
           MOVE 0 TO WS-CASE-IDX-SAVE
           SET WS-CS-IDX TO 1
           PERFORM UNTIL WS-CS-IDX > WS-CASE-COUNT
               IF WS-CS-CASE-ID(WS-CS-IDX) = CUP-CASE-ID
                   SET WS-CASE-IDX-SAVE TO WS-CS-IDX
                   SET WS-CS-IDX TO WS-CASE-COUNT
               END-IF
               SET WS-CS-IDX UP BY 1
           END-PERFORM
           IF WS-CASE-IDX-SAVE = 0
               MOVE 'NO SUCH CASE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           SET WS-CS-IDX TO WS-CASE-IDX-SAVE
           IF WS-CS-STATUS(WS-CS-IDX) NOT = 'O'
               MOVE 'CASE IS NOT OPEN' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CS-DATA(WS-CS-IDX) TO EXCEPTION-CASE-REC
           EVALUATE TRUE
               WHEN CUP-ASSIGN
                   IF CUP-OWNER = SPACES
                       MOVE 'ASSIGN WITH NO OWNER' TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-UPDATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CUP-OWNER TO CASE-OWNER
                   MOVE 'A' TO WS-CS-ACTIVITY(WS-CS-IDX)
                   ADD 1 TO WS-ASSIGNED-COUNT
               WHEN CUP-RESOLVE
                   IF CUP-RESOLUTION-CODE = SPACES
                       MOVE 'RESOLVE WITH NO RESOLUTION CODE'
                           TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-UPDATE
                       EXIT PARAGRAPH
                   END-IF
                   SET CASE-RESOLVED TO TRUE
                   MOVE WS-BUSINESS-DATE TO CASE-CLOSED-DATE
                   MOVE CUP-RESOLUTION-CODE TO CASE-RESOLUTION-CODE
                   MOVE CUP-RESOLUTION-NOTE TO CASE-RESOLUTION-NOTE
                   IF CUP-OWNER NOT = SPACES
                       MOVE CUP-OWNER TO CASE-OWNER
                   END-IF
                   MOVE 'R' TO WS-CS-ACTIVITY(WS-CS-IDX)
                   ADD 1 TO WS-RESOLVED-COUNT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-UPDATE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 6900-STORE-CASE.

       2900-REJECT-UPDATE.
           IF WS-REJECT-COUNT < WS-REJECT-MAX
               ADD 1 TO WS-REJECT-COUNT
               SET WS-RJ-IDX TO WS-REJECT-COUNT
               MOVE CASE-UPDATE-REC TO WS-RJ-UPDATE(WS-RJ-IDX)
               MOVE WS-REJECT-REASON TO WS-RJ-REASON(WS-RJ-IDX)
           ELSE
               ADD 1 TO WS-REJECT-OVERFLOW
           END-IF.

       3000-MATCH-EXCEPTIONS.
      *    Every producer has posted complete, so each file must be
      *    there -- an unreadable one stops the run before a single
      *    case is aged against it.
           OPEN INPUT DEPCALC-ERROR-FILE
           OPEN INPUT ENRICH-ERROR-FILE
           OPEN INPUT TRUSTCALC-ERROR-FILE
           OPEN INPUT VALUATION-ERROR-FILE
           IF WS-DERR-STATUS NOT = '00'
               OR WS-EERR-STATUS NOT = '00'
               OR WS-TERR-STATUS NOT = '00'
               OR WS-VERR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EXCEPTION FILES -- ERRFILE '
                        WS-DERR-STATUS ' ENRERROR ' WS-EERR-STATUS
                        ' ERROROUT ' WS-TERR-STATUS
                        ' VALERROR ' WS-VERR-STATUS
               DISPLAY 'RUN ABORTED -- CASE MASTER NOT UPDATED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPCALC-ERROR-FILE INTO EXCEPTION-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EXC-READ-DEPCALC
                       PERFORM 3100-MATCH-EXCEPTION
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ENRICH-ERROR-FILE INTO EXCEPTION-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EXC-READ-ENRICH
                       PERFORM 3100-MATCH-EXCEPTION
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUSTCALC-ERROR-FILE INTO EXCEPTION-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EXC-READ-TRUSTCALC
                       PERFORM 3100-MATCH-EXCEPTION
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ VALUATION-ERROR-FILE INTO EXCEPTION-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EXC-READ-VALUATION
                       PERFORM 3100-MATCH-EXCEPTION
               END-READ
           END-PERFORM
           CLOSE DEPCALC-ERROR-FILE
           CLOSE ENRICH-ERROR-FILE
           CLOSE TRUSTCALC-ERROR-FILE
           CLOSE VALUATION-ERROR-FILE.

       3100-MATCH-EXCEPTION.
      *    A line with no program or error code is not a structured
      *    exception and cannot be keyed to a case; one for another
      *    business date means the file is not tonight's.
           IF EXC-PROGRAM = SPACES OR EXC-ERROR-CODE = SPACES
               ADD 1 TO WS-UNSTRUCTURED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF EXC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-WRONG-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE EXC-PROGRAM    TO WS-MK-PROGRAM
           MOVE EXC-ERROR-CODE TO WS-MK-ERROR-CODE
           MOVE EXC-ENTITY-KEY TO WS-MK-ENTITY-KEY
           MOVE 0 TO WS-CASE-IDX-SAVE
           SET WS-CS-IDX TO 1
           PERFORM UNTIL WS-CS-IDX > WS-CASE-COUNT
               IF WS-CS-MATCH-KEY(WS-CS-IDX) = WS-MATCH-KEY
                   AND WS-CS-STATUS(WS-CS-IDX) = 'O'
                   SET WS-CASE-IDX-SAVE TO WS-CS-IDX
                   SET WS-CS-IDX TO WS-CASE-COUNT
               END-IF
               SET WS-CS-IDX UP BY 1
           END-PERFORM
           IF WS-CASE-IDX-SAVE NOT = 0
               PERFORM 3200-UPDATE-OPEN-CASE
           ELSE
               PERFORM 3300-OPEN-NEW-CASE
           END-IF.

       3200-UPDATE-OPEN-CASE.
      *    The amount at risk is the last cycle's: the first hit of
      *    a cycle replaces it, later hits the same cycle add to it.
           SET WS-CS-IDX TO WS-CASE-IDX-SAVE
           MOVE WS-CS-DATA(WS-CS-IDX) TO EXCEPTION-CASE-REC
           IF CASE-LAST-SEEN-DATE = WS-BUSINESS-DATE
               ADD EXC-AMOUNT-AT-RISK TO CASE-AMOUNT-AT-RISK
           ELSE
               MOVE EXC-AMOUNT-AT-RISK TO CASE-AMOUNT-AT-RISK
               ADD 1 TO WS-REPEAT-COUNT
           END-IF
           MOVE WS-BUSINESS-DATE TO CASE-LAST-SEEN-DATE
           ADD 1 TO CASE-OCCURRENCES
           MOVE 0 TO CASE-MISSED-CYCLES
           MOVE EXC-MESSAGE TO CASE-LAST-MESSAGE
           PERFORM 6900-STORE-CASE.

       3300-OPEN-NEW-CASE.
           IF WS-CASE-COUNT NOT < WS-CASE-MAX
               ADD 1 TO WS-CASE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CASE-COUNT
           SET WS-CS-IDX TO WS-CASE-COUNT
           MOVE SPACES TO EXCEPTION-CASE-REC
           MOVE WS-NEXT-CASE-ID TO CASE-ID
           ADD 1 TO WS-NEXT-CASE-ID
           MOVE EXC-PROGRAM TO CASE-PROGRAM
           MOVE EXC-ERROR-CODE TO CASE-ERROR-CODE
           MOVE EXC-CATEGORY TO CASE-CATEGORY
           MOVE EXC-ENTITY-KEY TO CASE-ENTITY-KEY
           SET CASE-OPEN TO TRUE
           MOVE WS-BUSINESS-DATE TO CASE-OPENED-DATE
           MOVE WS-BUSINESS-DATE TO CASE-LAST-SEEN-DATE
           MOVE 1 TO CASE-OCCURRENCES
           MOVE 0 TO CASE-MISSED-CYCLES
           MOVE EXC-AMOUNT-AT-RISK TO CASE-AMOUNT-AT-RISK
           MOVE EXC-MESSAGE TO CASE-LAST-MESSAGE
           MOVE 'N' TO WS-CS-ACTIVITY(WS-CS-IDX)
           ADD 1 TO WS-OPENED-COUNT
           PERFORM 6900-STORE-CASE.

       4000-AGE-OPEN-CASES.
      *    An open case its producer did not report tonight counts a
      *    missed cycle; at the parm count it closes itself. Closed
      *    and resolved cases past the retention days are dropped.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CASE-COUNT
               MOVE WS-CS-DATA(WS-CS-IDX) TO EXCEPTION-CASE-REC
               EVALUATE TRUE
                   WHEN CASE-OPEN
                       PERFORM 4100-AGE-OPEN-CASE
                   WHEN OTHER
                       PERFORM 4200-TEST-RETENTION
               END-EVALUATE
           END-PERFORM.

       4100-AGE-OPEN-CASE.
           IF CASE-LAST-SEEN-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-STILL-OPEN-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CASE-MISSED-CYCLES
           IF CASE-MISSED-CYCLES NOT < WS-AUTO-CLOSE-CYCLES
               SET CASE-CLOSED TO TRUE
               MOVE WS-BUSINESS-DATE TO CASE-CLOSED-DATE
               MOVE 'AUTO' TO CASE-RESOLUTION-CODE
               MOVE 'STOPPED RECURRING' TO CASE-RESOLUTION-NOTE
               MOVE 'C' TO WS-CS-ACTIVITY(WS-CS-IDX)
               ADD 1 TO WS-AUTO-CLOSED-COUNT
           ELSE
               ADD 1 TO WS-STILL-OPEN-COUNT
           END-IF
           PERFORM 6900-STORE-CASE.

       4200-TEST-RETENTION.
      *    A case closed or resolved tonight always makes the new
      *    generation, so the weekly report sees it.
           IF WS-CS-ACTIVITY(WS-CS-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CASE-CLOSED-DATE TO WS-WORK-DATE
           PERFORM 6200-SET-WORK-DAYNO
           IF WS-WORK-DAYNO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-BUS-DAYNO - WS-WORK-DAYNO
           IF WS-AGE-DAYS > WS-RETAIN-DAYS
               MOVE 'D' TO WS-CS-ACTIVITY(WS-CS-IDX)
               ADD 1 TO WS-PURGED-COUNT
           END-IF.

       5000-WRITE-CASE-MASTER.
           OPEN OUTPUT NEW-CASE-FILE
           IF WS-NCAS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW CASE MASTER: '
                        WS-NCAS-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CASE-COUNT
               IF WS-CS-ACTIVITY(WS-CS-IDX) NOT = 'D'
                   WRITE NCAS-RECORD FROM WS-CS-DATA(WS-CS-IDX)
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
           END-PERFORM
           CLOSE NEW-CASE-FILE.

       6000-WRITE-ACTIVITY-REPORT.
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'EXCEPTION CASE ACTIVITY -- BUSINESS DATE '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'EXCEPTIONS READ -- ERRFILE ' WS-EXC-READ-DEPCALC
                  '  ENRERROR ' WS-EXC-READ-ENRICH
                  '  ERROROUT ' WS-EXC-READ-TRUSTCALC
                  '  VALERROR ' WS-EXC-READ-VALUATION
               DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'CASES -- OPENED ' WS-OPENED-COUNT
                  '  REPEATED ' WS-REPEAT-COUNT
                  '  AUTO-CLOSED ' WS-AUTO-CLOSED-COUNT
                  '  RESOLVED ' WS-RESOLVED-COUNT
                  '  ASSIGNED ' WS-ASSIGNED-COUNT
                  '  STILL OPEN ' WS-STILL-OPEN-COUNT
               DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE 'N' TO WS-SECTION-ACTIVITY
           MOVE 'NEW CASES OPENED' TO ACTIVITY-REPORT-LINE
           PERFORM 6100-WRITE-CASE-SECTION
           MOVE 'C' TO WS-SECTION-ACTIVITY
           MOVE 'CASES AUTO-CLOSED -- NOT SEEN FOR THE PARM CYCLES'
               TO ACTIVITY-REPORT-LINE
           PERFORM 6100-WRITE-CASE-SECTION
           MOVE 'R' TO WS-SECTION-ACTIVITY
           MOVE 'CASES RESOLVED' TO ACTIVITY-REPORT-LINE
           PERFORM 6100-WRITE-CASE-SECTION
           MOVE 'A' TO WS-SECTION-ACTIVITY
           MOVE 'CASES ASSIGNED' TO ACTIVITY-REPORT-LINE
           PERFORM 6100-WRITE-CASE-SECTION
           PERFORM 6300-WRITE-REJECTS
           IF WS-UNSTRUCTURED-COUNT > 0
               OR WS-WRONG-DATE-COUNT > 0
               OR WS-CASE-OVERFLOW > 0
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING 'NOT CASED -- UNSTRUCTURED LINES '
                      WS-UNSTRUCTURED-COUNT
                      '  OTHER BUSINESS DATE ' WS-WRONG-DATE-COUNT
                      '  CASE TABLE FULL ' WS-CASE-OVERFLOW
                   DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           CLOSE ACTIVITY-REPORT-FILE.

       6100-WRITE-CASE-SECTION.
      *    The caller moves the section title to the report line.
           WRITE ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE FROM CASE-HEADING-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
               UNTIL WS-CS-IDX > WS-CASE-COUNT
               IF WS-CS-ACTIVITY(WS-CS-IDX) = WS-SECTION-ACTIVITY
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM 6110-WRITE-CASE-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE.

       6110-WRITE-CASE-LINE.
           MOVE WS-CS-DATA(WS-CS-IDX) TO EXCEPTION-CASE-REC
           MOVE SPACES TO CASE-DETAIL-LINE
           MOVE CASE-ID             TO CDL-CASE-ID
           MOVE CASE-PROGRAM        TO CDL-PROGRAM
           MOVE CASE-ERROR-CODE     TO CDL-ERROR-CODE
           MOVE CASE-CATEGORY       TO CDL-CATEGORY
           MOVE CASE-ENTITY-KEY     TO CDL-ENTITY-KEY
           MOVE CASE-AMOUNT-AT-RISK TO CDL-AMOUNT
           EVALUATE WS-SECTION-ACTIVITY
               WHEN 'C'
                   STRING 'OPENED ' CASE-OPENED-DATE
                          ' LAST SEEN ' CASE-LAST-SEEN-DATE
                       DELIMITED SIZE INTO CDL-DETAIL
               WHEN 'R'
                   STRING CASE-RESOLUTION-CODE ' '
                          CASE-RESOLUTION-NOTE
                       DELIMITED SIZE INTO CDL-DETAIL
               WHEN 'A'
                   STRING 'OWNER ' CASE-OWNER
                          ' OPENED ' CASE-OPENED-DATE
                       DELIMITED SIZE INTO CDL-DETAIL
               WHEN OTHER
                   MOVE CASE-LAST-MESSAGE TO CDL-DETAIL
           END-EVALUATE
           WRITE ACTIVITY-REPORT-LINE FROM CASE-DETAIL-LINE.

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

       6300-WRITE-REJECTS.
           MOVE 'CASE UPDATES REJECTED' TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           IF WS-REJECT-COUNT = 0
               MOVE '  NONE' TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
               UNTIL WS-RJ-IDX > WS-REJECT-COUNT
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '  ' WS-RJ-UPDATE(WS-RJ-IDX)
                      '  -- ' WS-RJ-REASON(WS-RJ-IDX)
                   DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-PERFORM
           IF WS-REJECT-OVERFLOW > 0
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '  MORE REJECTS NOT LISTED: ' WS-REJECT-OVERFLOW
                   DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE.

       6900-STORE-CASE.
      *    Puts EXCEPTION-CASE-REC back in the table entry at
      *    WS-CS-IDX with its match key and status.
           MOVE CASE-PROGRAM    TO WS-MK-PROGRAM
           MOVE CASE-ERROR-CODE TO WS-MK-ERROR-CODE
           MOVE CASE-ENTITY-KEY TO WS-MK-ENTITY-KEY
           MOVE WS-MATCH-KEY    TO WS-CS-MATCH-KEY(WS-CS-IDX)
           MOVE CASE-ID         TO WS-CS-CASE-ID(WS-CS-IDX)
           MOVE CASE-STATUS     TO WS-CS-STATUS(WS-CS-IDX)
           MOVE EXCEPTION-CASE-REC TO WS-CS-DATA(WS-CS-IDX).

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'EXCEPTION CASE MANAGEMENT COMPLETE'
           DISPLAY '  BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY '  PRIOR CASES READ:       ' WS-PRIOR-READ
           DISPLAY '  CASE UPDATES READ:      ' WS-UPDATES-READ
           DISPLAY '  CASES OPENED:           ' WS-OPENED-COUNT
           DISPLAY '  OPEN CASES REPEATED:    ' WS-REPEAT-COUNT
           DISPLAY '  CASES AUTO-CLOSED:      ' WS-AUTO-CLOSED-COUNT
           DISPLAY '  CASES RESOLVED:         ' WS-RESOLVED-COUNT
           DISPLAY '  CASES PURGED:           ' WS-PURGED-COUNT
           DISPLAY '  CASES WRITTEN:          ' WS-RECORDS-WRITTEN
           IF WS-REJECT-COUNT NOT = 0
               DISPLAY '  CASE UPDATES REJECTED:  ' WS-REJECT-COUNT
           END-IF
           IF WS-CASE-OVERFLOW NOT = 0
               DISPLAY '  CASE TABLE FULL, NOT CASED: '
                   WS-CASE-OVERFLOW
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'EXCEPTION-CASE-MGMT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
