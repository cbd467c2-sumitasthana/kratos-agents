      *================================================================*
      * PROGRAM: ACCESS-REVIEW-RPT
      * PURPOSE: Nightly privacy review of the online access journal
      *          (ACCJRNL, ACCESS-JOURNAL.cpy) written by CVIQ
      *          (COVERAGE-INQUIRY) and ORCD (ORC-DECISION-ENTRY).
      *          Both screens show balances, tax ids, and beneficiary
      *          detail to anyone with the transaction. This report
      *          lists for the privacy officer:
      *            - OWN  an employee looking at their own records
      *                   (EMPFILE, EMPLOYEE-ROSTER.cpy);
      *            - REL  an employee looking at a related party's
      *                   records (CUSTREL pairings of the
      *                   employee's own depositor id);
      *            - VIP / RST  any look at a relationship the
      *                   privacy officer has flagged (RSTRREL,
      *                   RESTRICTED-RELATIONSHIP.cpy);
      *            - TRM / UNK  access under a terminated sign-on,
      *                   or one not on the roster at all;
      *          then each user's lookup volume for the night, with
      *          users over the ACCRVPRM threshold flagged HIGH.
      *          Runs before AUDIT-TRAIL-ARCHIVE cuts the journal
      *          into its ACCARCH generation.
      * REGULATION: GLBA Safeguards (16 CFR 314); FDIC IT Guide v3.0
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW-RPT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-JOURNAL-FILE ASSIGN TO 'ACCJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO 'EMPFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT CUST-RELATION-FILE ASSIGN TO 'CUSTREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRL-STATUS.
           SELECT RESTRICTED-FILE ASSIGN TO 'RSTRREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSR-STATUS.
           SELECT REVIEW-PARM-FILE ASSIGN TO 'ACCRVPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REVIEW-REPORT-FILE ASSIGN TO 'ACCRVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCESS-JOURNAL-FILE.
           COPY ACCESS-JOURNAL.

       FD  EMPLOYEE-FILE.
           COPY EMPLOYEE-ROSTER.

       FD  CUST-RELATION-FILE.
           COPY CUSTOMER-RELATION.

       FD  RESTRICTED-FILE.
           COPY RESTRICTED-RELATIONSHIP.

       FD  REVIEW-PARM-FILE.
       01  REVIEW-PARM-REC.
           05  ARVP-VOLUME-LIMIT     PIC 9(5).
           05  FILLER                PIC X(75).

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE        PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-JRN-STATUS             PIC XX.
       01  WS-EMP-STATUS             PIC XX.
       01  WS-CRL-STATUS             PIC XX.
       01  WS-RSR-STATUS             PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X VALUE 'N'.

       01  WS-BUSINESS-DATE          PIC X(10).
      *    Lookups by one user in one night above which the user
      *    is flagged; ACCRVPRM overrides.
       01  WS-VOLUME-LIMIT           PIC 9(5) VALUE 150.

      *--- Employee roster, loaded once ---
       01  WS-EMP-COUNT              PIC 9(5) VALUE 0.
       01  WS-EMP-MAX                PIC 9(5) VALUE 5000.
       01  WS-EMP-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-EMP-IDX-SAVE           PIC 9(5).
       01  WS-EMP-TABLE.
           05  WS-EM-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-EM-IDX.
               10  WS-EM-USER-ID      PIC X(8).
               10  WS-EM-NAME         PIC X(30).
               10  WS-EM-DEPOSITOR-ID PIC X(15).
               10  WS-EM-STATUS       PIC X(1).

      *--- Employees' related parties (from CUSTREL) ---
       01  WS-REL-COUNT              PIC 9(5) VALUE 0.
       01  WS-REL-MAX                PIC 9(5) VALUE 5000.
       01  WS-REL-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-REL-TABLE.
           05  WS-RL-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-RL-IDX.
               10  WS-RL-EMP-DEPOSITOR PIC X(15).
               10  WS-RL-RELATED-ID   PIC X(15).
               10  WS-RL-TYPE         PIC X(3).

      *--- Flagged relationships ---
       01  WS-RSR-COUNT              PIC 9(5) VALUE 0.
       01  WS-RSR-MAX                PIC 9(5) VALUE 2000.
       01  WS-RSR-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-RSR-TABLE.
           05  WS-RS-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-RS-IDX.
               10  WS-RS-DEPOSITOR-ID PIC X(15).
               10  WS-RS-CLASS        PIC X(3).
               10  WS-RS-REASON       PIC X(30).

      *--- Lookup volume per user ---
       01  WS-USR-COUNT              PIC 9(4) VALUE 0.
       01  WS-USR-MAX                PIC 9(4) VALUE 2000.
       01  WS-USR-OVERFLOW           PIC 9(5) VALUE 0.
       01  WS-USR-IDX-SAVE           PIC 9(4).
       01  WS-USR-TABLE.
           05  WS-US-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-US-IDX.
               10  WS-US-USER-ID      PIC X(8).
               10  WS-US-LOOKUPS      PIC 9(7).
               10  WS-US-DEPOSITORS   PIC 9(7).
               10  WS-US-FLAGGED      PIC 9(7).
               10  WS-US-LAST-DEPOSITOR PIC X(15).

       01  WS-FLAG-CODE              PIC X(3).
       01  WS-FLAG-NOTE              PIC X(40).
       01  WS-RELATED-TYPE           PIC X(3).
       01  WS-RESTRICT-CLASS         PIC X(3).
       01  WS-RESTRICT-REASON        PIC X(30).

      *--- Counts ---
       01  WS-JOURNAL-COUNT          PIC 9(9) VALUE 0.
       01  WS-OWN-COUNT              PIC 9(7) VALUE 0.
       01  WS-REL-HIT-COUNT          PIC 9(7) VALUE 0.
       01  WS-RESTRICT-HIT-COUNT     PIC 9(7) VALUE 0.
       01  WS-SIGNON-HIT-COUNT       PIC 9(7) VALUE 0.
       01  WS-HIGH-VOLUME-COUNT      PIC 9(5) VALUE 0.

       01  WS-HEADER-LINE-1.
           05  FILLER                PIC X(40)
               VALUE 'ONLINE ACCESS PRIVACY REVIEW -- CYCLE '.
           05  WS-HDR-DATE           PIC X(10).
           05  FILLER                PIC X(82) VALUE SPACES.

       01  WS-EXCEPTION-HEADER.
           05  FILLER                PIC X(5)  VALUE 'FLAG'.
           05  FILLER                PIC X(9)  VALUE 'USER'.
           05  FILLER                PIC X(31) VALUE 'EMPLOYEE'.
           05  FILLER                PIC X(5)  VALUE 'TRAN'.
           05  FILLER                PIC X(20) VALUE 'DATE / TIME'.
           05  FILLER                PIC X(21) VALUE 'ACCOUNT'.
           05  FILLER                PIC X(16) VALUE 'DEPOSITOR'.
           05  FILLER                PIC X(25) VALUE 'DETAIL'.

       01  WS-EXCEPTION-LINE.
           05  WS-EXL-FLAG           PIC X(5).
           05  WS-EXL-USER           PIC X(9).
           05  WS-EXL-NAME           PIC X(31).
           05  WS-EXL-TRANID         PIC X(5).
           05  WS-EXL-DATE           PIC X(11).
           05  WS-EXL-TIME           PIC X(9).
           05  WS-EXL-ACCT           PIC X(21).
           05  WS-EXL-DEPOSITOR      PIC X(16).
           05  WS-EXL-NOTE           PIC X(25).

       01  WS-VOLUME-HEADER.
           05  FILLER                PIC X(9)  VALUE 'USER'.
           05  FILLER                PIC X(31) VALUE 'EMPLOYEE'.
           05  FILLER                PIC X(12) VALUE '   LOOKUPS'.
           05  FILLER                PIC X(12) VALUE 'DEPOSITORS'.
           05  FILLER                PIC X(12) VALUE '   FLAGGED'.
           05  FILLER                PIC X(56) VALUE SPACES.

       01  WS-VOLUME-LINE.
           05  WS-VOL-USER           PIC X(9).
           05  WS-VOL-NAME           PIC X(31).
           05  WS-VOL-LOOKUPS        PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(3).
           05  WS-VOL-DEPOSITORS     PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(3).
           05  WS-VOL-FLAGGED        PIC Z,ZZZ,ZZ9.
           05  FILLER                PIC X(3).
           05  WS-VOL-NOTE           PIC X(56).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVIEW-JOURNAL
           PERFORM 5000-PRINT-VOLUME
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-BUSINESS-DATE
           PERFORM 1200-LOAD-PARM
           PERFORM 1300-LOAD-EMPLOYEES
           PERFORM 1400-LOAD-RELATED-PARTIES
           PERFORM 1500-LOAD-RESTRICTED
           OPEN OUTPUT REVIEW-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE
           WRITE REVIEW-REPORT-LINE FROM WS-HEADER-LINE-1
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE 'ACCESS EXCEPTIONS' TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-EXCEPTION-HEADER.

       1100-READ-BUSINESS-DATE.
      *    Heads the report so it can be tied to its cycle; the
      *    journal itself is reviewed even without an open cycle,
      *    same as the archive cut that follows this job.
           MOVE SPACES TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS = '00'
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
           END-IF.

       1200-LOAD-PARM.
           OPEN INPUT REVIEW-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ REVIEW-PARM-FILE
                   NOT AT END
                       IF ARVP-VOLUME-LIMIT NUMERIC
                           AND ARVP-VOLUME-LIMIT > 0
                           MOVE ARVP-VOLUME-LIMIT TO WS-VOLUME-LIMIT
                       END-IF
               END-READ
               CLOSE REVIEW-PARM-FILE
           END-IF.

       1300-LOAD-EMPLOYEES.
      *    Without the roster there is no telling an employee's own
      *    records from anyone else's -- the review is not run.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING EMPLOYEE ROSTER: ' WS-EMP-STATUS
               DISPLAY 'ACCESS REVIEW NOT RUN.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EMP-STATUS NOT = '00'
               READ EMPLOYEE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-EMP-COUNT < WS-EMP-MAX
                           ADD 1 TO WS-EMP-COUNT
                           SET WS-EM-IDX TO WS-EMP-COUNT
                           MOVE EMP-USER-ID
                               TO WS-EM-USER-ID(WS-EM-IDX)
                           MOVE EMP-NAME TO WS-EM-NAME(WS-EM-IDX)
                           MOVE EMP-DEPOSITOR-ID
                               TO WS-EM-DEPOSITOR-ID(WS-EM-IDX)
                           MOVE EMP-STATUS TO WS-EM-STATUS(WS-EM-IDX)
                       ELSE
                           ADD 1 TO WS-EMP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       1400-LOAD-RELATED-PARTIES.
      *    Only pairings FROM an employee's own depositor id are
      *    kept -- the rest of the household file is not needed.
      *    BUG: Sequential scan of the roster per CUSTREL record,
      *    same tradeoff as the other small-table joins here.
           OPEN INPUT CUST-RELATION-FILE
           IF WS-CRL-STATUS NOT = '00'
               DISPLAY 'NO CUSTOMER RELATIONSHIP FILE (CUSTREL) -- '
                        'RELATED-PARTY CHECK NOT RUN'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CRL-STATUS NOT = '00'
               READ CUST-RELATION-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM 1410-KEEP-IF-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE CUST-RELATION-FILE.

       1410-KEEP-IF-EMPLOYEE.
           SET WS-EM-IDX TO 1
           PERFORM UNTIL WS-EM-IDX > WS-EMP-COUNT
               IF WS-EM-DEPOSITOR-ID(WS-EM-IDX) NOT = SPACES
                   AND WS-EM-DEPOSITOR-ID(WS-EM-IDX)
                       = CRL-DEPOSITOR-ID
                   IF WS-REL-COUNT < WS-REL-MAX
                       ADD 1 TO WS-REL-COUNT
                       SET WS-RL-IDX TO WS-REL-COUNT
                       MOVE CRL-DEPOSITOR-ID
                           TO WS-RL-EMP-DEPOSITOR(WS-RL-IDX)
                       MOVE CRL-RELATED-ID
                           TO WS-RL-RELATED-ID(WS-RL-IDX)
                       MOVE CRL-RELATION-TYPE
                           TO WS-RL-TYPE(WS-RL-IDX)
                   ELSE
                       ADD 1 TO WS-REL-OVERFLOW
                   END-IF
                   SET WS-EM-IDX TO WS-EMP-COUNT
               END-IF
               SET WS-EM-IDX UP BY 1
           END-PERFORM.

       1500-LOAD-RESTRICTED.
           OPEN INPUT RESTRICTED-FILE
           IF WS-RSR-STATUS NOT = '00'
               DISPLAY 'NO RESTRICTED RELATIONSHIP FILE (RSTRREL) -- '
                        'VIP/RESTRICTED CHECK NOT RUN'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RSR-STATUS NOT = '00'
               READ RESTRICTED-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-RSR-COUNT < WS-RSR-MAX
                           ADD 1 TO WS-RSR-COUNT
                           SET WS-RS-IDX TO WS-RSR-COUNT
                           MOVE RSR-DEPOSITOR-ID
                               TO WS-RS-DEPOSITOR-ID(WS-RS-IDX)
                           MOVE RSR-CLASS TO WS-RS-CLASS(WS-RS-IDX)
                           MOVE RSR-REASON
                               TO WS-RS-REASON(WS-RS-IDX)
                       ELSE
                           ADD 1 TO WS-RSR-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRICTED-FILE.

       2000-REVIEW-JOURNAL.
           OPEN INPUT ACCESS-JOURNAL-FILE
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'NO ACCESS JOURNAL (ACCJRNL) ON FILE: '
                        WS-JRN-STATUS
               MOVE '  NO ACCESS JOURNAL ON FILE FOR THIS CYCLE'
                   TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCESS-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-COUNT
                       PERFORM 2100-REVIEW-ONE
               END-READ
           END-PERFORM
           CLOSE ACCESS-JOURNAL-FILE.

       2100-REVIEW-ONE.
      *    One journal record can raise more than one flag -- each
      *    prints on its own line.
           PERFORM 2200-FIND-EMPLOYEE
           PERFORM 2300-COUNT-VOLUME
           IF WS-EMP-IDX-SAVE = 0
               MOVE 'UNK' TO WS-FLAG-CODE
               MOVE 'SIGN-ON NOT ON EMPLOYEE ROSTER' TO WS-FLAG-NOTE
               ADD 1 TO WS-SIGNON-HIT-COUNT
               PERFORM 2900-PRINT-EXCEPTION
           ELSE
               SET WS-EM-IDX TO WS-EMP-IDX-SAVE
               IF WS-EM-STATUS(WS-EM-IDX) = 'T'
                   MOVE 'TRM' TO WS-FLAG-CODE
                   MOVE 'SIGN-ON OF A TERMINATED EMPLOYEE'
                       TO WS-FLAG-NOTE
                   ADD 1 TO WS-SIGNON-HIT-COUNT
                   PERFORM 2900-PRINT-EXCEPTION
               END-IF
           END-IF
           IF ACJ-DEPOSITOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-IDX-SAVE NOT = 0
               SET WS-EM-IDX TO WS-EMP-IDX-SAVE
               IF WS-EM-DEPOSITOR-ID(WS-EM-IDX) NOT = SPACES
                   PERFORM 2400-CHECK-OWN-AND-RELATED
               END-IF
           END-IF
           PERFORM 2500-CHECK-RESTRICTED.

       2200-FIND-EMPLOYEE.
           MOVE 0 TO WS-EMP-IDX-SAVE
           SET WS-EM-IDX TO 1
           PERFORM UNTIL WS-EM-IDX > WS-EMP-COUNT
               IF WS-EM-USER-ID(WS-EM-IDX) = ACJ-USER-ID
                   SET WS-EMP-IDX-SAVE TO WS-EM-IDX
                   SET WS-EM-IDX TO WS-EMP-COUNT
               END-IF
               SET WS-EM-IDX UP BY 1
           END-PERFORM.

       2300-COUNT-VOLUME.
      *    Distinct depositors are counted on a change of depositor
      *    in the user's own journal sequence -- a browse of one
      *    depositor's accounts is one depositor, not twenty.
           MOVE 0 TO WS-USR-IDX-SAVE
           SET WS-US-IDX TO 1
           PERFORM UNTIL WS-US-IDX > WS-USR-COUNT
               IF WS-US-USER-ID(WS-US-IDX) = ACJ-USER-ID
                   SET WS-USR-IDX-SAVE TO WS-US-IDX
                   SET WS-US-IDX TO WS-USR-COUNT
               END-IF
               SET WS-US-IDX UP BY 1
           END-PERFORM
           IF WS-USR-IDX-SAVE = 0
               IF WS-USR-COUNT < WS-USR-MAX
                   ADD 1 TO WS-USR-COUNT
                   SET WS-US-IDX TO WS-USR-COUNT
                   MOVE ACJ-USER-ID TO WS-US-USER-ID(WS-US-IDX)
                   MOVE 0 TO WS-US-LOOKUPS(WS-US-IDX)
                   MOVE 0 TO WS-US-DEPOSITORS(WS-US-IDX)
                   MOVE 0 TO WS-US-FLAGGED(WS-US-IDX)
                   MOVE SPACES TO WS-US-LAST-DEPOSITOR(WS-US-IDX)
                   SET WS-USR-IDX-SAVE TO WS-US-IDX
               ELSE
                   ADD 1 TO WS-USR-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-US-IDX TO WS-USR-IDX-SAVE
           ADD 1 TO WS-US-LOOKUPS(WS-US-IDX)
           IF ACJ-DEPOSITOR-ID NOT = SPACES
               AND ACJ-DEPOSITOR-ID
                   NOT = WS-US-LAST-DEPOSITOR(WS-US-IDX)
               ADD 1 TO WS-US-DEPOSITORS(WS-US-IDX)
               MOVE ACJ-DEPOSITOR-ID
                   TO WS-US-LAST-DEPOSITOR(WS-US-IDX)
           END-IF.

       2400-CHECK-OWN-AND-RELATED.
           IF ACJ-DEPOSITOR-ID = WS-EM-DEPOSITOR-ID(WS-EM-IDX)
               MOVE 'OWN' TO WS-FLAG-CODE
               MOVE 'EMPLOYEE VIEWED OWN RECORDS' TO WS-FLAG-NOTE
               ADD 1 TO WS-OWN-COUNT
               PERFORM 2900-PRINT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RELATED-TYPE
           SET WS-RL-IDX TO 1
           PERFORM UNTIL WS-RL-IDX > WS-REL-COUNT
               IF WS-RL-EMP-DEPOSITOR(WS-RL-IDX)
                   = WS-EM-DEPOSITOR-ID(WS-EM-IDX)
                   AND WS-RL-RELATED-ID(WS-RL-IDX) = ACJ-DEPOSITOR-ID
                   MOVE WS-RL-TYPE(WS-RL-IDX) TO WS-RELATED-TYPE
                   SET WS-RL-IDX TO WS-REL-COUNT
               END-IF
               SET WS-RL-IDX UP BY 1
           END-PERFORM
           IF WS-RELATED-TYPE NOT = SPACES
               MOVE 'REL' TO WS-FLAG-CODE
               MOVE SPACES TO WS-FLAG-NOTE
               STRING 'RELATED PARTY OF EMPLOYEE (' WS-RELATED-TYPE
                      ')'
                   DELIMITED SIZE INTO WS-FLAG-NOTE
               ADD 1 TO WS-REL-HIT-COUNT
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2500-CHECK-RESTRICTED.
           MOVE SPACES TO WS-RESTRICT-CLASS
           SET WS-RS-IDX TO 1
           PERFORM UNTIL WS-RS-IDX > WS-RSR-COUNT
               IF WS-RS-DEPOSITOR-ID(WS-RS-IDX) = ACJ-DEPOSITOR-ID
                   MOVE WS-RS-CLASS(WS-RS-IDX) TO WS-RESTRICT-CLASS
                   MOVE WS-RS-REASON(WS-RS-IDX)
                       TO WS-RESTRICT-REASON
                   SET WS-RS-IDX TO WS-RSR-COUNT
               END-IF
               SET WS-RS-IDX UP BY 1
           END-PERFORM
           IF WS-RESTRICT-CLASS NOT = SPACES
               MOVE WS-RESTRICT-CLASS  TO WS-FLAG-CODE
               MOVE WS-RESTRICT-REASON TO WS-FLAG-NOTE
               ADD 1 TO WS-RESTRICT-HIT-COUNT
               PERFORM 2900-PRINT-EXCEPTION
           END-IF.

       2900-PRINT-EXCEPTION.
           MOVE SPACES TO WS-EXCEPTION-LINE
           MOVE WS-FLAG-CODE      TO WS-EXL-FLAG
           MOVE ACJ-USER-ID       TO WS-EXL-USER
           IF WS-EMP-IDX-SAVE NOT = 0
               SET WS-EM-IDX TO WS-EMP-IDX-SAVE
               MOVE WS-EM-NAME(WS-EM-IDX) TO WS-EXL-NAME
           END-IF
           MOVE ACJ-TRANID        TO WS-EXL-TRANID
           MOVE ACJ-ACCESS-DATE   TO WS-EXL-DATE
           MOVE ACJ-ACCESS-TIME   TO WS-EXL-TIME
           MOVE ACJ-ACCT-NUMBER   TO WS-EXL-ACCT
           MOVE ACJ-DEPOSITOR-ID  TO WS-EXL-DEPOSITOR
           MOVE WS-FLAG-NOTE      TO WS-EXL-NOTE
           WRITE REVIEW-REPORT-LINE FROM WS-EXCEPTION-LINE
           IF WS-USR-IDX-SAVE NOT = 0
               SET WS-US-IDX TO WS-USR-IDX-SAVE
               ADD 1 TO WS-US-FLAGGED(WS-US-IDX)
           END-IF.

       5000-PRINT-VOLUME.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'LOOKUP VOLUME BY USER (HIGH = OVER '
                  WS-VOLUME-LIMIT ' LOOKUPS)'
               DELIMITED SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE FROM WS-VOLUME-HEADER
           SET WS-US-IDX TO 1
           PERFORM UNTIL WS-US-IDX > WS-USR-COUNT
               PERFORM 5100-PRINT-USER
               SET WS-US-IDX UP BY 1
           END-PERFORM.

       5100-PRINT-USER.
           MOVE SPACES TO WS-VOLUME-LINE
           MOVE WS-US-USER-ID(WS-US-IDX)    TO WS-VOL-USER
           MOVE WS-US-LOOKUPS(WS-US-IDX)    TO WS-VOL-LOOKUPS
           MOVE WS-US-DEPOSITORS(WS-US-IDX) TO WS-VOL-DEPOSITORS
           MOVE WS-US-FLAGGED(WS-US-IDX)    TO WS-VOL-FLAGGED
           SET WS-EM-IDX TO 1
           PERFORM UNTIL WS-EM-IDX > WS-EMP-COUNT
               IF WS-EM-USER-ID(WS-EM-IDX) = WS-US-USER-ID(WS-US-IDX)
                   MOVE WS-EM-NAME(WS-EM-IDX) TO WS-VOL-NAME
                   SET WS-EM-IDX TO WS-EMP-COUNT
               END-IF
               SET WS-EM-IDX UP BY 1
           END-PERFORM
           IF WS-US-LOOKUPS(WS-US-IDX) > WS-VOLUME-LIMIT
               MOVE 'HIGH' TO WS-VOL-NOTE
               ADD 1 TO WS-HIGH-VOLUME-COUNT
           END-IF
           WRITE REVIEW-REPORT-LINE FROM WS-VOLUME-LINE.

       9000-FINALIZE.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING 'JOURNAL RECORDS: ' WS-JOURNAL-COUNT
                  '   OWN: ' WS-OWN-COUNT
                  '   RELATED: ' WS-REL-HIT-COUNT
                  '   VIP/RESTRICTED: ' WS-RESTRICT-HIT-COUNT
                  '   SIGN-ON: ' WS-SIGNON-HIT-COUNT
                  '   HIGH VOLUME USERS: ' WS-HIGH-VOLUME-COUNT
               DELIMITED SIZE INTO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           CLOSE REVIEW-REPORT-FILE
           DISPLAY 'ACCESS REVIEW COMPLETE'
           DISPLAY '  JOURNAL RECORDS:    ' WS-JOURNAL-COUNT
           DISPLAY '  OWN RECORDS:        ' WS-OWN-COUNT
           DISPLAY '  RELATED PARTIES:    ' WS-REL-HIT-COUNT
           DISPLAY '  VIP/RESTRICTED:     ' WS-RESTRICT-HIT-COUNT
           DISPLAY '  SIGN-ON EXCEPTIONS: ' WS-SIGNON-HIT-COUNT
           DISPLAY '  HIGH VOLUME USERS:  ' WS-HIGH-VOLUME-COUNT
           IF WS-EMP-OVERFLOW NOT = 0
               DISPLAY '  EMPLOYEE TABLE OVERFLOW, SKIPPED: '
                   WS-EMP-OVERFLOW
           END-IF
           IF WS-REL-OVERFLOW NOT = 0
               DISPLAY '  RELATED TABLE OVERFLOW, SKIPPED: '
                   WS-REL-OVERFLOW
           END-IF
           IF WS-RSR-OVERFLOW NOT = 0
               DISPLAY '  RESTRICTED TABLE OVERFLOW, SKIPPED: '
                   WS-RSR-OVERFLOW
           END-IF
           IF WS-USR-OVERFLOW NOT = 0
               DISPLAY '  USER TABLE OVERFLOW, NOT COUNTED: '
                   WS-USR-OVERFLOW
           END-IF.
