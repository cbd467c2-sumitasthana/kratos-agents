      *================================================================*
      * PROGRAM: POD-MAINT-APPLY
      * PURPOSE: Rolls the POD beneficiary changes approved online
      *          through the PODM transaction (POD-BENE-MAINT) into
      *          the POD roster. Ops cuts the PODM transient data
      *          queue to PODMAINT (see POD-BENE-CHANGE.cpy) -- each
      *          record keyed by one user and approved by another --
      *          and this step, ahead of DEPOSIT-ACCT-ENRICH, applies
      *          them to PODBENEF in approval order:
      *            A  adds the beneficiary, or reinstates one whose
      *               designation was ended;
      *            C  restates the name, SSN and allocation of an
      *               active beneficiary;
      *            E  ends the designation (PODB-STATUS 'R').
      *          A change that is not approved, lacks a distinct
      *          maker and checker, changes or ends a beneficiary
      *          who is not active on the roster, or touches one
      *          recorded as deceased, rejects with a reason. The
      *          refreshed roster is written whole to the new
      *          generation PODBENFN, and two audit records per
      *          applied change go to the shared AUDITTRL under the
      *          maker's and the checker's ids.
      *          The roster is far larger than a night's changes, so
      *          the changes are held in a table and the roster is
      *          passed once, rather than loaded whole as the
      *          parameter store is.
      * REGULATION: 12 CFR 330.10; FDIC IT Guide v3.0 (change
      *             control)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POD-MAINT-APPLY.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POD-BENE-FILE ASSIGN TO 'PODBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODB-STATUS.
           SELECT NEW-BENE-FILE ASSIGN TO 'PODBENFN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWB-STATUS.
           SELECT CHANGE-FILE ASSIGN TO 'PODMAINT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO 'PODMREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD POD-BENE-FILE.
       01 POD-BENE-FILE-REC       PIC X(92).

      *    The refreshed roster -- ops catalogues it over PODBENEF
      *    after a clean run, the same new-generation handling the
      *    account master gets.
       FD NEW-BENE-FILE.
       01 NEW-BENE-REC            PIC X(92).

       FD CHANGE-FILE.
       01 CHANGE-FILE-REC         PIC X(160).

       FD REJECT-REPORT-FILE.
       01 REJECT-REPORT-LINE      PIC X(120).

       FD AUDIT-TRAIL-FILE.
           COPY AUDIT-TRAIL.

       WORKING-STORAGE SECTION.
       01 WS-PODB-STATUS          PIC XX.
       01 WS-NEWB-STATUS          PIC XX.
       01 WS-CHG-STATUS           PIC XX.
       01 WS-REJ-STATUS           PIC XX.
       01 WS-AUD-STATUS           PIC XX.
       01 WS-EOF-FLAG             PIC X.

      *    The roster record and the change being worked on -- the
      *    file records are read INTO these, so both stay valid
      *    after their files are closed.
           COPY POD-BENEFICIARY.
           COPY POD-BENE-CHANGE.

      *--- The night's approved changes, in approval order ---
       01 WS-CHANGE-MAX           PIC 9(3) VALUE 500.
       01 WS-CT-COUNT             PIC 9(3) VALUE 0.
       01 WS-CHANGE-TABLE.
           05 WS-CT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CT-IDX.
               10 WS-CT-ACCT-NUMBER PIC X(20).
               10 WS-CT-BENE-ID     PIC X(10).
               10 WS-CT-RECORD      PIC X(160).
               10 WS-CT-DONE        PIC X(1).

      *--- Beneficiaries added that were not on the roster ---
       01 WS-NEW-MAX              PIC 9(3) VALUE 500.
       01 WS-NT-COUNT             PIC 9(3) VALUE 0.
       01 WS-NT-IDX-SAVE          PIC 9(3).
       01 WS-NEW-TABLE.
           05 WS-NT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-NT-IDX.
               10 WS-NT-ACCT-NUMBER PIC X(20).
               10 WS-NT-BENE-ID     PIC X(10).
               10 WS-NT-RECORD      PIC X(92).

       01 WS-REJECT-REASON        PIC X(40).

       01 WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-ROSTER-COUNT         PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT        PIC 9(7) VALUE 0.

       01 REJECT-DETAIL-LINE.
           05 RJD-ACCT-NUMBER      PIC X(22).
           05 RJD-BENE-ID          PIC X(12).
           05 RJD-ACTION           PIC X(3).
           05 RJD-MAKER            PIC X(12).
           05 RJD-CHECKER          PIC X(12).
           05 RJD-REASON           PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-CHANGES
           PERFORM 2000-PASS-ROSTER
           PERFORM 3000-APPLY-NEW-DESIGNATIONS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-LOAD-CHANGES.
      *    No change file is a night with no approvals -- the
      *    roster is copied through unchanged.
           OPEN OUTPUT REJECT-REPORT-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CHANGE-FILE
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'NO CHANGE FILE ON HAND (' WS-CHG-STATUS
                        ') -- ROSTER COPIED UNCHANGED.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CHANGE-FILE INTO POD-BENE-CHANGE-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM 1100-VALIDATE-CHANGE
                       IF WS-REJECT-REASON NOT = SPACES
                           PERFORM 2400-WRITE-REJECT
                       ELSE
                           PERFORM 1200-HOLD-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-FILE.

       1100-VALIDATE-CHANGE.
      *    The transaction edits every change at entry; these are
      *    the checks a change must still pass here, so a record
      *    that reached the queue any other way cannot slip past
      *    the maker-checker rule.
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT PBC-APPROVED
               MOVE 'CHANGE NOT APPROVED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT PBC-ADD AND NOT PBC-CHANGE
               AND NOT PBC-END-DATE-BENE
               MOVE 'ACTION NOT A, C OR E' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PBC-ACCT-NUMBER = SPACES OR PBC-BENE-ID = SPACES
               MOVE 'NO ACCOUNT OR BENEFICIARY ID'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PBC-MAKER-ID = SPACES
               MOVE 'NO MAKER ID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PBC-CHECKER-ID = SPACES
               MOVE 'SECOND APPROVER REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PBC-CHECKER-ID = PBC-MAKER-ID
               MOVE 'APPROVER MUST DIFFER FROM MAKER'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PBC-ADD OR PBC-CHANGE
               IF PBC-ALLOCATION-PCT NOT NUMERIC
                   OR PBC-ALLOCATION-PCT = 0
                   OR PBC-ALLOCATION-PCT > 100
                   MOVE 'ALLOCATION NOT 0.01 TO 100.00'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       1200-HOLD-CHANGE.
           IF WS-CT-COUNT NOT < WS-CHANGE-MAX
               MOVE 'TOO MANY CHANGES FOR ONE RUN'
                   TO WS-REJECT-REASON
               PERFORM 2400-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-COUNT
           SET WS-CT-IDX TO WS-CT-COUNT
           MOVE PBC-ACCT-NUMBER      TO WS-CT-ACCT-NUMBER(WS-CT-IDX)
           MOVE PBC-BENE-ID          TO WS-CT-BENE-ID(WS-CT-IDX)
           MOVE POD-BENE-CHANGE-REC  TO WS-CT-RECORD(WS-CT-IDX)
           MOVE 'N'                  TO WS-CT-DONE(WS-CT-IDX).

       2000-PASS-ROSTER.
      *    Each roster record takes every change held for it, in
      *    approval order, and is written to the new generation.
      *    An absent roster leaves only the adds to write.
           OPEN OUTPUT NEW-BENE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT POD-BENE-FILE
           IF WS-PODB-STATUS NOT = '00'
               DISPLAY 'NO POD ROSTER ON HAND (' WS-PODB-STATUS
                        ') -- ADDS ONLY.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ POD-BENE-FILE INTO POD-BENEFICIARY-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROSTER-COUNT
                       PERFORM 2100-APPLY-TO-DESIGNATION
                       WRITE NEW-BENE-REC FROM POD-BENEFICIARY-REC
                       ADD 1 TO WS-WRITTEN-COUNT
               END-READ
           END-PERFORM
           CLOSE POD-BENE-FILE.

       2100-APPLY-TO-DESIGNATION.
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-DONE(WS-CT-IDX) = 'N'
                   AND WS-CT-ACCT-NUMBER(WS-CT-IDX)
                       = PODB-ACCT-NUMBER
                   AND WS-CT-BENE-ID(WS-CT-IDX) = PODB-BENE-ID
                   MOVE WS-CT-RECORD(WS-CT-IDX)
                       TO POD-BENE-CHANGE-REC
                   PERFORM 2200-APPLY-ONE-CHANGE
                   MOVE 'Y' TO WS-CT-DONE(WS-CT-IDX)
               END-IF
               SET WS-CT-IDX UP BY 1
           END-PERFORM.

       2200-APPLY-ONE-CHANGE.
      *    POD-BENE-CHANGE-REC applied to POD-BENEFICIARY-REC.
           MOVE SPACES TO WS-REJECT-REASON
           IF PODB-DECEASED
               MOVE 'BENEFICIARY RECORDED AS DECEASED'
                   TO WS-REJECT-REASON
               PERFORM 2400-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF (PBC-CHANGE OR PBC-END-DATE-BENE)
               AND NOT PODB-ACTIVE
               MOVE 'BENEFICIARY NOT ACTIVE ON THE ROSTER'
                   TO WS-REJECT-REASON
               PERFORM 2400-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF PBC-END-DATE-BENE
               MOVE 'R' TO PODB-STATUS
           ELSE
               MOVE PBC-BENE-NAME      TO PODB-BENE-NAME
               MOVE PBC-ALLOCATION-PCT TO PODB-ALLOCATION-PCT
               MOVE PBC-BENE-SSN       TO PODB-BENE-SSN
               MOVE 'A'                TO PODB-STATUS
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2500-WRITE-CHANGE-AUDIT.

       2400-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REJECT-DETAIL-LINE
           MOVE PBC-ACCT-NUMBER  TO RJD-ACCT-NUMBER
           MOVE PBC-BENE-ID      TO RJD-BENE-ID
           MOVE PBC-ACTION       TO RJD-ACTION
           MOVE PBC-MAKER-ID     TO RJD-MAKER
           MOVE PBC-CHECKER-ID   TO RJD-CHECKER
           MOVE WS-REJECT-REASON TO RJD-REASON
           MOVE REJECT-DETAIL-LINE TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE.

       2500-WRITE-CHANGE-AUDIT.
      *    Two audit rows per applied change, maker then checker,
      *    under the account, with the allocation as it now stands.
           MOVE 'PODMAINT'       TO AUD-SOURCE-SYSTEM
           MOVE PBC-ACCT-NUMBER  TO AUD-ENTITY-ID
           MOVE 'REV'            TO AUD-ORC-TYPE
           MOVE SPACES TO AUD-CALC-METHOD
           EVALUATE TRUE
               WHEN PBC-ADD
                   STRING 'POD ADD ' PBC-BENE-ID
                       DELIMITED SIZE INTO AUD-CALC-METHOD
               WHEN PBC-CHANGE
                   STRING 'POD CHG ' PBC-BENE-ID
                       DELIMITED SIZE INTO AUD-CALC-METHOD
               WHEN PBC-END-DATE-BENE
                   STRING 'POD END ' PBC-BENE-ID
                       DELIMITED SIZE INTO AUD-CALC-METHOD
           END-EVALUATE
           IF PODB-ACTIVE
               MOVE PODB-ALLOCATION-PCT TO AUD-INPUT-BALANCE
           ELSE
               MOVE ZEROS               TO AUD-INPUT-BALANCE
           END-IF
           MOVE ZEROS            TO AUD-INSURED-AMT
           MOVE ZEROS            TO AUD-UNINSURED-AMT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE PBC-MAKER-ID     TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC
           MOVE 'POD APPROVAL'   TO AUD-CALC-METHOD
           MOVE PBC-CHECKER-ID   TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC.

       3000-APPLY-NEW-DESIGNATIONS.
      *    Changes that met no roster record: an add creates the
      *    designation (and a later change or end-date the same
      *    night applies to it); anything else rejects.
           SET WS-CT-IDX TO 1
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-DONE(WS-CT-IDX) = 'N'
                   MOVE WS-CT-RECORD(WS-CT-IDX)
                       TO POD-BENE-CHANGE-REC
                   PERFORM 3100-APPLY-UNMATCHED-CHANGE
                   MOVE 'Y' TO WS-CT-DONE(WS-CT-IDX)
               END-IF
               SET WS-CT-IDX UP BY 1
           END-PERFORM
           SET WS-NT-IDX TO 1
           PERFORM UNTIL WS-NT-IDX > WS-NT-COUNT
               MOVE WS-NT-RECORD(WS-NT-IDX) TO NEW-BENE-REC
               WRITE NEW-BENE-REC
               ADD 1 TO WS-WRITTEN-COUNT
               SET WS-NT-IDX UP BY 1
           END-PERFORM
           CLOSE NEW-BENE-FILE.

       3100-APPLY-UNMATCHED-CHANGE.
           MOVE 0 TO WS-NT-IDX-SAVE
           SET WS-NT-IDX TO 1
           PERFORM UNTIL WS-NT-IDX > WS-NT-COUNT
               IF WS-NT-ACCT-NUMBER(WS-NT-IDX) = PBC-ACCT-NUMBER
                   AND WS-NT-BENE-ID(WS-NT-IDX) = PBC-BENE-ID
                   SET WS-NT-IDX-SAVE TO WS-NT-IDX
                   SET WS-NT-IDX TO WS-NT-COUNT
               END-IF
               SET WS-NT-IDX UP BY 1
           END-PERFORM
           IF WS-NT-IDX-SAVE > 0
               SET WS-NT-IDX TO WS-NT-IDX-SAVE
               MOVE WS-NT-RECORD(WS-NT-IDX) TO POD-BENEFICIARY-REC
               PERFORM 2200-APPLY-ONE-CHANGE
               MOVE POD-BENEFICIARY-REC TO WS-NT-RECORD(WS-NT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF NOT PBC-ADD
               MOVE 'BENEFICIARY NOT ON THE POD ROSTER'
                   TO WS-REJECT-REASON
               PERFORM 2400-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF WS-NT-COUNT NOT < WS-NEW-MAX
               MOVE 'TOO MANY NEW BENEFICIARIES FOR ONE RUN'
                   TO WS-REJECT-REASON
               PERFORM 2400-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO POD-BENEFICIARY-REC
           MOVE PBC-BENE-ID        TO PODB-BENE-ID
           MOVE PBC-ACCT-NUMBER    TO PODB-ACCT-NUMBER
           MOVE PBC-BENE-NAME      TO PODB-BENE-NAME
           MOVE PBC-ALLOCATION-PCT TO PODB-ALLOCATION-PCT
           MOVE 'A'                TO PODB-STATUS
           MOVE PBC-BENE-SSN       TO PODB-BENE-SSN
           ADD 1 TO WS-NT-COUNT
           SET WS-NT-IDX TO WS-NT-COUNT
           MOVE PBC-ACCT-NUMBER     TO WS-NT-ACCT-NUMBER(WS-NT-IDX)
           MOVE PBC-BENE-ID         TO WS-NT-BENE-ID(WS-NT-IDX)
           MOVE POD-BENEFICIARY-REC TO WS-NT-RECORD(WS-NT-IDX)
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2500-WRITE-CHANGE-AUDIT.

       9000-FINALIZE.
           CLOSE REJECT-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY 'POD BENEFICIARY MAINTENANCE COMPLETE'
           DISPLAY '  CHANGES READ:    ' WS-CHANGE-COUNT
           DISPLAY '  APPLIED:         ' WS-APPLIED-COUNT
           DISPLAY '  REJECTED:        ' WS-REJECTED-COUNT
           DISPLAY '  ROSTER READ:     ' WS-ROSTER-COUNT
           DISPLAY '  ROSTER WRITTEN:  ' WS-WRITTEN-COUNT.
