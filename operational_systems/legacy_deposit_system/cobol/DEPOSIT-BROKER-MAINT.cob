      *================================================================*
      * PROGRAM: DEPOSIT-BROKER-MAINT
      * PURPOSE: The one maintained door into the deposit-broker and
      *          listing-service reference (BRKRREF, see
      *          DEPOSIT-BROKER.cpy) -- each third party, its
      *          12 CFR 337.6(e) primary-purpose-exception status,
      *          and the accounts it placed with us. Finance kept
      *          this as a spreadsheet; the RC-E memoranda feed
      *          (BROKERED-RCE-FEED) now reads it. Each pending
      *          change (BRKRCHG, see DEPOSIT-BROKER-CHANGE.cpy)
      *          must be well formed -- a known third-party type and
      *          exception status, an approved exception with its
      *          basis and effective date, dates in YYYY-MM-DD, a
      *          placement only under a broker header already on
      *          file and under no other broker -- and carry a
      *          reviewer PLUS a distinct approver, the same
      *          maker-checker rule ENTITY-PROFILE-MAINT enforces,
      *          or it rejects with a reason. Applied changes merge
      *          into the reference, the refreshed reference is
      *          rewritten whole to the new generation BRKRREFN, and
      *          two audit records per applied change go to the
      *          shared AUDITTRL under both ids.
      * REGULATION: 12 CFR 337.6; FDIC IT Guide v3.0 (change
      *             control)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-BROKER-MAINT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BROKER-REF-FILE ASSIGN TO 'BRKRREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT NEW-REF-FILE ASSIGN TO 'BRKRREFN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWR-STATUS.
           SELECT CHANGE-FILE ASSIGN TO 'BRKRCHG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO 'BRKRREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BROKER-REF-FILE.
           COPY DEPOSIT-BROKER.

      *    The refreshed reference -- ops catalogues it over BRKRREF
      *    after a clean run, the same new-generation handling the
      *    entity profile gets.
       FD NEW-REF-FILE.
           COPY DEPOSIT-BROKER
               REPLACING ==DEPOSIT-BROKER-REC== BY ==NEW-REF-REC==.

       FD CHANGE-FILE.
           COPY DEPOSIT-BROKER-CHANGE.

       FD REJECT-REPORT-FILE.
       01 REJECT-REPORT-LINE      PIC X(120).

       FD AUDIT-TRAIL-FILE.
           COPY AUDIT-TRAIL.

       WORKING-STORAGE SECTION.
       01 WS-REF-STATUS           PIC XX.
       01 WS-NEWR-STATUS          PIC XX.
       01 WS-CHG-STATUS           PIC XX.
       01 WS-REJ-STATUS           PIC XX.
       01 WS-AUD-STATUS           PIC XX.
       01 WS-EOF-FLAG             PIC X.
       01 WS-MAINT-DATE           PIC X(10).
       01 WS-CURRENT-DATE-TIME    PIC X(21).

      *--- The reference, loaded whole. A deleted record is only
      *    marked here and dropped when the new generation is cut.
       01 WS-REF-COUNT            PIC 9(5) VALUE 0.
       01 WS-REF-MAX              PIC 9(5) VALUE 5000.
       01 WS-REF-IDX-SAVE         PIC 9(5).
       01 WS-REF-TABLE.
           05 WS-BR-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-BR-IDX.
               10 WS-BR-BROKER-ID  PIC X(10).
               10 WS-BR-RECORD-TYPE PIC X(1).
               10 WS-BR-DATA       PIC X(74).
               10 WS-BR-MAINT-DATE PIC X(10).
               10 WS-BR-DELETED    PIC X(1).

      *--- The change's reference data, viewed both ways ---
       01 WS-CHG-DATA.
           05 WS-CHG-BROKER-DATA.
              10 WS-CHG-BROKER-NAME PIC X(40).
              10 WS-CHG-TYPE       PIC X(3).
                 88 WS-CHG-VALID-TYPE VALUE 'BRK' 'LST' 'RCP' 'PGM'.
              10 WS-CHG-PPE-STATUS PIC X(1).
                 88 WS-CHG-VALID-PPE-STATUS VALUE 'N' 'P' 'A' 'W'.
              10 WS-CHG-PPE-BASIS  PIC X(3).
                 88 WS-CHG-VALID-PPE-BASIS VALUE '25P' 'ENT' 'APP'.
              10 WS-CHG-PPE-EFF-DATE PIC X(10).
              10 FILLER            PIC X(17).
           05 WS-CHG-ACCOUNT-DATA REDEFINES WS-CHG-BROKER-DATA.
              10 WS-CHG-ACCT-NUMBER PIC X(20).
              10 WS-CHG-PLACED-DATE PIC X(10).
              10 WS-CHG-MATURITY-DATE PIC X(10).
              10 FILLER            PIC X(34).
       01 WS-CHECK-DATE           PIC X(10).
       01 WS-DATE-VALID           PIC X(1).
       01 WS-HEADER-ON-FILE       PIC X(1).
       01 WS-REJECT-REASON        PIC X(40).

       01 WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT        PIC 9(5) VALUE 0.

       01 REJECT-DETAIL-LINE.
           05 RJD-BROKER-ID        PIC X(11).
           05 RJD-RECORD-TYPE      PIC X(2).
           05 RJD-ACCT-NUMBER      PIC X(21).
           05 RJD-ACTION           PIC X(2).
           05 RJD-REVIEWER         PIC X(12).
           05 RJD-REASON           PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-REFERENCE
           PERFORM 2000-APPLY-CHANGES
           PERFORM 3000-REWRITE-REFERENCE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-LOAD-REFERENCE.
      *    An absent reference file is the first maintenance run --
      *    an empty table is a valid starting point.
           OPEN OUTPUT REJECT-REPORT-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-MAINT-DATE
           STRING WS-CURRENT-DATE-TIME(1:4) '-'
                  WS-CURRENT-DATE-TIME(5:2) '-'
                  WS-CURRENT-DATE-TIME(7:2)
               DELIMITED SIZE INTO WS-MAINT-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BROKER-REF-FILE
           IF WS-REF-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ BROKER-REF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-REF-COUNT < WS-REF-MAX
                               ADD 1 TO WS-REF-COUNT
                               SET WS-BR-IDX TO WS-REF-COUNT
                               MOVE DBR-BROKER-ID
                                   OF DEPOSIT-BROKER-REC
                                   TO WS-BR-BROKER-ID(WS-BR-IDX)
                               MOVE DBR-RECORD-TYPE
                                   OF DEPOSIT-BROKER-REC
                                   TO WS-BR-RECORD-TYPE(WS-BR-IDX)
                               MOVE DBR-BROKER-DATA
                                   OF DEPOSIT-BROKER-REC
                                   TO WS-BR-DATA(WS-BR-IDX)
                               MOVE DBR-MAINT-DATE
                                   OF DEPOSIT-BROKER-REC
                                   TO WS-BR-MAINT-DATE(WS-BR-IDX)
                               MOVE 'N' TO WS-BR-DELETED(WS-BR-IDX)
                           ELSE
                               DISPLAY 'BROKER REFERENCE TABLE FULL '
                                        '-- RUN ABORTED, REFERENCE '
                                        'NOT REWRITTEN.'
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BROKER-REF-FILE
           END-IF.

       2000-APPLY-CHANGES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CHANGE-FILE
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'NO CHANGE FILE ON HAND (' WS-CHG-STATUS
                        ') -- REFERENCE REWRITTEN UNCHANGED.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CHANGE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM 2100-APPLY-ONE-CHANGE
               END-READ
           END-PERFORM
           CLOSE CHANGE-FILE.

       2100-APPLY-ONE-CHANGE.
           MOVE DBC-BROKER-DATA TO WS-CHG-DATA
           PERFORM 2200-VALIDATE-CHANGE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2400-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF DBC-DELETE
               PERFORM 2350-DELETE-FROM-REFERENCE
           ELSE
               PERFORM 2300-MERGE-INTO-REFERENCE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2400-WRITE-REJECT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2500-WRITE-CHANGE-AUDIT
           END-IF.

       2200-VALIDATE-CHANGE.
      *    A change must be well formed for its record type and --
      *    always -- carry a second approver distinct from the
      *    reviewer.
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT DBC-UPSERT AND NOT DBC-DELETE
               MOVE 'ACTION NOT U OR D' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF DBC-BROKER-ID = SPACES
               MOVE 'NO BROKER ID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF DBC-RECORD-TYPE NOT = 'B'
               AND DBC-RECORD-TYPE NOT = 'A'
               MOVE 'RECORD TYPE NOT B OR A' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF DBC-RECORD-TYPE = 'A'
               AND WS-CHG-ACCT-NUMBER = SPACES
               MOVE 'NO ACCOUNT NUMBER' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF DBC-UPSERT
               IF DBC-RECORD-TYPE = 'B'
                   PERFORM 2210-VALIDATE-BROKER-HEADER
               ELSE
                   PERFORM 2220-VALIDATE-PLACEMENT
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF DBC-REVIEWER-ID = SPACES
               MOVE 'NO REVIEWER ID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF DBC-APPROVER-ID = SPACES
               MOVE 'SECOND APPROVER REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF DBC-APPROVER-ID = DBC-REVIEWER-ID
               MOVE 'APPROVER MUST DIFFER FROM REVIEWER'
                   TO WS-REJECT-REASON
           END-IF.

       2210-VALIDATE-BROKER-HEADER.
      *    An approved exception must say on what basis and from
      *    when -- the feed tests the date against quarter-end.
           IF WS-CHG-BROKER-NAME = SPACES
               MOVE 'NO BROKER NAME' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHG-VALID-TYPE
               MOVE 'TYPE NOT BRK, LST, RCP OR PGM'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHG-VALID-PPE-STATUS
               MOVE 'EXCEPTION STATUS NOT N, P, A OR W'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-PPE-STATUS = 'A'
               IF NOT WS-CHG-VALID-PPE-BASIS
                   MOVE 'EXCEPTION BASIS NOT 25P, ENT OR APP'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CHG-PPE-EFF-DATE TO WS-CHECK-DATE
               PERFORM 2290-CHECK-DATE-FORMAT
               IF WS-DATE-VALID = 'N'
                   MOVE 'EXCEPTION DATE NOT YYYY-MM-DD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2220-VALIDATE-PLACEMENT.
      *    A placement belongs under a broker header already on
      *    file, and an account is placed by one broker only.
           MOVE WS-CHG-PLACED-DATE TO WS-CHECK-DATE
           PERFORM 2290-CHECK-DATE-FORMAT
           IF WS-DATE-VALID = 'N'
               MOVE 'PLACED DATE NOT YYYY-MM-DD' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-MATURITY-DATE NOT = SPACES
               MOVE WS-CHG-MATURITY-DATE TO WS-CHECK-DATE
               PERFORM 2290-CHECK-DATE-FORMAT
               IF WS-DATE-VALID = 'N'
                   MOVE 'MATURITY DATE NOT YYYY-MM-DD'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-CHG-MATURITY-DATE < WS-CHG-PLACED-DATE
                   MOVE 'MATURITY BEFORE PLACED DATE'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO WS-HEADER-ON-FILE
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-REF-COUNT
               IF WS-BR-DELETED(WS-BR-IDX) = 'N'
                   IF WS-BR-BROKER-ID(WS-BR-IDX) = DBC-BROKER-ID
                       AND WS-BR-RECORD-TYPE(WS-BR-IDX) = 'B'
                       MOVE 'Y' TO WS-HEADER-ON-FILE
                   END-IF
                   IF WS-BR-BROKER-ID(WS-BR-IDX) NOT = DBC-BROKER-ID
                       AND WS-BR-RECORD-TYPE(WS-BR-IDX) = 'A'
                       AND WS-BR-DATA(WS-BR-IDX)(1:20)
                           = WS-CHG-ACCT-NUMBER
                       MOVE 'ACCOUNT PLACED BY ANOTHER BROKER'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               SET WS-BR-IDX UP BY 1
           END-PERFORM
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-ON-FILE = 'N'
               MOVE 'NO BROKER HEADER ON FILE' TO WS-REJECT-REASON
           END-IF.

       2290-CHECK-DATE-FORMAT.
           MOVE 'Y' TO WS-DATE-VALID
           IF WS-CHECK-DATE(1:4) NOT NUMERIC
               OR WS-CHECK-DATE(6:2) NOT NUMERIC
               OR WS-CHECK-DATE(9:2) NOT NUMERIC
               OR WS-CHECK-DATE(5:1) NOT = '-'
               OR WS-CHECK-DATE(8:1) NOT = '-'
               MOVE 'N' TO WS-DATE-VALID
           END-IF.

       2300-MERGE-INTO-REFERENCE.
      *    A change for a record already on file restates it; a new
      *    broker or placement inserts.
           MOVE 0 TO WS-REF-IDX-SAVE
           PERFORM 2310-FIND-REFERENCE-RECORD
           IF WS-REF-IDX-SAVE = 0
               IF WS-REF-COUNT < WS-REF-MAX
                   ADD 1 TO WS-REF-COUNT
                   SET WS-BR-IDX TO WS-REF-COUNT
                   SET WS-REF-IDX-SAVE TO WS-REF-COUNT
                   MOVE DBC-BROKER-ID
                       TO WS-BR-BROKER-ID(WS-BR-IDX)
                   MOVE DBC-RECORD-TYPE
                       TO WS-BR-RECORD-TYPE(WS-BR-IDX)
                   MOVE 'N' TO WS-BR-DELETED(WS-BR-IDX)
               ELSE
                   MOVE 'BROKER REFERENCE FILE FULL'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-BR-IDX TO WS-REF-IDX-SAVE
           MOVE DBC-BROKER-DATA TO WS-BR-DATA(WS-BR-IDX)
           MOVE WS-MAINT-DATE   TO WS-BR-MAINT-DATE(WS-BR-IDX).

       2310-FIND-REFERENCE-RECORD.
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-REF-COUNT
               IF WS-BR-BROKER-ID(WS-BR-IDX) = DBC-BROKER-ID
                   AND WS-BR-RECORD-TYPE(WS-BR-IDX) = DBC-RECORD-TYPE
                   AND WS-BR-DELETED(WS-BR-IDX) = 'N'
                   AND (DBC-RECORD-TYPE = 'B'
                        OR WS-BR-DATA(WS-BR-IDX)(1:20)
                           = WS-CHG-ACCT-NUMBER)
                   SET WS-REF-IDX-SAVE TO WS-BR-IDX
                   SET WS-BR-IDX TO WS-REF-COUNT
               END-IF
               SET WS-BR-IDX UP BY 1
           END-PERFORM.

       2350-DELETE-FROM-REFERENCE.
      *    Deleting a broker header deletes the broker's placements
      *    too -- a placement never stands without its header.
           MOVE 0 TO WS-REF-IDX-SAVE
           PERFORM 2310-FIND-REFERENCE-RECORD
           IF WS-REF-IDX-SAVE = 0
               MOVE 'RECORD NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           SET WS-BR-IDX TO WS-REF-IDX-SAVE
           MOVE 'Y' TO WS-BR-DELETED(WS-BR-IDX)
           IF DBC-RECORD-TYPE = 'B'
               SET WS-BR-IDX TO 1
               PERFORM UNTIL WS-BR-IDX > WS-REF-COUNT
                   IF WS-BR-BROKER-ID(WS-BR-IDX) = DBC-BROKER-ID
                       MOVE 'Y' TO WS-BR-DELETED(WS-BR-IDX)
                   END-IF
                   SET WS-BR-IDX UP BY 1
               END-PERFORM
           END-IF.

       2400-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REJECT-DETAIL-LINE
           MOVE DBC-BROKER-ID      TO RJD-BROKER-ID
           MOVE DBC-RECORD-TYPE    TO RJD-RECORD-TYPE
           IF DBC-RECORD-TYPE = 'A'
               MOVE WS-CHG-ACCT-NUMBER TO RJD-ACCT-NUMBER
           END-IF
           MOVE DBC-ACTION         TO RJD-ACTION
           MOVE DBC-REVIEWER-ID    TO RJD-REVIEWER
           MOVE WS-REJECT-REASON   TO RJD-REASON
           MOVE REJECT-DETAIL-LINE TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE.

       2500-WRITE-CHANGE-AUDIT.
      *    Two audit rows per applied change, reviewer then
      *    approver -- an exception status moves dollars in and out
      *    of the brokered figures Finance files.
           MOVE 'BRKRREF'        TO AUD-SOURCE-SYSTEM
           MOVE SPACES TO AUD-ENTITY-ID
           IF DBC-RECORD-TYPE = 'A'
               MOVE WS-CHG-ACCT-NUMBER TO AUD-ENTITY-ID
           ELSE
               STRING DBC-BROKER-ID ' ' DBC-RECORD-TYPE
                   DELIMITED SIZE INTO AUD-ENTITY-ID
           END-IF
           MOVE SPACES           TO AUD-ORC-TYPE
           MOVE SPACES TO AUD-CALC-METHOD
           IF DBC-DELETE
               MOVE 'BROKER REF DELETE' TO AUD-CALC-METHOD
           ELSE
               MOVE 'BROKER REF CHANGE' TO AUD-CALC-METHOD
           END-IF
           MOVE ZEROS            TO AUD-INPUT-BALANCE
           MOVE ZEROS            TO AUD-INSURED-AMT
           MOVE ZEROS            TO AUD-UNINSURED-AMT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE DBC-REVIEWER-ID  TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC
           MOVE 'BROKER REF APPROVAL' TO AUD-CALC-METHOD
           MOVE DBC-APPROVER-ID  TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC.

       3000-REWRITE-REFERENCE.
           OPEN OUTPUT NEW-REF-FILE
           SET WS-BR-IDX TO 1
           PERFORM UNTIL WS-BR-IDX > WS-REF-COUNT
               IF WS-BR-DELETED(WS-BR-IDX) = 'N'
                   MOVE SPACES TO NEW-REF-REC
                   MOVE WS-BR-BROKER-ID(WS-BR-IDX) TO DBR-BROKER-ID
                       OF NEW-REF-REC
                   MOVE WS-BR-RECORD-TYPE(WS-BR-IDX) TO
                       DBR-RECORD-TYPE OF NEW-REF-REC
                   MOVE WS-BR-DATA(WS-BR-IDX) TO
                       DBR-BROKER-DATA OF NEW-REF-REC
                   MOVE WS-BR-MAINT-DATE(WS-BR-IDX) TO
                       DBR-MAINT-DATE OF NEW-REF-REC
                   WRITE NEW-REF-REC
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
               SET WS-BR-IDX UP BY 1
           END-PERFORM
           CLOSE NEW-REF-FILE.

       9000-FINALIZE.
           CLOSE REJECT-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY 'DEPOSIT BROKER REFERENCE MAINTENANCE COMPLETE'
           DISPLAY '  CHANGES READ:      ' WS-CHANGE-COUNT
           DISPLAY '  APPLIED:           ' WS-APPLIED-COUNT
           DISPLAY '  REJECTED:          ' WS-REJECTED-COUNT
           DISPLAY '  REFERENCE RECORDS: ' WS-WRITTEN-COUNT.
