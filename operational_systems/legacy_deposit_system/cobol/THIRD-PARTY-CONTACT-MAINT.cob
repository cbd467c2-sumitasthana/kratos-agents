      *================================================================*
      * PROGRAM: THIRD-PARTY-CONTACT-MAINT
      * PURPOSE: The one maintained door into the agent, fiduciary,
      *          and custodian contact reference (TPCREF, see
      *          THIRD-PARTY-CONTACT.cpy) -- each third party holding
      *          deposits for others with us, whom to ask for its
      *          beneficial-owner records, and the accounts it holds.
      *          BENE-OWNER-REQUEST reads it to address its data
      *          requests. Each pending change (TPCCHG, see
      *          THIRD-PARTY-CONTACT-CHANGE.cpy) must be well formed
      *          -- a known third-party type, a contact name and an
      *          e-mail or mailing address to reach them at, a
      *          numeric response period, dates in YYYY-MM-DD, an
      *          account link only under a party header already on
      *          file and under no other party -- and carry a
      *          reviewer PLUS a distinct approver, the same
      *          maker-checker rule DEPOSIT-BROKER-MAINT enforces,
      *          or it rejects with a reason. Applied changes merge
      *          into the reference, the refreshed reference is
      *          rewritten whole to the new generation TPCREFN, and
      *          two audit records per applied change go to the
      *          shared AUDITTRL under both ids.
      * REGULATION: 12 CFR 370.4(b); FDIC IT Guide v3.0 (change
      *             control)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. THIRD-PARTY-CONTACT-MAINT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-REF-FILE ASSIGN TO 'TPCREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT NEW-REF-FILE ASSIGN TO 'TPCREFN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWR-STATUS.
           SELECT CHANGE-FILE ASSIGN TO 'TPCCHG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO 'TPCREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTACT-REF-FILE.
           COPY THIRD-PARTY-CONTACT.

      *    The refreshed reference -- ops catalogues it over TPCREF
      *    after a clean run, the same new-generation handling the
      *    broker reference gets.
       FD NEW-REF-FILE.
           COPY THIRD-PARTY-CONTACT
               REPLACING ==THIRD-PARTY-CONTACT-REC== BY ==NEW-REF-REC==.

       FD CHANGE-FILE.
           COPY THIRD-PARTY-CONTACT-CHANGE.

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
           05 WS-TP-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-TP-IDX.
               10 WS-TP-PARTY-ID   PIC X(10).
               10 WS-TP-RECORD-TYPE PIC X(1).
               10 WS-TP-DATA       PIC X(210).
               10 WS-TP-MAINT-DATE PIC X(10).
               10 WS-TP-DELETED    PIC X(1).

      *--- The change's reference data, viewed both ways ---
       01 WS-CHG-DATA.
           05 WS-CHG-PARTY-DATA.
              10 WS-CHG-PARTY-NAME PIC X(40).
              10 WS-CHG-TYPE       PIC X(3).
                 88 WS-CHG-VALID-TYPE VALUE 'AGT' 'FID' 'CUS' 'SVC'
                                            'INS'.
              10 WS-CHG-CONTACT-NAME PIC X(30).
              10 WS-CHG-CONTACT-EMAIL PIC X(50).
              10 WS-CHG-CONTACT-PHONE PIC X(15).
              10 WS-CHG-MAIL-ADDRESS PIC X(60).
              10 WS-CHG-RESPONSE-DAYS PIC X(3).
              10 FILLER            PIC X(9).
           05 WS-CHG-ACCOUNT-DATA REDEFINES WS-CHG-PARTY-DATA.
              10 WS-CHG-ACCT-NUMBER PIC X(20).
              10 WS-CHG-LINK-DATE  PIC X(10).
              10 FILLER            PIC X(180).
       01 WS-CHECK-DATE           PIC X(10).
       01 WS-DATE-VALID           PIC X(1).
       01 WS-HEADER-ON-FILE       PIC X(1).
       01 WS-REJECT-REASON        PIC X(40).

       01 WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT        PIC 9(5) VALUE 0.

       01 REJECT-DETAIL-LINE.
           05 RJD-PARTY-ID         PIC X(11).
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
           OPEN INPUT CONTACT-REF-FILE
           IF WS-REF-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CONTACT-REF-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-REF-COUNT < WS-REF-MAX
                               ADD 1 TO WS-REF-COUNT
                               SET WS-TP-IDX TO WS-REF-COUNT
                               MOVE TPC-PARTY-ID
                                   OF THIRD-PARTY-CONTACT-REC
                                   TO WS-TP-PARTY-ID(WS-TP-IDX)
                               MOVE TPC-RECORD-TYPE
                                   OF THIRD-PARTY-CONTACT-REC
                                   TO WS-TP-RECORD-TYPE(WS-TP-IDX)
                               MOVE TPC-PARTY-DATA
                                   OF THIRD-PARTY-CONTACT-REC
                                   TO WS-TP-DATA(WS-TP-IDX)
                               MOVE TPC-MAINT-DATE
                                   OF THIRD-PARTY-CONTACT-REC
                                   TO WS-TP-MAINT-DATE(WS-TP-IDX)
                               MOVE 'N' TO WS-TP-DELETED(WS-TP-IDX)
                           ELSE
                               DISPLAY 'CONTACT REFERENCE TABLE FULL '
                                        '-- RUN ABORTED, REFERENCE '
                                        'NOT REWRITTEN.'
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-REF-FILE
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
           MOVE TCC-PARTY-DATA TO WS-CHG-DATA
           PERFORM 2200-VALIDATE-CHANGE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2400-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF TCC-DELETE
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
           IF NOT TCC-UPSERT AND NOT TCC-DELETE
               MOVE 'ACTION NOT U OR D' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TCC-PARTY-ID = SPACES
               MOVE 'NO PARTY ID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TCC-RECORD-TYPE NOT = 'P'
               AND TCC-RECORD-TYPE NOT = 'A'
               MOVE 'RECORD TYPE NOT P OR A' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TCC-RECORD-TYPE = 'A'
               AND WS-CHG-ACCT-NUMBER = SPACES
               MOVE 'NO ACCOUNT NUMBER' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TCC-UPSERT
               IF TCC-RECORD-TYPE = 'P'
                   PERFORM 2210-VALIDATE-PARTY-HEADER
               ELSE
                   PERFORM 2220-VALIDATE-ACCOUNT-LINK
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF TCC-REVIEWER-ID = SPACES
               MOVE 'NO REVIEWER ID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TCC-APPROVER-ID = SPACES
               MOVE 'SECOND APPROVER REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TCC-APPROVER-ID = TCC-REVIEWER-ID
               MOVE 'APPROVER MUST DIFFER FROM REVIEWER'
                   TO WS-REJECT-REASON
           END-IF.

       2210-VALIDATE-PARTY-HEADER.
      *    A request needs somebody to go to and somewhere to send
      *    it -- a contact name and an e-mail or mailing address.
           IF WS-CHG-PARTY-NAME = SPACES
               MOVE 'NO PARTY NAME' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHG-VALID-TYPE
               MOVE 'TYPE NOT AGT, FID, CUS, SVC OR INS'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-CONTACT-NAME = SPACES
               MOVE 'NO CONTACT NAME' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-CONTACT-EMAIL = SPACES
               AND WS-CHG-MAIL-ADDRESS = SPACES
               MOVE 'NO E-MAIL OR MAILING ADDRESS'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-RESPONSE-DAYS NOT NUMERIC
               MOVE 'RESPONSE DAYS NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.

       2220-VALIDATE-ACCOUNT-LINK.
      *    A link belongs under a party header already on file, and
      *    an account is held for others by one party only.
           MOVE WS-CHG-LINK-DATE TO WS-CHECK-DATE
           PERFORM 2290-CHECK-DATE-FORMAT
           IF WS-DATE-VALID = 'N'
               MOVE 'LINK DATE NOT YYYY-MM-DD' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HEADER-ON-FILE
           SET WS-TP-IDX TO 1
           PERFORM UNTIL WS-TP-IDX > WS-REF-COUNT
               IF WS-TP-DELETED(WS-TP-IDX) = 'N'
                   IF WS-TP-PARTY-ID(WS-TP-IDX) = TCC-PARTY-ID
                       AND WS-TP-RECORD-TYPE(WS-TP-IDX) = 'P'
                       MOVE 'Y' TO WS-HEADER-ON-FILE
                   END-IF
                   IF WS-TP-PARTY-ID(WS-TP-IDX) NOT = TCC-PARTY-ID
                       AND WS-TP-RECORD-TYPE(WS-TP-IDX) = 'A'
                       AND WS-TP-DATA(WS-TP-IDX)(1:20)
                           = WS-CHG-ACCT-NUMBER
                       MOVE 'ACCOUNT LINKED TO ANOTHER PARTY'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               SET WS-TP-IDX UP BY 1
           END-PERFORM
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HEADER-ON-FILE = 'N'
               MOVE 'NO PARTY HEADER ON FILE' TO WS-REJECT-REASON
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
      *    party or account link inserts.
           MOVE 0 TO WS-REF-IDX-SAVE
           PERFORM 2310-FIND-REFERENCE-RECORD
           IF WS-REF-IDX-SAVE = 0
               IF WS-REF-COUNT < WS-REF-MAX
                   ADD 1 TO WS-REF-COUNT
                   SET WS-TP-IDX TO WS-REF-COUNT
                   SET WS-REF-IDX-SAVE TO WS-REF-COUNT
                   MOVE TCC-PARTY-ID
                       TO WS-TP-PARTY-ID(WS-TP-IDX)
                   MOVE TCC-RECORD-TYPE
                       TO WS-TP-RECORD-TYPE(WS-TP-IDX)
                   MOVE 'N' TO WS-TP-DELETED(WS-TP-IDX)
               ELSE
                   MOVE 'CONTACT REFERENCE FILE FULL'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-TP-IDX TO WS-REF-IDX-SAVE
           MOVE TCC-PARTY-DATA TO WS-TP-DATA(WS-TP-IDX)
           MOVE WS-MAINT-DATE  TO WS-TP-MAINT-DATE(WS-TP-IDX).

       2310-FIND-REFERENCE-RECORD.
           SET WS-TP-IDX TO 1
           PERFORM UNTIL WS-TP-IDX > WS-REF-COUNT
               IF WS-TP-PARTY-ID(WS-TP-IDX) = TCC-PARTY-ID
                   AND WS-TP-RECORD-TYPE(WS-TP-IDX) = TCC-RECORD-TYPE
                   AND WS-TP-DELETED(WS-TP-IDX) = 'N'
                   AND (TCC-RECORD-TYPE = 'P'
                        OR WS-TP-DATA(WS-TP-IDX)(1:20)
                           = WS-CHG-ACCT-NUMBER)
                   SET WS-REF-IDX-SAVE TO WS-TP-IDX
                   SET WS-TP-IDX TO WS-REF-COUNT
               END-IF
               SET WS-TP-IDX UP BY 1
           END-PERFORM.

       2350-DELETE-FROM-REFERENCE.
      *    Deleting a party header deletes the party's account links
      *    too -- a link never stands without its header.
           MOVE 0 TO WS-REF-IDX-SAVE
           PERFORM 2310-FIND-REFERENCE-RECORD
           IF WS-REF-IDX-SAVE = 0
               MOVE 'RECORD NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           SET WS-TP-IDX TO WS-REF-IDX-SAVE
           MOVE 'Y' TO WS-TP-DELETED(WS-TP-IDX)
           IF TCC-RECORD-TYPE = 'P'
               SET WS-TP-IDX TO 1
               PERFORM UNTIL WS-TP-IDX > WS-REF-COUNT
                   IF WS-TP-PARTY-ID(WS-TP-IDX) = TCC-PARTY-ID
                       MOVE 'Y' TO WS-TP-DELETED(WS-TP-IDX)
                   END-IF
                   SET WS-TP-IDX UP BY 1
               END-PERFORM
           END-IF.

       2400-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REJECT-DETAIL-LINE
           MOVE TCC-PARTY-ID       TO RJD-PARTY-ID
           MOVE TCC-RECORD-TYPE    TO RJD-RECORD-TYPE
           IF TCC-RECORD-TYPE = 'A'
               MOVE WS-CHG-ACCT-NUMBER TO RJD-ACCT-NUMBER
           END-IF
           MOVE TCC-ACTION         TO RJD-ACTION
           MOVE TCC-REVIEWER-ID    TO RJD-REVIEWER
           MOVE WS-REJECT-REASON   TO RJD-REASON
           MOVE REJECT-DETAIL-LINE TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE.

       2500-WRITE-CHANGE-AUDIT.
      *    Two audit rows per applied change, reviewer then
      *    approver -- the contact decides who is sent a depositor
      *    list for their records.
           MOVE 'TPCREF'         TO AUD-SOURCE-SYSTEM
           MOVE SPACES TO AUD-ENTITY-ID
           IF TCC-RECORD-TYPE = 'A'
               MOVE WS-CHG-ACCT-NUMBER TO AUD-ENTITY-ID
           ELSE
               STRING TCC-PARTY-ID ' ' TCC-RECORD-TYPE
                   DELIMITED SIZE INTO AUD-ENTITY-ID
           END-IF
           MOVE SPACES           TO AUD-ORC-TYPE
           MOVE SPACES TO AUD-CALC-METHOD
           IF TCC-DELETE
               MOVE 'CONTACT REF DELETE' TO AUD-CALC-METHOD
           ELSE
               MOVE 'CONTACT REF CHANGE' TO AUD-CALC-METHOD
           END-IF
           MOVE ZEROS            TO AUD-INPUT-BALANCE
           MOVE ZEROS            TO AUD-INSURED-AMT
           MOVE ZEROS            TO AUD-UNINSURED-AMT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE TCC-REVIEWER-ID  TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC
           MOVE 'CONTACT REF APPROVAL' TO AUD-CALC-METHOD
           MOVE TCC-APPROVER-ID  TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC.

       3000-REWRITE-REFERENCE.
           OPEN OUTPUT NEW-REF-FILE
           SET WS-TP-IDX TO 1
           PERFORM UNTIL WS-TP-IDX > WS-REF-COUNT
               IF WS-TP-DELETED(WS-TP-IDX) = 'N'
                   MOVE SPACES TO NEW-REF-REC
                   MOVE WS-TP-PARTY-ID(WS-TP-IDX) TO TPC-PARTY-ID
                       OF NEW-REF-REC
                   MOVE WS-TP-RECORD-TYPE(WS-TP-IDX) TO
                       TPC-RECORD-TYPE OF NEW-REF-REC
                   MOVE WS-TP-DATA(WS-TP-IDX) TO
                       TPC-PARTY-DATA OF NEW-REF-REC
                   MOVE WS-TP-MAINT-DATE(WS-TP-IDX) TO
                       TPC-MAINT-DATE OF NEW-REF-REC
                   WRITE NEW-REF-REC
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
               SET WS-TP-IDX UP BY 1
           END-PERFORM
           CLOSE NEW-REF-FILE.

       9000-FINALIZE.
           CLOSE REJECT-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY 'THIRD-PARTY CONTACT REFERENCE MAINTENANCE COMPLETE'
           DISPLAY '  CHANGES READ:      ' WS-CHANGE-COUNT
           DISPLAY '  APPLIED:           ' WS-APPLIED-COUNT
           DISPLAY '  REJECTED:          ' WS-REJECTED-COUNT
           DISPLAY '  REFERENCE RECORDS: ' WS-WRITTEN-COUNT.
