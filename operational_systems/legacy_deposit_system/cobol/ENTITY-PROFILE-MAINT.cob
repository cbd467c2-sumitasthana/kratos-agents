      *================================================================*
      * PROGRAM: ENTITY-PROFILE-MAINT
      * PURPOSE: The one maintained door into the business-entity
      *          profile file (ENTPROF, see ENTITY-PROFILE.cpy) --
      *          formation date, entity form, the 12 CFR 330.11
      *          independent-activity attestation, and the owners
      *          with their ownership percentages. Each pending
      *          change (ENTCHG, see ENTITY-PROFILE-CHANGE.cpy)
      *          must be well formed -- a known entity form, dates
      *          in YYYY-MM-DD, an owner percentage above zero that
      *          keeps the entity's owners within 100 percent, an
      *          owner only under an entity header already on file
      *          -- and carry a reviewer PLUS a distinct approver,
      *          the same maker-checker rule PARM-STORE-MAINT
      *          enforces, or it rejects with a reason. Applied
      *          changes merge into the profile (a change for an
      *          existing record restates it, a delete of an entity
      *          header takes its owners with it), the refreshed
      *          profile is rewritten whole to the new generation
      *          ENTPROFN, and two audit records per applied change
      *          go to the shared AUDITTRL under both ids.
      * REGULATION: 12 CFR 330.11, FDIC IT Guide v3.0 (change
      *             control)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTITY-PROFILE-MAINT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-PROFILE-FILE ASSIGN TO 'ENTPROF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT NEW-PROFILE-FILE ASSIGN TO 'ENTPROFN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWP-STATUS.
           SELECT CHANGE-FILE ASSIGN TO 'ENTCHG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO 'ENTCREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ENTITY-PROFILE-FILE.
           COPY ENTITY-PROFILE.

      *    The refreshed profile -- ops catalogues it over ENTPROF
      *    after a clean run, the same new-generation handling the
      *    parameter store gets.
       FD NEW-PROFILE-FILE.
           COPY ENTITY-PROFILE
               REPLACING ==ENTITY-PROFILE-REC== BY ==NEW-PROFILE-REC==.

       FD CHANGE-FILE.
           COPY ENTITY-PROFILE-CHANGE.

       FD REJECT-REPORT-FILE.
       01 REJECT-REPORT-LINE      PIC X(120).

       FD AUDIT-TRAIL-FILE.
           COPY AUDIT-TRAIL.

       WORKING-STORAGE SECTION.
       01 WS-PROF-STATUS          PIC XX.
       01 WS-NEWP-STATUS          PIC XX.
       01 WS-CHG-STATUS           PIC XX.
       01 WS-REJ-STATUS           PIC XX.
       01 WS-AUD-STATUS           PIC XX.
       01 WS-EOF-FLAG             PIC X.
       01 WS-MAINT-DATE           PIC X(10).
       01 WS-CURRENT-DATE-TIME    PIC X(21).

      *--- The profile, loaded whole. A deleted record is only
      *    marked here and dropped when the new generation is cut.
       01 WS-PROF-COUNT           PIC 9(5) VALUE 0.
       01 WS-PROF-MAX             PIC 9(5) VALUE 5000.
       01 WS-PROF-IDX-SAVE        PIC 9(5).
       01 WS-PROF-TABLE.
           05 WS-EP-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-EP-IDX.
               10 WS-EP-ENTITY-ID  PIC X(15).
               10 WS-EP-RECORD-TYPE PIC X(1).
               10 WS-EP-DATA       PIC X(74).
               10 WS-EP-MAINT-DATE PIC X(10).
               10 WS-EP-DELETED    PIC X(1).

      *--- The change's profile data, viewed both ways ---
       01 WS-CHG-DATA.
           05 WS-CHG-ENTITY-DATA.
              10 WS-CHG-ENTITY-NAME PIC X(40).
              10 WS-CHG-FORMATION-DATE PIC X(10).
              10 WS-CHG-ENTITY-FORM PIC X(3).
                 88 WS-CHG-VALID-FORM VALUE 'COR' 'PTR' 'ASN'.
              10 WS-CHG-INDEP-ACTIVITY PIC X(1).
                 88 WS-CHG-VALID-ATTEST VALUE 'Y' 'N' ' '.
              10 WS-CHG-ATTEST-DATE PIC X(10).
              10 FILLER            PIC X(10).
           05 WS-CHG-OWNER-DATA REDEFINES WS-CHG-ENTITY-DATA.
              10 WS-CHG-OWNER-ID   PIC X(15).
              10 WS-CHG-OWNER-NAME PIC X(40).
              10 WS-CHG-OWNER-PCT  PIC 9(3)V99.
              10 WS-CHG-OWNER-TYPE PIC X(1).
                 88 WS-CHG-VALID-OWNER-TYPE VALUE 'P' 'E'.
              10 FILLER            PIC X(13).
       01 WS-CHECK-DATE           PIC X(10).
       01 WS-DATE-VALID           PIC X(1).
       01 WS-HEADER-ON-FILE       PIC X(1).
       01 WS-OTHER-OWNER-PCT      PIC 9(5)V99.
       01 WS-REJECT-REASON        PIC X(40).

       01 WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT        PIC 9(5) VALUE 0.

       01 REJECT-DETAIL-LINE.
           05 RJD-ENTITY-ID        PIC X(16).
           05 RJD-RECORD-TYPE      PIC X(2).
           05 RJD-OWNER-ID         PIC X(16).
           05 RJD-ACTION           PIC X(2).
           05 RJD-REVIEWER         PIC X(12).
           05 RJD-REASON           PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-PROFILE
           PERFORM 2000-APPLY-CHANGES
           PERFORM 3000-REWRITE-PROFILE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-LOAD-PROFILE.
      *    An absent profile file is the first maintenance run --
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
           OPEN INPUT ENTITY-PROFILE-FILE
           IF WS-PROF-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ENTITY-PROFILE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-PROF-COUNT < WS-PROF-MAX
                               ADD 1 TO WS-PROF-COUNT
                               SET WS-EP-IDX TO WS-PROF-COUNT
                               MOVE EPR-ENTITY-ID
                                   OF ENTITY-PROFILE-REC
                                   TO WS-EP-ENTITY-ID(WS-EP-IDX)
                               MOVE EPR-RECORD-TYPE
                                   OF ENTITY-PROFILE-REC
                                   TO WS-EP-RECORD-TYPE(WS-EP-IDX)
                               MOVE EPR-ENTITY-DATA
                                   OF ENTITY-PROFILE-REC
                                   TO WS-EP-DATA(WS-EP-IDX)
                               MOVE EPR-MAINT-DATE
                                   OF ENTITY-PROFILE-REC
                                   TO WS-EP-MAINT-DATE(WS-EP-IDX)
                               MOVE 'N' TO WS-EP-DELETED(WS-EP-IDX)
                           ELSE
                               DISPLAY 'ENTITY PROFILE TABLE FULL '
                                        '-- RUN ABORTED, PROFILE '
                                        'NOT REWRITTEN.'
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITY-PROFILE-FILE
           END-IF.

       2000-APPLY-CHANGES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CHANGE-FILE
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'NO CHANGE FILE ON HAND (' WS-CHG-STATUS
                        ') -- PROFILE REWRITTEN UNCHANGED.'
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
           MOVE ECH-PROFILE-DATA TO WS-CHG-DATA
           PERFORM 2200-VALIDATE-CHANGE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2400-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF ECH-DELETE
               PERFORM 2350-DELETE-FROM-PROFILE
           ELSE
               PERFORM 2300-MERGE-INTO-PROFILE
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
           IF NOT ECH-UPSERT AND NOT ECH-DELETE
               MOVE 'ACTION NOT U OR D' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ECH-ENTITY-ID = SPACES
               MOVE 'NO ENTITY ID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ECH-RECORD-TYPE NOT = 'E'
               AND ECH-RECORD-TYPE NOT = 'O'
               MOVE 'RECORD TYPE NOT E OR O' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ECH-RECORD-TYPE = 'O'
               AND WS-CHG-OWNER-ID = SPACES
               MOVE 'NO OWNER ID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ECH-UPSERT
               IF ECH-RECORD-TYPE = 'E'
                   PERFORM 2210-VALIDATE-ENTITY-HEADER
               ELSE
                   PERFORM 2220-VALIDATE-OWNER
               END-IF
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ECH-REVIEWER-ID = SPACES
               MOVE 'NO REVIEWER ID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ECH-APPROVER-ID = SPACES
               MOVE 'SECOND APPROVER REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ECH-APPROVER-ID = ECH-REVIEWER-ID
               MOVE 'APPROVER MUST DIFFER FROM REVIEWER'
                   TO WS-REJECT-REASON
           END-IF.

       2210-VALIDATE-ENTITY-HEADER.
      *    An attestation, either way, must say when it was made.
           IF WS-CHG-ENTITY-NAME = SPACES
               MOVE 'NO ENTITY NAME' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-FORMATION-DATE TO WS-CHECK-DATE
           PERFORM 2290-CHECK-DATE-FORMAT
           IF WS-DATE-VALID = 'N'
               MOVE 'FORMATION DATE NOT YYYY-MM-DD'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHG-VALID-FORM
               MOVE 'ENTITY FORM NOT COR, PTR OR ASN'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHG-VALID-ATTEST
               MOVE 'ATTESTATION NOT Y, N OR BLANK'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-INDEP-ACTIVITY NOT = SPACE
               MOVE WS-CHG-ATTEST-DATE TO WS-CHECK-DATE
               PERFORM 2290-CHECK-DATE-FORMAT
               IF WS-DATE-VALID = 'N'
                   MOVE 'ATTESTATION DATE NOT YYYY-MM-DD'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       2220-VALIDATE-OWNER.
      *    An owner belongs under an entity header already on file,
      *    and the entity's owners may not add up past 100 percent
      *    (this owner's prior percentage, if any, is replaced).
           IF WS-CHG-OWNER-PCT NOT NUMERIC
               OR WS-CHG-OWNER-PCT = 0
               OR WS-CHG-OWNER-PCT > 100
               MOVE 'OWNER PERCENT NOT 0.01 TO 100'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHG-VALID-OWNER-TYPE
               MOVE 'OWNER TYPE NOT P OR E' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-OWNER-ID = ECH-ENTITY-ID
               MOVE 'ENTITY CANNOT OWN ITSELF' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HEADER-ON-FILE
           MOVE 0 TO WS-OTHER-OWNER-PCT
           SET WS-EP-IDX TO 1
           PERFORM UNTIL WS-EP-IDX > WS-PROF-COUNT
               IF WS-EP-ENTITY-ID(WS-EP-IDX) = ECH-ENTITY-ID
                   AND WS-EP-DELETED(WS-EP-IDX) = 'N'
                   IF WS-EP-RECORD-TYPE(WS-EP-IDX) = 'E'
                       MOVE 'Y' TO WS-HEADER-ON-FILE
                   ELSE
                       IF WS-EP-DATA(WS-EP-IDX)(1:15)
                               NOT = WS-CHG-OWNER-ID
                           MOVE WS-EP-DATA(WS-EP-IDX)
                               TO WS-CHG-DATA
                           ADD WS-CHG-OWNER-PCT
                               TO WS-OTHER-OWNER-PCT
                           MOVE ECH-PROFILE-DATA TO WS-CHG-DATA
                       END-IF
                   END-IF
               END-IF
               SET WS-EP-IDX UP BY 1
           END-PERFORM
           IF WS-HEADER-ON-FILE = 'N'
               MOVE 'NO ENTITY HEADER ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-OTHER-OWNER-PCT + WS-CHG-OWNER-PCT > 100
               MOVE 'OWNER PERCENTS WOULD EXCEED 100'
                   TO WS-REJECT-REASON
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

       2300-MERGE-INTO-PROFILE.
      *    A change for a record already on file restates it; a new
      *    entity or owner inserts.
           MOVE 0 TO WS-PROF-IDX-SAVE
           PERFORM 2310-FIND-PROFILE-RECORD
           IF WS-PROF-IDX-SAVE = 0
               IF WS-PROF-COUNT < WS-PROF-MAX
                   ADD 1 TO WS-PROF-COUNT
                   SET WS-EP-IDX TO WS-PROF-COUNT
                   SET WS-PROF-IDX-SAVE TO WS-PROF-COUNT
                   MOVE ECH-ENTITY-ID
                       TO WS-EP-ENTITY-ID(WS-EP-IDX)
                   MOVE ECH-RECORD-TYPE
                       TO WS-EP-RECORD-TYPE(WS-EP-IDX)
                   MOVE 'N' TO WS-EP-DELETED(WS-EP-IDX)
               ELSE
                   MOVE 'ENTITY PROFILE FILE FULL'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-EP-IDX TO WS-PROF-IDX-SAVE
           MOVE ECH-PROFILE-DATA TO WS-EP-DATA(WS-EP-IDX)
           MOVE WS-MAINT-DATE    TO WS-EP-MAINT-DATE(WS-EP-IDX).

       2310-FIND-PROFILE-RECORD.
           SET WS-EP-IDX TO 1
           PERFORM UNTIL WS-EP-IDX > WS-PROF-COUNT
               IF WS-EP-ENTITY-ID(WS-EP-IDX) = ECH-ENTITY-ID
                   AND WS-EP-RECORD-TYPE(WS-EP-IDX) = ECH-RECORD-TYPE
                   AND WS-EP-DELETED(WS-EP-IDX) = 'N'
                   AND (ECH-RECORD-TYPE = 'E'
                        OR WS-EP-DATA(WS-EP-IDX)(1:15)
                           = WS-CHG-OWNER-ID)
                   SET WS-PROF-IDX-SAVE TO WS-EP-IDX
                   SET WS-EP-IDX TO WS-PROF-COUNT
               END-IF
               SET WS-EP-IDX UP BY 1
           END-PERFORM.

       2350-DELETE-FROM-PROFILE.
      *    Deleting an entity header deletes the entity's owners
      *    too -- an owner record never stands without its header.
           MOVE 0 TO WS-PROF-IDX-SAVE
           PERFORM 2310-FIND-PROFILE-RECORD
           IF WS-PROF-IDX-SAVE = 0
               MOVE 'RECORD NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           SET WS-EP-IDX TO WS-PROF-IDX-SAVE
           MOVE 'Y' TO WS-EP-DELETED(WS-EP-IDX)
           IF ECH-RECORD-TYPE = 'E'
               SET WS-EP-IDX TO 1
               PERFORM UNTIL WS-EP-IDX > WS-PROF-COUNT
                   IF WS-EP-ENTITY-ID(WS-EP-IDX) = ECH-ENTITY-ID
                       MOVE 'Y' TO WS-EP-DELETED(WS-EP-IDX)
                   END-IF
                   SET WS-EP-IDX UP BY 1
               END-PERFORM
           END-IF.

       2400-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REJECT-DETAIL-LINE
           MOVE ECH-ENTITY-ID      TO RJD-ENTITY-ID
           MOVE ECH-RECORD-TYPE    TO RJD-RECORD-TYPE
           IF ECH-RECORD-TYPE = 'O'
               MOVE WS-CHG-OWNER-ID TO RJD-OWNER-ID
           END-IF
           MOVE ECH-ACTION         TO RJD-ACTION
           MOVE ECH-REVIEWER-ID    TO RJD-REVIEWER
           MOVE WS-REJECT-REASON   TO RJD-REASON
           MOVE REJECT-DETAIL-LINE TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE.

       2500-WRITE-CHANGE-AUDIT.
      *    Two audit rows per applied change, reviewer then
      *    approver -- the attestation is a coverage decision and
      *    carries the same who-changed-what record as a parameter.
           MOVE 'ENTPROF'        TO AUD-SOURCE-SYSTEM
           MOVE SPACES TO AUD-ENTITY-ID
           STRING ECH-ENTITY-ID ' ' ECH-RECORD-TYPE
               DELIMITED SIZE INTO AUD-ENTITY-ID
           MOVE SPACES           TO AUD-ORC-TYPE
           MOVE SPACES TO AUD-CALC-METHOD
           IF ECH-DELETE
               MOVE 'ENT PROFILE DELETE' TO AUD-CALC-METHOD
           ELSE
               MOVE 'ENT PROFILE CHANGE' TO AUD-CALC-METHOD
           END-IF
           MOVE ZEROS            TO AUD-INPUT-BALANCE
           MOVE ZEROS            TO AUD-INSURED-AMT
           MOVE ZEROS            TO AUD-UNINSURED-AMT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE ECH-REVIEWER-ID  TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC
           MOVE 'ENT PROFILE APPROVAL' TO AUD-CALC-METHOD
           MOVE ECH-APPROVER-ID  TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC.

       3000-REWRITE-PROFILE.
           OPEN OUTPUT NEW-PROFILE-FILE
           SET WS-EP-IDX TO 1
           PERFORM UNTIL WS-EP-IDX > WS-PROF-COUNT
               IF WS-EP-DELETED(WS-EP-IDX) = 'N'
                   MOVE SPACES TO NEW-PROFILE-REC
                   MOVE WS-EP-ENTITY-ID(WS-EP-IDX) TO EPR-ENTITY-ID
                       OF NEW-PROFILE-REC
                   MOVE WS-EP-RECORD-TYPE(WS-EP-IDX) TO
                       EPR-RECORD-TYPE OF NEW-PROFILE-REC
                   MOVE WS-EP-DATA(WS-EP-IDX) TO
                       EPR-ENTITY-DATA OF NEW-PROFILE-REC
                   MOVE WS-EP-MAINT-DATE(WS-EP-IDX) TO
                       EPR-MAINT-DATE OF NEW-PROFILE-REC
                   WRITE NEW-PROFILE-REC
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
               SET WS-EP-IDX UP BY 1
           END-PERFORM
           CLOSE NEW-PROFILE-FILE.

       9000-FINALIZE.
           CLOSE REJECT-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY 'ENTITY PROFILE MAINTENANCE COMPLETE'
           DISPLAY '  CHANGES READ:    ' WS-CHANGE-COUNT
           DISPLAY '  APPLIED:         ' WS-APPLIED-COUNT
           DISPLAY '  REJECTED:        ' WS-REJECTED-COUNT
           DISPLAY '  PROFILE RECORDS: ' WS-WRITTEN-COUNT.
