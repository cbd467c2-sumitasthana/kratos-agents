      *================================================================*
      * PROGRAM: PRODUCT-RULE-MAINT
      * PURPOSE: The one maintained door into the product-to-ORC
      *          rules table (PRODRULE, see PRODUCT-RULE.cpy) that
      *          drives ORC-ASSIGNMENT. Each pending change (PRODCHG,
      *          see PRODUCT-RULE-CHANGE.cpy) must be well formed --
      *          an ORC on the maintained ORC code table (ORCCODES),
      *          an apply point of T or P, a confidence of HIGH or
      *          LOW (a LOW rule must name the pending code that
      *          queues it), an effective date in YYYY-MM-DD -- and
      *          carry a reviewer PLUS a distinct approver, the same
      *          maker-checker rule PARM-STORE-MAINT enforces, or it
      *          rejects with a reason. Applied changes merge into
      *          the table -- a restatement with a new effective date
      *          goes in as a new generation of the rule beside the
      *          one in force, which keeps classifying until the new
      *          one takes effect; one with the same effective date
      *          corrects that generation in place; a delete removes
      *          every generation. The refreshed table is rewritten
      *          whole to the proposed generation PRODRULN, with two
      *          audit records per applied change to the shared
      *          AUDITTRL under both ids. PRODRULN does not drive
      *          production until ops catalogues it over PRODRULE --
      *          first a shadow ORC-ASSIGNMENT run (SCENPARM header
      *          present) classifies the book under PRODRULN and
      *          PRODUCT-RULE-IMPACT lists every account that would
      *          change category and the coverage effect.
      * REGULATION: 12 CFR Part 330, FDIC IT Guide v3.0 (change
      *             control)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  A restatement no longer overwrites the rule in
      *               force: a new effective date adds a generation
      *               of the rule, and a generation superseded
      *               before the maintenance date is dropped when the
      *               table is rewritten. A rule restated ahead of
      *               its effective date had left the product with no
      *               rule in force until that date.
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCT-RULE-MAINT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-RULE-FILE ASSIGN TO 'PRODRULE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRR-STATUS.
           SELECT NEW-RULE-FILE ASSIGN TO 'PRODRULN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEWR-STATUS.
           SELECT CHANGE-FILE ASSIGN TO 'PRODCHG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT ORC-CODE-FILE ASSIGN TO 'ORCCODES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORCC-STATUS.
           SELECT REJECT-REPORT-FILE ASSIGN TO 'PRODREJ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PRODUCT-RULE-FILE.
           COPY PRODUCT-RULE.

      *    The proposed table -- previewed by the shadow run, then
      *    catalogued over PRODRULE by ops, the same new-generation
      *    handling the parameter store gets.
       FD NEW-RULE-FILE.
           COPY PRODUCT-RULE
               REPLACING ==PRODUCT-RULE-REC== BY ==NEW-RULE-REC==.

       FD CHANGE-FILE.
           COPY PRODUCT-RULE-CHANGE.

       FD ORC-CODE-FILE.
           COPY ORC-CODE.

       FD REJECT-REPORT-FILE.
       01 REJECT-REPORT-LINE      PIC X(120).

       FD AUDIT-TRAIL-FILE.
           COPY AUDIT-TRAIL.

       WORKING-STORAGE SECTION.
       01 WS-PRR-STATUS           PIC XX.
       01 WS-NEWR-STATUS          PIC XX.
       01 WS-CHG-STATUS           PIC XX.
       01 WS-ORCC-STATUS          PIC XX.
       01 WS-REJ-STATUS           PIC XX.
       01 WS-AUD-STATUS           PIC XX.
       01 WS-EOF-FLAG             PIC X.
       01 WS-MAINT-DATE           PIC X(10).
       01 WS-CURRENT-DATE-TIME    PIC X(21).

      *--- Valid ORC codes (ORC-CODE.cpy) ---
       01 WS-ORC-CODE-COUNT       PIC 9(2) VALUE 0.
       01 WS-ORC-CODE-MAX         PIC 9(2) VALUE 40.
       01 WS-ORC-CODE-VALID       PIC X(1).
       01 WS-ORC-CODE-TABLE.
           05 WS-OC-ENTRY OCCURS 40 TIMES
                            INDEXED BY WS-OC-IDX.
               10 WS-OC-CODE       PIC X(4).

      *--- The rules table, loaded whole -- one entry per
      *    generation of a rule. A deleted or superseded generation
      *    is only marked here and dropped when the new table is
      *    cut.
       01 WS-RULE-COUNT           PIC 9(5) VALUE 0.
       01 WS-RULE-MAX             PIC 9(5) VALUE 2000.
       01 WS-RULE-IDX-SAVE        PIC 9(5).
       01 WS-RULE-TABLE.
           05 WS-PR-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-PR-IDX WS-PS-IDX.
               10 WS-PR-RULE-KEY   PIC X(25).
               10 WS-PR-DATA.
                   15 FILLER       PIC X(52).
                   15 WS-PR-EFFECTIVE-DATE PIC X(10).
               10 WS-PR-MAINT-DATE PIC X(10).
               10 WS-PR-DELETED    PIC X(1).

      *--- The change's rule data ---
       01 WS-CHG-DATA.
           05 WS-CHG-ORC-TYPE      PIC X(4).
           05 WS-CHG-APPLY-POINT   PIC X(1).
              88 WS-CHG-VALID-POINT VALUE 'T' 'P'.
           05 WS-CHG-REQ-DOC       PIC X(10).
           05 WS-CHG-CONFIDENCE    PIC X(4).
              88 WS-CHG-VALID-CONFIDENCE VALUE 'HIGH' 'LOW '.
           05 WS-CHG-PENDING-CODE  PIC X(3).
           05 WS-CHG-RULE-DESC     PIC X(30).
           05 WS-CHG-EFFECTIVE-DATE PIC X(10).
       01 WS-CHECK-DATE           PIC X(10).
       01 WS-DATE-VALID           PIC X(1).
       01 WS-REJECT-REASON        PIC X(40).

       01 WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT        PIC 9(5) VALUE 0.
       01 WS-SUPERSEDED-COUNT     PIC 9(5) VALUE 0.

       01 REJECT-DETAIL-LINE.
           05 RJD-SOURCE-SYSTEM    PIC X(16).
           05 RJD-ACCT-TYPE        PIC X(11).
           05 RJD-ORC-TYPE         PIC X(5).
           05 RJD-ACTION           PIC X(2).
           05 RJD-REVIEWER         PIC X(12).
           05 RJD-REASON           PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-RULES
           PERFORM 2000-APPLY-CHANGES
           PERFORM 3000-REWRITE-RULES
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-LOAD-RULES.
      *    An absent rules file is the first maintenance run -- an
      *    empty table is a valid starting point, and the seed rows
      *    go in as ordinary approved changes.
           PERFORM 1100-LOAD-ORC-CODES
           OPEN OUTPUT REJECT-REPORT-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO WS-MAINT-DATE
           STRING WS-CURRENT-DATE-TIME(1:4) '-'
                  WS-CURRENT-DATE-TIME(5:2) '-'
                  WS-CURRENT-DATE-TIME(7:2)
               DELIMITED SIZE INTO WS-MAINT-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRODUCT-RULE-FILE
           IF WS-PRR-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PRODUCT-RULE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-RULE-COUNT < WS-RULE-MAX
                               ADD 1 TO WS-RULE-COUNT
                               SET WS-PR-IDX TO WS-RULE-COUNT
                               MOVE PRR-RULE-KEY
                                   OF PRODUCT-RULE-REC
                                   TO WS-PR-RULE-KEY(WS-PR-IDX)
                               MOVE PRR-RULE-DATA
                                   OF PRODUCT-RULE-REC
                                   TO WS-PR-DATA(WS-PR-IDX)
                               MOVE PRR-MAINT-DATE
                                   OF PRODUCT-RULE-REC
                                   TO WS-PR-MAINT-DATE(WS-PR-IDX)
                               MOVE 'N' TO WS-PR-DELETED(WS-PR-IDX)
                           ELSE
                               DISPLAY 'PRODUCT RULE TABLE FULL '
                                        '-- RUN ABORTED, RULES '
                                        'NOT REWRITTEN.'
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-RULE-FILE
           END-IF.

       1100-LOAD-ORC-CODES.
           OPEN INPUT ORC-CODE-FILE
           IF WS-ORCC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ORC CODE TABLE: ' WS-ORCC-STATUS
               DISPLAY 'RULES CANNOT BE VALIDATED -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ORCC-STATUS NOT = '00'
               READ ORC-CODE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-ORC-CODE-COUNT < WS-ORC-CODE-MAX
                           ADD 1 TO WS-ORC-CODE-COUNT
                           SET WS-OC-IDX TO WS-ORC-CODE-COUNT
                           MOVE ORCC-CODE TO WS-OC-CODE(WS-OC-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORC-CODE-FILE
           IF WS-ORC-CODE-COUNT = 0
               DISPLAY 'ORC CODE TABLE IS EMPTY -- RUN ABORTED.'
               STOP RUN
           END-IF.

       2000-APPLY-CHANGES.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CHANGE-FILE
           IF WS-CHG-STATUS NOT = '00'
               DISPLAY 'NO CHANGE FILE ON HAND (' WS-CHG-STATUS
                        ') -- RULES REWRITTEN UNCHANGED.'
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
           MOVE PCH-RULE-DATA TO WS-CHG-DATA
           PERFORM 2200-VALIDATE-CHANGE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2400-WRITE-REJECT
               EXIT PARAGRAPH
           END-IF
           IF PCH-DELETE
               PERFORM 2350-DELETE-FROM-RULES
           ELSE
               PERFORM 2300-MERGE-INTO-RULES
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2400-WRITE-REJECT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2500-WRITE-CHANGE-AUDIT
           END-IF.

       2200-VALIDATE-CHANGE.
      *    A change must be well formed and -- always -- carry a
      *    second approver distinct from the reviewer.
           MOVE SPACES TO WS-REJECT-REASON
           IF NOT PCH-UPSERT AND NOT PCH-DELETE
               MOVE 'ACTION NOT U OR D' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PCH-SOURCE-SYSTEM = SPACES
               MOVE 'NO SOURCE SYSTEM (* FOR ANY)'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PCH-ACCT-TYPE = SPACES
               MOVE 'NO ACCOUNT TYPE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PCH-UPSERT
               PERFORM 2210-VALIDATE-RULE
               IF WS-REJECT-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PCH-REVIEWER-ID = SPACES
               MOVE 'NO REVIEWER ID' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PCH-APPROVER-ID = SPACES
               MOVE 'SECOND APPROVER REQUIRED' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF PCH-APPROVER-ID = PCH-REVIEWER-ID
               MOVE 'APPROVER MUST DIFFER FROM REVIEWER'
                   TO WS-REJECT-REASON
           END-IF.

       2210-VALIDATE-RULE.
      *    The ORC must be one the insurance calc knows -- a keying
      *    slip here would misclassify every account of the product.
           MOVE 'N' TO WS-ORC-CODE-VALID
           SET WS-OC-IDX TO 1
           PERFORM UNTIL WS-OC-IDX > WS-ORC-CODE-COUNT
               IF WS-OC-CODE(WS-OC-IDX) = WS-CHG-ORC-TYPE
                   MOVE 'Y' TO WS-ORC-CODE-VALID
               END-IF
               SET WS-OC-IDX UP BY 1
           END-PERFORM
           IF WS-ORC-CODE-VALID = 'N'
               MOVE 'ORC NOT ON ORC CODE TABLE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHG-VALID-POINT
               MOVE 'APPLY POINT NOT T OR P' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-CHG-VALID-CONFIDENCE
               MOVE 'CONFIDENCE NOT HIGH OR LOW' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-CONFIDENCE = 'LOW'
               AND WS-CHG-PENDING-CODE = SPACES
               MOVE 'LOW RULE NEEDS A PENDING CODE'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHG-RULE-DESC = SPACES
               MOVE 'NO RULE DESCRIPTION' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHG-EFFECTIVE-DATE TO WS-CHECK-DATE
           PERFORM 2290-CHECK-DATE-FORMAT
           IF WS-DATE-VALID = 'N'
               MOVE 'EFFECTIVE DATE NOT YYYY-MM-DD'
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

       2300-MERGE-INTO-RULES.
      *    A change for a generation already on file (same source
      *    system + ACCT-TYPE and effective date) restates it; any
      *    other change inserts a generation. The generation in
      *    force is never overwritten by one dated ahead --
      *    ORC-ASSIGNMENT loads the latest generation in force at
      *    its run date.
           MOVE 0 TO WS-RULE-IDX-SAVE
           PERFORM 2320-FIND-GENERATION
           IF WS-RULE-IDX-SAVE = 0
               IF WS-RULE-COUNT < WS-RULE-MAX
                   ADD 1 TO WS-RULE-COUNT
                   SET WS-PR-IDX TO WS-RULE-COUNT
                   SET WS-RULE-IDX-SAVE TO WS-RULE-COUNT
                   MOVE PCH-RULE-KEY TO WS-PR-RULE-KEY(WS-PR-IDX)
                   MOVE 'N' TO WS-PR-DELETED(WS-PR-IDX)
               ELSE
                   MOVE 'PRODUCT RULE FILE FULL' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-PR-IDX TO WS-RULE-IDX-SAVE
           MOVE PCH-RULE-DATA TO WS-PR-DATA(WS-PR-IDX)
           MOVE WS-MAINT-DATE TO WS-PR-MAINT-DATE(WS-PR-IDX).

       2310-FIND-RULE.
           SET WS-PR-IDX TO 1
           PERFORM UNTIL WS-PR-IDX > WS-RULE-COUNT
               IF WS-PR-RULE-KEY(WS-PR-IDX) = PCH-RULE-KEY
                   AND WS-PR-DELETED(WS-PR-IDX) = 'N'
                   SET WS-RULE-IDX-SAVE TO WS-PR-IDX
                   SET WS-PR-IDX TO WS-RULE-COUNT
               END-IF
               SET WS-PR-IDX UP BY 1
           END-PERFORM.

       2320-FIND-GENERATION.
           SET WS-PR-IDX TO 1
           PERFORM UNTIL WS-PR-IDX > WS-RULE-COUNT
               IF WS-PR-RULE-KEY(WS-PR-IDX) = PCH-RULE-KEY
                   AND WS-PR-EFFECTIVE-DATE(WS-PR-IDX)
                       = WS-CHG-EFFECTIVE-DATE
                   AND WS-PR-DELETED(WS-PR-IDX) = 'N'
                   SET WS-RULE-IDX-SAVE TO WS-PR-IDX
                   SET WS-PR-IDX TO WS-RULE-COUNT
               END-IF
               SET WS-PR-IDX UP BY 1
           END-PERFORM.

       2350-DELETE-FROM-RULES.
      *    Deleting a rule sends the product back to the ownership
      *    tests and the SGL default -- the shadow run shows where
      *    those accounts land before the deletion takes effect.
      *    Every generation of the rule goes.
           MOVE 0 TO WS-RULE-IDX-SAVE
           PERFORM 2310-FIND-RULE
           IF WS-RULE-IDX-SAVE = 0
               MOVE 'RULE NOT ON FILE' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RULE-IDX-SAVE = 0
               SET WS-PR-IDX TO WS-RULE-IDX-SAVE
               MOVE 'Y' TO WS-PR-DELETED(WS-PR-IDX)
               MOVE 0 TO WS-RULE-IDX-SAVE
               PERFORM 2310-FIND-RULE
           END-PERFORM.

       2400-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REJECT-DETAIL-LINE
           MOVE PCH-SOURCE-SYSTEM  TO RJD-SOURCE-SYSTEM
           MOVE PCH-ACCT-TYPE      TO RJD-ACCT-TYPE
           MOVE WS-CHG-ORC-TYPE    TO RJD-ORC-TYPE
           MOVE PCH-ACTION         TO RJD-ACTION
           MOVE PCH-REVIEWER-ID    TO RJD-REVIEWER
           MOVE WS-REJECT-REASON   TO RJD-REASON
           MOVE REJECT-DETAIL-LINE TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE.

       2500-WRITE-CHANGE-AUDIT.
      *    Two audit rows per applied change, reviewer then
      *    approver -- a product rule decides the coverage category
      *    of every account of the product.
           MOVE 'PRODRULE'       TO AUD-SOURCE-SYSTEM
           MOVE SPACES TO AUD-ENTITY-ID
           STRING PCH-SOURCE-SYSTEM DELIMITED SPACE
                  '/'               DELIMITED SIZE
                  PCH-ACCT-TYPE     DELIMITED SPACE
               INTO AUD-ENTITY-ID
           MOVE WS-CHG-ORC-TYPE  TO AUD-ORC-TYPE
           MOVE SPACES TO AUD-CALC-METHOD
           IF PCH-DELETE
               MOVE SPACES TO AUD-ORC-TYPE
               MOVE 'PROD RULE DELETE' TO AUD-CALC-METHOD
           ELSE
               MOVE 'PROD RULE CHANGE' TO AUD-CALC-METHOD
           END-IF
           MOVE ZEROS            TO AUD-INPUT-BALANCE
           MOVE ZEROS            TO AUD-INSURED-AMT
           MOVE ZEROS            TO AUD-UNINSURED-AMT
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE PCH-REVIEWER-ID  TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC
           MOVE 'PROD RULE APPROVAL' TO AUD-CALC-METHOD
           MOVE PCH-APPROVER-ID  TO AUD-USER-ID
           WRITE AUDIT-TRAIL-REC.

       3000-REWRITE-RULES.
           PERFORM 3100-MARK-SUPERSEDED
           OPEN OUTPUT NEW-RULE-FILE
           SET WS-PR-IDX TO 1
           PERFORM UNTIL WS-PR-IDX > WS-RULE-COUNT
               IF WS-PR-DELETED(WS-PR-IDX) = 'N'
                   MOVE SPACES TO NEW-RULE-REC
                   MOVE WS-PR-RULE-KEY(WS-PR-IDX) TO PRR-RULE-KEY
                       OF NEW-RULE-REC
                   MOVE WS-PR-DATA(WS-PR-IDX) TO PRR-RULE-DATA
                       OF NEW-RULE-REC
                   MOVE WS-PR-MAINT-DATE(WS-PR-IDX) TO
                       PRR-MAINT-DATE OF NEW-RULE-REC
                   WRITE NEW-RULE-REC
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
               SET WS-PR-IDX UP BY 1
           END-PERFORM
           CLOSE NEW-RULE-FILE.

       3100-MARK-SUPERSEDED.
      *    A generation with a later one for the same rule already
      *    in force before the maintenance date can never be loaded
      *    again. The later one must be dated strictly before the
      *    maintenance date, so a cycle still running on the prior
      *    business date keeps the generation it needs.
           SET WS-PR-IDX TO 1
           PERFORM UNTIL WS-PR-IDX > WS-RULE-COUNT
               IF WS-PR-DELETED(WS-PR-IDX) = 'N'
                   PERFORM 3110-CHECK-SUPERSEDED
               END-IF
               SET WS-PR-IDX UP BY 1
           END-PERFORM.

       3110-CHECK-SUPERSEDED.
           SET WS-PS-IDX TO 1
           PERFORM UNTIL WS-PS-IDX > WS-RULE-COUNT
               IF WS-PR-RULE-KEY(WS-PS-IDX) = WS-PR-RULE-KEY(WS-PR-IDX)
                   AND WS-PR-DELETED(WS-PS-IDX) = 'N'
                   AND WS-PR-EFFECTIVE-DATE(WS-PS-IDX)
                       > WS-PR-EFFECTIVE-DATE(WS-PR-IDX)
                   AND WS-PR-EFFECTIVE-DATE(WS-PS-IDX) < WS-MAINT-DATE
                   MOVE 'S' TO WS-PR-DELETED(WS-PR-IDX)
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   SET WS-PS-IDX TO WS-RULE-COUNT
               END-IF
               SET WS-PS-IDX UP BY 1
           END-PERFORM.

       9000-FINALIZE.
           CLOSE REJECT-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           DISPLAY 'PRODUCT RULE MAINTENANCE COMPLETE'
           DISPLAY '  CHANGES READ:    ' WS-CHANGE-COUNT
           DISPLAY '  APPLIED:         ' WS-APPLIED-COUNT
           DISPLAY '  REJECTED:        ' WS-REJECTED-COUNT
           DISPLAY '  SUPERSEDED:      ' WS-SUPERSEDED-COUNT
           DISPLAY '  RULE RECORDS:    ' WS-WRITTEN-COUNT
           DISPLAY '  PROPOSED TABLE ON PRODRULN -- PREVIEW WITH A '
                   'SHADOW RUN BEFORE CATALOGUING.'.
