      *================================================================*
      * PROGRAM: COVERAGE-ESTIMATOR  (CICS transaction CVES)
      * PURPOSE: Point-of-sale coverage estimate for a banker about
      *          to open a large account, in the style of
      *          COVERAGE-INQUIRY's CVIQ. CVIQ only shows
      *          determinations that already exist; this transaction
      *          takes a customer id, the proposed ownership
      *          structure, and the amount, and projects how much of
      *          the new money would be insured before the account
      *          is titled:
      *            S - single ownership (SGL)
      *            J - joint, with up to two named co-owners (JNT);
      *                each owner's equal share is insured against
      *                that owner's own existing joint position
      *            P - payable-on-death with a beneficiary count
      *                (REV); the SMDIA per beneficiary, counting no
      *                more than five
      *            B - business (BUS) -- the customer id is the
      *                business's own depositor id
      *            R - retirement (CRA)
      *          The customer's existing per-ORC positions come from
      *          the RSLTVSAM copy of the last cycle's RSLTFILE (via
      *          the depositor-id path), and the SMDIA in force
      *          today from the parameter store copy. The screen
      *          shows the existing positions by category, then the
      *          projected insured and uninsured amounts for the
      *          proposed titling; the same lines, with the
      *          disclosure text, go to the CVEP transient data
      *          queue, which is routed to the branch printer, so
      *          the customer leaves with a printed estimate and can
      *          compare titlings before the account is opened.
      *
      *          Keyed inquiry copies loaded by the nightly batch:
      *            RSLTVSAM - KSDS loaded by REPRO of RSLTFILE,
      *                       key = RSLT-ACCT-NUMBER (1:20)
      *            RSLTPATH - path over the depositor-id AIX
      *                       (alternate key at offset 21 for 15)
      *            PRMSVSAM - KSDS REPRO of PARMSTOR (see
      *                       PARM-STORE.cpy), key = PRM-PARM-KEY +
      *                       PRM-EFFECTIVE-DATE (1:18); browsed
      *                       GENERIC on the 8-byte parameter key
      *
      *          Input (terminal or COMMAREA):
      *            'CVES' + structure + customer id + amount in
      *            whole dollars + beneficiary count (P) + up to two
      *            co-owner ids (J), each field in its column.
      *
      * REGULATION: 12 CFR 330.6, 330.9, 330.10, 330.11, 330.14
      *
      * NOTE: EXEC CICS is translated by the CICS preprocessor at
      *       compile time; this member is held in the online source
      *       library, not the batch one.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-BLOCKED-FLAG (sanctions-blocked accounts;
      *               record 202 -> 203 bytes).
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVERAGE-ESTIMATOR.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-INPUT-AREA.
           05 WS-IN-TRANID         PIC X(4).
           05 FILLER               PIC X(1).
           05 WS-IN-STRUCTURE      PIC X(1).
              88 EST-SINGLE        VALUE 'S'.
              88 EST-JOINT         VALUE 'J'.
              88 EST-POD           VALUE 'P'.
              88 EST-BUSINESS      VALUE 'B'.
              88 EST-RETIREMENT    VALUE 'R'.
              88 EST-VALID-STRUCTURE VALUE 'S' 'J' 'P' 'B' 'R'.
           05 FILLER               PIC X(1).
           05 WS-IN-CUSTOMER-ID    PIC X(15).
           05 FILLER               PIC X(1).
           05 WS-IN-AMOUNT         PIC 9(11).
           05 FILLER               PIC X(3).
           05 WS-IN-BENE-COUNT     PIC 9(2).
           05 FILLER               PIC X(1).
           05 WS-IN-CO-OWNER-1     PIC X(15).
           05 FILLER               PIC X(1).
           05 WS-IN-CO-OWNER-2     PIC X(15).
           05 FILLER               PIC X(9).
       01 WS-INPUT-LEN             PIC S9(4) COMP VALUE +80.

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       01 WS-RSLT-RECORD.
           05 WS-RSLT-ACCT-NUMBER   PIC X(20).
           05 WS-RSLT-DEPOSITOR-ID  PIC X(15).
           05 WS-RSLT-INSTITUTION   PIC X(5).
           05 WS-RSLT-ORC-TYPE      PIC X(4).
           05 WS-RSLT-BALANCE       PIC S9(13)V99.
           05 WS-RSLT-INSURED-AMT   PIC S9(13)V99.
           05 WS-RSLT-UNINSURED-AMT PIC S9(13)V99.
           05 WS-RSLT-CALC-METHOD   PIC X(20).
           05 WS-RSLT-ERROR-FLAG    PIC X(1).
           05 WS-RSLT-REASON-CODE   PIC X(3).
           05 WS-RSLT-TIMESTAMP     PIC X(26).
           05 WS-RSLT-ACCRUED-INT   PIC S9(13)V99.
           05 WS-RSLT-SWEEP-FLAG    PIC X(1).
           05 WS-RSLT-CURRENCY-CODE PIC X(3).
           05 WS-RSLT-FX-RATE       PIC 9(5)V9(6).
           05 WS-RSLT-RECIP-FLAG    PIC X(1).
           05 WS-RSLT-RECIP-PLACED  PIC S9(13)V99.
           05 WS-RSLT-RESTRAINED-AMT PIC S9(13)V99.
           05 WS-RSLT-RESTRAINT-TYPE PIC X(2).
           05 WS-RSLT-BLOCKED-FLAG   PIC X(1).

      *    Mirrors PARM-STORE.cpy (PRMSVSAM record).
       01 WS-PARM-RECORD.
           05 WS-PRM-PARM-KEY       PIC X(8).
           05 WS-PRM-EFFECTIVE-DATE PIC X(10).
           05 WS-PRM-VALUE-NUM      PIC S9(13)V9(6).
           05 FILLER                PIC X(13).

       01 WS-RID-DEPOSITOR         PIC X(15).
      *    The browse target -- READNEXT overwrites the RIDFLD with
      *    each key it retrieves, so the end-of-depositor test must
      *    compare against this saved copy, never the RIDFLD.
       01 WS-TARGET-DEPOSITOR      PIC X(15).
      *    Full 18-byte parameter key -- READNEXT returns the
      *    complete key here even on a GENERIC browse.
       01 WS-PRM-RID.
           05 WS-PRM-RID-KEY        PIC X(8).
           05 WS-PRM-RID-DATE       PIC X(10).

       01 WS-RESP                  PIC S9(8) COMP.
       01 WS-RESP2                 PIC S9(8) COMP.

       01 WS-TODAY-DATE            PIC X(10).
       01 WS-SMDIA                 PIC S9(13)V99 VALUE 250000.00.
       01 WS-SMDIA-SOURCE          PIC X(10) VALUE 'DEFAULT'.
       01 WS-AS-OF-STAMP           PIC X(10).

      *--- The customer's existing positions by ORC ---
       01 WS-POS-COUNT             PIC 9(2) VALUE 0.
       01 WS-POS-MAX               PIC 9(2) VALUE 20.
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 20 TIMES
                            INDEXED BY WS-POS-IDX.
               10 WS-POS-ORC        PIC X(4).
               10 WS-POS-BALANCE    PIC S9(13)V99.
               10 WS-POS-INSURED    PIC S9(13)V99.
               10 WS-POS-UNINSURED  PIC S9(13)V99.
       01 WS-POS-IDX-SAVE          PIC 9(2).
       01 WS-FOUND-ONE             PIC X(1).

      *--- One owner's existing balance in one category ---
       01 WS-LOOKUP-ORC            PIC X(4).
       01 WS-EXISTING-BALANCE      PIC S9(13)V99.

      *--- The projection ---
       01 WS-PROPOSED-ORC          PIC X(4).
       01 WS-PROPOSED-AMOUNT       PIC S9(13)V99.
       01 WS-COVERAGE-CAP          PIC S9(13)V99.
       01 WS-ROOM                  PIC S9(13)V99.
       01 WS-PROJ-INSURED          PIC S9(13)V99.
       01 WS-PROJ-UNINSURED        PIC S9(13)V99.
       01 WS-OWNER-COUNT           PIC 9(1).
       01 WS-OWNER-SHARE           PIC S9(13)V99.
       01 WS-OWNER-INSURED         PIC S9(13)V99.
       01 WS-OWNER-ID              PIC X(15).
       01 WS-BENE-COUNT            PIC 9(2).
       01 WS-ERROR-TEXT            PIC X(79).

      *    Display buffer -- up to 20 lines sent as one text block,
      *    the CVIQ convention; the same lines feed the printed
      *    disclosure.
       01 WS-LINE-COUNT            PIC 9(2) VALUE 0.
       01 WS-LINE-MAX              PIC 9(2) VALUE 20.
       01 WS-DISPLAY-AREA.
           05 WS-DISPLAY-LINE OCCURS 20 TIMES
                                   PIC X(79).
       01 WS-DISPLAY-LEN           PIC S9(4) COMP.
       01 WS-DETAIL-LINE           PIC X(79).
       01 WS-PRINT-IDX             PIC 9(2).
       01 WS-PRINT-LEN             PIC S9(4) COMP VALUE +79.

       01 WS-POSITION-LINE.
           05 WPL-LABEL            PIC X(13).
           05 WPL-ORC              PIC X(5).
           05 WPL-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 WPL-INSURED          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 WPL-UNINSURED        PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-OWNER-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WOL-LABEL            PIC X(9) VALUE 'OWNER'.
           05 WOL-OWNER-ID         PIC X(16).
           05 WOL-SHARE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 WOL-INSURED          PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01 WS-SMDIA-EDIT            PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-RECEIVE-INPUT
           PERFORM 1100-SET-TODAY
           PERFORM 1200-VALIDATE-INPUT
           IF WS-ERROR-TEXT NOT = SPACES
               MOVE WS-ERROR-TEXT TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           ELSE
               PERFORM 1300-LOAD-SMDIA
               PERFORM 2000-LOAD-POSITIONS
               PERFORM 3000-SHOW-POSITIONS
               PERFORM 4000-PROJECT-COVERAGE
               PERFORM 5000-ADD-DISCLOSURE
               PERFORM 8000-PRINT-DISCLOSURE
           END-IF
           PERFORM 8500-SEND-RESPONSE
           EXEC CICS RETURN END-EXEC.

       1000-RECEIVE-INPUT.
           MOVE SPACES TO WS-INPUT-AREA
           MOVE +80 TO WS-INPUT-LEN
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO WS-DISPLAY-AREA
           MOVE 0 TO WS-LINE-COUNT.

       1100-SET-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'                        TO WS-TODAY-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'                        TO WS-TODAY-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2).

       1200-VALIDATE-INPUT.
      *    Every edit is made before anything is looked up, while
      *    the banker can still fix the keying.
           MOVE SPACES TO WS-ERROR-TEXT
           IF NOT EST-VALID-STRUCTURE
               MOVE 'STRUCTURE MUST BE S, J, P, B OR R'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CUSTOMER-ID = SPACES
               MOVE 'CUSTOMER ID REQUIRED' TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT = 0
               MOVE 'AMOUNT MUST BE WHOLE DOLLARS, 11 DIGITS'
                   TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF EST-POD
               IF WS-IN-BENE-COUNT NOT NUMERIC
                   OR WS-IN-BENE-COUNT = 0
                   MOVE 'POD NEEDS A BENEFICIARY COUNT'
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF EST-JOINT
               IF WS-IN-CO-OWNER-1 = SPACES
                   MOVE 'JOINT NEEDS AT LEAST ONE CO-OWNER ID'
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
               IF WS-IN-CO-OWNER-1 = WS-IN-CUSTOMER-ID
                   OR WS-IN-CO-OWNER-2 = WS-IN-CUSTOMER-ID
                   OR (WS-IN-CO-OWNER-2 NOT = SPACES
                       AND WS-IN-CO-OWNER-2 = WS-IN-CO-OWNER-1)
                   MOVE 'CO-OWNERS MUST BE DIFFERENT PEOPLE'
                       TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-IN-AMOUNT TO WS-PROPOSED-AMOUNT.

       1300-LOAD-SMDIA.
      *    The SMDIA in force today: the latest 'SMDIA' parameter
      *    store record effective on or before today. The literal
      *    above is the emergency fallback when the copy is not
      *    loaded, and the screen says so.
           MOVE 'SMDIA'    TO WS-PRM-RID-KEY
           MOVE LOW-VALUES TO WS-PRM-RID-DATE
           EXEC CICS STARTBR
               DATASET('PRMSVSAM')
               RIDFLD(WS-PRM-RID)
               GENERIC
               KEYLENGTH(8)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1310-READ-NEXT-PARM
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   DATASET('PRMSVSAM')
                   RESP(WS-RESP2)
               END-EXEC
           END-IF.

       1310-READ-NEXT-PARM.
           EXEC CICS READNEXT
               DATASET('PRMSVSAM')
               INTO(WS-PARM-RECORD)
               RIDFLD(WS-PRM-RID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-PRM-PARM-KEY NOT = 'SMDIA'
                   OR WS-PRM-EFFECTIVE-DATE > WS-TODAY-DATE
      *            Past today's record or past the SMDIA key.
                   MOVE DFHRESP(ENDFILE) TO WS-RESP
               ELSE
                   MOVE WS-PRM-VALUE-NUM      TO WS-SMDIA
                   MOVE WS-PRM-EFFECTIVE-DATE TO WS-SMDIA-SOURCE
               END-IF
           END-IF.

       2000-LOAD-POSITIONS.
      *    The customer's current determinations, summed by ORC.
           MOVE 'N' TO WS-FOUND-ONE
           MOVE SPACES TO WS-AS-OF-STAMP
           MOVE WS-IN-CUSTOMER-ID TO WS-RID-DEPOSITOR
           MOVE WS-IN-CUSTOMER-ID TO WS-TARGET-DEPOSITOR
           EXEC CICS STARTBR
               DATASET('RSLTPATH')
               RIDFLD(WS-RID-DEPOSITOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2100-READ-NEXT-POSITION
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   DATASET('RSLTPATH')
                   RESP(WS-RESP2)
               END-EXEC
           END-IF.

       2100-READ-NEXT-POSITION.
           EXEC CICS READNEXT
               DATASET('RSLTPATH')
               INTO(WS-RSLT-RECORD)
               RIDFLD(WS-RID-DEPOSITOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-RSLT-DEPOSITOR-ID NOT = WS-TARGET-DEPOSITOR
      *            Browsed past the target depositor's records.
                   MOVE DFHRESP(ENDFILE) TO WS-RESP
               ELSE
                   MOVE 'Y' TO WS-FOUND-ONE
                   MOVE WS-RSLT-TIMESTAMP(1:10) TO WS-AS-OF-STAMP
                   PERFORM 2200-ADD-POSITION
               END-IF
           END-IF.

       2200-ADD-POSITION.
      *    Linear find-or-insert on the ORC, same small-table
      *    convention used across the suite.
           MOVE 0 TO WS-POS-IDX-SAVE
           SET WS-POS-IDX TO 1
           PERFORM UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-ORC(WS-POS-IDX) = WS-RSLT-ORC-TYPE
                   SET WS-POS-IDX-SAVE TO WS-POS-IDX
                   SET WS-POS-IDX TO WS-POS-COUNT
               END-IF
               SET WS-POS-IDX UP BY 1
           END-PERFORM
           IF WS-POS-IDX-SAVE = 0
               IF WS-POS-COUNT < WS-POS-MAX
                   ADD 1 TO WS-POS-COUNT
                   SET WS-POS-IDX TO WS-POS-COUNT
                   SET WS-POS-IDX-SAVE TO WS-POS-COUNT
                   MOVE WS-RSLT-ORC-TYPE TO WS-POS-ORC(WS-POS-IDX)
                   MOVE 0 TO WS-POS-BALANCE(WS-POS-IDX)
                   MOVE 0 TO WS-POS-INSURED(WS-POS-IDX)
                   MOVE 0 TO WS-POS-UNINSURED(WS-POS-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-POS-IDX TO WS-POS-IDX-SAVE
           ADD WS-RSLT-BALANCE     TO WS-POS-BALANCE(WS-POS-IDX)
           ADD WS-RSLT-INSURED-AMT TO WS-POS-INSURED(WS-POS-IDX)
           ADD WS-RSLT-UNINSURED-AMT
               TO WS-POS-UNINSURED(WS-POS-IDX).

       2300-LOOKUP-EXISTING.
      *    One owner's existing balance in WS-LOOKUP-ORC, read
      *    straight from the path -- used for the named co-owners,
      *    whose positions are not in the table above.
           MOVE 0 TO WS-EXISTING-BALANCE
           MOVE WS-OWNER-ID TO WS-RID-DEPOSITOR
           MOVE WS-OWNER-ID TO WS-TARGET-DEPOSITOR
           EXEC CICS STARTBR
               DATASET('RSLTPATH')
               RIDFLD(WS-RID-DEPOSITOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2310-READ-NEXT-OWNER
                   UNTIL WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ENDBR
                   DATASET('RSLTPATH')
                   RESP(WS-RESP2)
               END-EXEC
           END-IF.

       2310-READ-NEXT-OWNER.
           EXEC CICS READNEXT
               DATASET('RSLTPATH')
               INTO(WS-RSLT-RECORD)
               RIDFLD(WS-RID-DEPOSITOR)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-RSLT-DEPOSITOR-ID NOT = WS-TARGET-DEPOSITOR
                   MOVE DFHRESP(ENDFILE) TO WS-RESP
               ELSE
                   IF WS-RSLT-ORC-TYPE = WS-LOOKUP-ORC
                       ADD WS-RSLT-BALANCE TO WS-EXISTING-BALANCE
                   END-IF
               END-IF
           END-IF.

       2400-FIND-OWN-POSITION.
      *    The customer's own existing balance in WS-LOOKUP-ORC.
           MOVE 0 TO WS-EXISTING-BALANCE
           SET WS-POS-IDX TO 1
           PERFORM UNTIL WS-POS-IDX > WS-POS-COUNT
               IF WS-POS-ORC(WS-POS-IDX) = WS-LOOKUP-ORC
                   MOVE WS-POS-BALANCE(WS-POS-IDX)
                       TO WS-EXISTING-BALANCE
               END-IF
               SET WS-POS-IDX UP BY 1
           END-PERFORM.

       3000-SHOW-POSITIONS.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-SMDIA TO WS-SMDIA-EDIT
           STRING 'COVERAGE ESTIMATE ' WS-TODAY-DATE
                  ' CUST ' WS-IN-CUSTOMER-ID
                  ' SMDIA ' WS-SMDIA-EDIT
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING '             ORC         BALANCE         INSURED'
                  '       UNINSURED'
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           IF WS-FOUND-ONE = 'N'
               MOVE 'EXISTING     NO ACCOUNTS ON FILE FOR CUSTOMER'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               EXIT PARAGRAPH
           END-IF
           SET WS-POS-IDX TO 1
           PERFORM UNTIL WS-POS-IDX > WS-POS-COUNT
               MOVE SPACES TO WS-POSITION-LINE
               MOVE 'EXISTING'                 TO WPL-LABEL
               MOVE WS-POS-ORC(WS-POS-IDX)      TO WPL-ORC
               MOVE WS-POS-BALANCE(WS-POS-IDX)  TO WPL-BALANCE
               MOVE WS-POS-INSURED(WS-POS-IDX)  TO WPL-INSURED
               MOVE WS-POS-UNINSURED(WS-POS-IDX) TO WPL-UNINSURED
               MOVE WS-POSITION-LINE TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               SET WS-POS-IDX UP BY 1
           END-PERFORM.

       4000-PROJECT-COVERAGE.
      *    The new money is insured up to what is left of the
      *    category's cap after the owner's existing balance in the
      *    same category -- the same aggregation the nightly calc
      *    applies.
           MOVE 0 TO WS-PROJ-INSURED
           EVALUATE TRUE
               WHEN EST-SINGLE
                   MOVE 'SGL' TO WS-PROPOSED-ORC
                   MOVE WS-SMDIA TO WS-COVERAGE-CAP
                   PERFORM 4100-PROJECT-FLAT-LIMIT
               WHEN EST-BUSINESS
                   MOVE 'BUS' TO WS-PROPOSED-ORC
                   MOVE WS-SMDIA TO WS-COVERAGE-CAP
                   PERFORM 4100-PROJECT-FLAT-LIMIT
               WHEN EST-RETIREMENT
                   MOVE 'CRA' TO WS-PROPOSED-ORC
                   MOVE WS-SMDIA TO WS-COVERAGE-CAP
                   PERFORM 4100-PROJECT-FLAT-LIMIT
               WHEN EST-POD
      *            12 CFR 330.10 -- the SMDIA per beneficiary,
      *            counting no more than five, across the owner's
      *            trust accounts.
                   MOVE 'REV' TO WS-PROPOSED-ORC
                   MOVE WS-IN-BENE-COUNT TO WS-BENE-COUNT
                   IF WS-BENE-COUNT > 5
                       MOVE 5 TO WS-BENE-COUNT
                   END-IF
                   COMPUTE WS-COVERAGE-CAP = WS-SMDIA * WS-BENE-COUNT
                   PERFORM 4100-PROJECT-FLAT-LIMIT
               WHEN EST-JOINT
                   MOVE 'JNT' TO WS-PROPOSED-ORC
                   PERFORM 4200-PROJECT-JOINT
           END-EVALUATE
           COMPUTE WS-PROJ-UNINSURED =
               WS-PROPOSED-AMOUNT - WS-PROJ-INSURED
           MOVE SPACES TO WS-POSITION-LINE
           MOVE 'PROPOSED'         TO WPL-LABEL
           MOVE WS-PROPOSED-ORC    TO WPL-ORC
           MOVE WS-PROPOSED-AMOUNT TO WPL-BALANCE
           MOVE WS-PROJ-INSURED    TO WPL-INSURED
           MOVE WS-PROJ-UNINSURED  TO WPL-UNINSURED
           MOVE WS-POSITION-LINE TO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE.

       4100-PROJECT-FLAT-LIMIT.
           MOVE WS-PROPOSED-ORC TO WS-LOOKUP-ORC
           PERFORM 2400-FIND-OWN-POSITION
           MOVE 0 TO WS-ROOM
           IF WS-EXISTING-BALANCE < WS-COVERAGE-CAP
               COMPUTE WS-ROOM =
                   WS-COVERAGE-CAP - WS-EXISTING-BALANCE
           END-IF
           IF WS-ROOM > WS-PROPOSED-AMOUNT
               MOVE WS-PROPOSED-AMOUNT TO WS-PROJ-INSURED
           ELSE
               MOVE WS-ROOM TO WS-PROJ-INSURED
           END-IF.

       4200-PROJECT-JOINT.
      *    12 CFR 330.9 -- each co-owner's equal share, added to
      *    that co-owner's existing joint interests, is insured up
      *    to the SMDIA. Each owner is shown on its own line.
           MOVE 2 TO WS-OWNER-COUNT
           IF WS-IN-CO-OWNER-2 NOT = SPACES
               MOVE 3 TO WS-OWNER-COUNT
           END-IF
           COMPUTE WS-OWNER-SHARE ROUNDED =
               WS-PROPOSED-AMOUNT / WS-OWNER-COUNT
           MOVE 'JNT' TO WS-LOOKUP-ORC
           MOVE WS-IN-CUSTOMER-ID TO WS-OWNER-ID
           PERFORM 2400-FIND-OWN-POSITION
           PERFORM 4210-PROJECT-OWNER-SHARE
           MOVE WS-IN-CO-OWNER-1 TO WS-OWNER-ID
           PERFORM 2300-LOOKUP-EXISTING
           PERFORM 4210-PROJECT-OWNER-SHARE
           IF WS-IN-CO-OWNER-2 NOT = SPACES
               MOVE WS-IN-CO-OWNER-2 TO WS-OWNER-ID
               PERFORM 2300-LOOKUP-EXISTING
               PERFORM 4210-PROJECT-OWNER-SHARE
           END-IF
           IF WS-PROJ-INSURED > WS-PROPOSED-AMOUNT
               MOVE WS-PROPOSED-AMOUNT TO WS-PROJ-INSURED
           END-IF.

       4210-PROJECT-OWNER-SHARE.
           MOVE 0 TO WS-ROOM
           IF WS-EXISTING-BALANCE < WS-SMDIA
               COMPUTE WS-ROOM = WS-SMDIA - WS-EXISTING-BALANCE
           END-IF
           IF WS-ROOM > WS-OWNER-SHARE
               MOVE WS-OWNER-SHARE TO WS-OWNER-INSURED
           ELSE
               MOVE WS-ROOM TO WS-OWNER-INSURED
           END-IF
           ADD WS-OWNER-INSURED TO WS-PROJ-INSURED
           MOVE SPACES TO WS-OWNER-LINE
           MOVE 'OWNER'          TO WOL-LABEL
           MOVE WS-OWNER-ID      TO WOL-OWNER-ID
           MOVE WS-OWNER-SHARE   TO WOL-SHARE
           MOVE WS-OWNER-INSURED TO WOL-INSURED
           MOVE WS-OWNER-LINE TO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE.

       5000-ADD-DISCLOSURE.
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'ESTIMATE ONLY - NOT AN FDIC DETERMINATION. BASED '
                  'ON POSITIONS AS OF ' WS-AS-OF-STAMP
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           STRING 'AND THE SMDIA EFFECTIVE ' WS-SMDIA-SOURCE
                  '. COVERAGE DEPENDS ON FINAL TITLING AND RECORDS.'
               DELIMITED SIZE INTO WS-DETAIL-LINE
           PERFORM 7000-ADD-DETAIL-LINE
           IF EST-POD
               MOVE 'POD: ASSUMES THE SAME ELIGIBLE BENEFICIARIES ON '
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               MOVE '     ALL OF THE OWNER''S TRUST ACCOUNTS, MAX 5.'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF
           IF EST-JOINT
               MOVE 'JOINT: ALL OWNERS MUST BE NATURAL PERSONS WITH '
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
               MOVE '       EQUAL WITHDRAWAL RIGHTS WHO SIGN THE CARD.'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF.

       7000-ADD-DETAIL-LINE.
           IF WS-LINE-COUNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-DETAIL-LINE
                   TO WS-DISPLAY-LINE(WS-LINE-COUNT)
           END-IF.

       8000-PRINT-DISCLOSURE.
      *    The estimate as shown, line for line, onto the CVEP
      *    queue routed to the branch printer -- the customer's
      *    copy, and the bank's evidence of what was quoted.
           MOVE 1 TO WS-PRINT-IDX
           PERFORM UNTIL WS-PRINT-IDX > WS-LINE-COUNT
               EXEC CICS WRITEQ TD
                   QUEUE('CVEP')
                   FROM(WS-DISPLAY-LINE(WS-PRINT-IDX))
                   LENGTH(WS-PRINT-LEN)
                   RESP(WS-RESP2)
               END-EXEC
               ADD 1 TO WS-PRINT-IDX
           END-PERFORM.

       8500-SEND-RESPONSE.
           IF WS-LINE-COUNT = 0
               MOVE 'ENTER CVES S|J|P|B|R CUSTID AMOUNT BENES COOWNERS'
                   TO WS-DETAIL-LINE
               PERFORM 7000-ADD-DETAIL-LINE
           END-IF
           COMPUTE WS-DISPLAY-LEN = WS-LINE-COUNT * 79
           EXEC CICS SEND TEXT
               FROM(WS-DISPLAY-AREA)
               LENGTH(WS-DISPLAY-LEN)
               ERASE
               FREEKB
               RESP(WS-RESP2)
           END-EXEC.
