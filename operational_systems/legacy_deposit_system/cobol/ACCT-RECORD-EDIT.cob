      *            - blank account numbers and blank depositor ids
      *              (a blank depositor forms its own phantom group);
      *            - ACCT-ORC-TYPE values not on the maintained ORC
      *              code table (ORCCODES);
      *            - CD accounts without a usable maturity date,
      *              original term, or rate (the maturity ladder
      *              reads them), and a maturity date in the wrong
      *              format or before the open date on any account.
      *          Offending records go to a reject file and exception
      *          report, and a gating status (ACCTEDTS, see
      *          ACCT-EDIT-STATUS.cpy) tells DEPOSIT-INSURANCE-CALC
      * REGULATION: FDIC IT Guide v3.0 (data integrity controls)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  2200-CHECK-TIME-DEPOSIT edits the new maturity
      *               date, original term, and rate on ACCOUNT-MASTER;
      *               account sort record widened 226 -> 245 bytes.
      *   2026-08-22  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       SD ACCT-SORT-FILE.
       01 ASRT-REC.
           05 ASRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(225).

       FD SORTED-ACCT-FILE.
           COPY ACCOUNT-MASTER
       01 WS-RECORD-COUNT         PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(9) VALUE 0.
       01 WS-REJECT-REASON        PIC X(40).
       01 WS-CHECK-DATE           PIC X(10).

       01 EXCEPTION-DETAIL-LINE.
           05 EXD-ACCT-NUMBER      PIC X(21).
           END-IF
           END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 2200-CHECK-TIME-DEPOSIT
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3000-WRITE-REJECT
               MOVE 'ORC CODE NOT ON CODE TABLE' TO WS-REJECT-REASON
           END-IF.

       2200-CHECK-TIME-DEPOSIT.
      *    A CD must carry its maturity date, original term, and
      *    rate. Any other account may leave the maturity blank
      *    (no stated maturity), but one that is given must still
      *    be a real YYYY-MM-DD date on or after the open date.
           IF ACCT-MATURITY-DATE OF SORTED-ACCT-REC = SPACES
               IF ACCT-TYPE OF SORTED-ACCT-REC = 'CD'
                   MOVE 'CD MATURITY DATE MISSING'
                       TO WS-REJECT-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-MATURITY-DATE OF SORTED-ACCT-REC
               TO WS-CHECK-DATE
           IF WS-CHECK-DATE(1:4) NOT NUMERIC
               OR WS-CHECK-DATE(6:2) NOT NUMERIC
               OR WS-CHECK-DATE(9:2) NOT NUMERIC
               OR WS-CHECK-DATE(5:1) NOT = '-'
               OR WS-CHECK-DATE(8:1) NOT = '-'
               MOVE 'MATURITY DATE NOT YYYY-MM-DD'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHECK-DATE < ACCT-OPEN-DATE OF SORTED-ACCT-REC
               MOVE 'MATURITY DATE BEFORE OPEN DATE'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCT-TYPE OF SORTED-ACCT-REC NOT = 'CD'
               EXIT PARAGRAPH
           END-IF
           IF ACCT-ORIG-TERM-MONTHS OF SORTED-ACCT-REC NOT NUMERIC
               OR ACCT-ORIG-TERM-MONTHS OF SORTED-ACCT-REC = 0
               MOVE 'CD ORIGINAL TERM MISSING OR INVALID'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF ACCT-INTEREST-RATE OF SORTED-ACCT-REC NOT NUMERIC
               MOVE 'CD INTEREST RATE NOT NUMERIC'
                   TO WS-REJECT-REASON
           END-IF.

       3000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SORTED-ACCT-REC TO REJECT-ACCT-REC
