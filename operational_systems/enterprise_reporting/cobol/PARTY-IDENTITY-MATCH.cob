      * REGULATION: FDIC IT Guide v3.0 (relationship records)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Distributees of terminated trusts on the
      *               TRSTEVNT schedule are matched too, so the calc's
      *               wind-up share in a distributee's name can be
      *               combined with the distributee's own deposits.
      *   2026-10-15  Co-grantors of joint living trusts on the
      *               COGRNTR roster are matched too, so each
      *               spouse's share can be linked to that spouse's
      *               own deposits.
      *   2026-08-22  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
           SELECT WORKLIST-FILE ASSIGN TO 'PARTYWRK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.
           SELECT COGRANTOR-FILE ASSIGN TO 'COGRNTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CGR-STATUS.
           SELECT TRUST-EVENT-FILE ASSIGN TO 'TRSTEVNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  WRK-REASON            PIC X(30).
           05  FILLER                PIC X(14).

      *    Every grantor of a joint living trust -- the second
      *    spouse is on the roster only, never on TRUSTIN.
       FD  COGRANTOR-FILE.
           COPY TRUST-COGRANTOR.

      *    Final distributions of terminated trusts -- the
      *    distributee is usually a beneficiary, never on TRUSTIN.
       FD  TRUST-EVENT-FILE.
           COPY TRUST-EVENT.

       WORKING-STORAGE SECTION.
       01  WS-TRM-STATUS             PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-XRF-STATUS             PIC XX.
       01  WS-WRK-STATUS             PIC XX.
       01  WS-CGR-STATUS             PIC XX.
       01  WS-EVT-STATUS             PIC XX.
       01  WS-EOF-TRM                PIC X VALUE 'N'.
           88  TRM-EOF               VALUE 'Y'.
       01  WS-EOF-CUST               PIC X VALUE 'N'.
       01  WS-EOF-CGR                PIC X VALUE 'N'.
           88  CGR-EOF               VALUE 'Y'.
       01  WS-EOF-EVT                PIC X VALUE 'N'.
           88  EVT-EOF               VALUE 'Y'.

      *--- Party being matched -- a grantor from TRUSTIN or COGRNTR,
      *    or a distributee from TRSTEVNT ---
       01  WS-CUR-GRANTOR-ID         PIC X(10).
       01  WS-CUR-GRANTOR-NAME       PIC X(40).
       01  WS-CUR-GRANTOR-SSN        PIC X(11).

      *--- Distinct grantors already processed -- a grantor named on
      *    many trusts is matched once.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-GRANTOR UNTIL TRM-EOF
           PERFORM 2500-PROCESS-COGRANTORS
           PERFORM 2600-PROCESS-DISTRIBUTEES
           PERFORM 9000-FINALIZE
           STOP RUN.

           END-READ.

       2000-PROCESS-GRANTOR.
           MOVE TRM-GRANTOR-ID   TO WS-CUR-GRANTOR-ID
           MOVE TRM-GRANTOR-NAME TO WS-CUR-GRANTOR-NAME
           MOVE TRM-GRANTOR-SSN  TO WS-CUR-GRANTOR-SSN
           PERFORM 2100-CHECK-GRANTOR-SEEN
           IF WS-GRANTOR-MATCHED = 'N'
               PERFORM 3000-MATCH-ONE-GRANTOR
               AT END SET TRM-EOF TO TRUE
           END-READ.

       2500-PROCESS-COGRANTORS.
      *    The roster repeats the grantor already on TRUSTIN, and a
      *    spouse may be named on several joint trusts -- the seen
      *    table keeps each matched once. An absent COGRNTR simply
      *    means no joint trusts.
           OPEN INPUT COGRANTOR-FILE
           IF WS-CGR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CGR-EOF
               READ COGRANTOR-FILE
                   AT END SET CGR-EOF TO TRUE
               END-READ
               IF NOT CGR-EOF
                   AND CGR-GRANTOR-ID NOT = SPACES
                   MOVE CGR-GRANTOR-ID   TO WS-CUR-GRANTOR-ID
                   MOVE CGR-GRANTOR-NAME TO WS-CUR-GRANTOR-NAME
                   MOVE CGR-GRANTOR-SSN  TO WS-CUR-GRANTOR-SSN
                   PERFORM 2100-CHECK-GRANTOR-SEEN
                   IF WS-GRANTOR-MATCHED = 'N'
                       PERFORM 3000-MATCH-ONE-GRANTOR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE COGRANTOR-FILE.

       2600-PROCESS-DISTRIBUTEES.
      *    A distributee is keyed on PARTYXRF by distributee id in
      *    the grantor-id column -- the id the calc writes as
      *    RES-GRANTOR-ID on a wind-up share. Several lines for one
      *    distributee are matched once; an absent TRSTEVNT means
      *    no trust is winding up.
           OPEN INPUT TRUST-EVENT-FILE
           IF WS-EVT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EVT-EOF
               READ TRUST-EVENT-FILE
                   AT END SET EVT-EOF TO TRUE
               END-READ
               IF NOT EVT-EOF
                   AND EVT-DISTRIBUTION
                   AND EVT-DISTRIBUTEE-ID NOT = SPACES
                   MOVE EVT-DISTRIBUTEE-ID   TO WS-CUR-GRANTOR-ID
                   MOVE EVT-DISTRIBUTEE-NAME TO WS-CUR-GRANTOR-NAME
                   MOVE EVT-DISTRIBUTEE-TAX-ID TO WS-CUR-GRANTOR-SSN
                   PERFORM 2100-CHECK-GRANTOR-SEEN
                   IF WS-GRANTOR-MATCHED = 'N'
                       PERFORM 3000-MATCH-ONE-GRANTOR
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRUST-EVENT-FILE.

       2100-CHECK-GRANTOR-SEEN.
      *    Linear find-or-insert on the seen-grantor table, same
      *    small-table convention used elsewhere in the suite.
           MOVE 'N' TO WS-GRANTOR-MATCHED
           SET WS-GS-IDX TO 1
           PERFORM UNTIL WS-GS-IDX > WS-GRANTOR-SEEN-COUNT
               IF WS-GS-GRANTOR-ID(WS-GS-IDX) = WS-CUR-GRANTOR-ID
                   MOVE 'Y' TO WS-GRANTOR-MATCHED
                   SET WS-GS-IDX TO WS-GRANTOR-SEEN-COUNT
               END-IF
               IF WS-GRANTOR-SEEN-COUNT < WS-GRANTOR-SEEN-MAX
                   ADD 1 TO WS-GRANTOR-SEEN-COUNT
                   SET WS-GS-IDX TO WS-GRANTOR-SEEN-COUNT
                   MOVE WS-CUR-GRANTOR-ID
                       TO WS-GS-GRANTOR-ID(WS-GS-IDX)
               ELSE
                   ADD 1 TO WS-GRANTOR-OVERFLOW
      *    same performance tradeoff as the lookups this program
      *    exists to retire downstream; here it runs once per
      *    grantor, not once per result record per cycle.
           MOVE WS-CUR-GRANTOR-SSN TO WS-NORM-IN
           PERFORM 7000-NORMALIZE-TAX-ID
           MOVE WS-NORM-OUT TO WS-NORM-GRANTOR

               AND WS-NORM-CUST = WS-NORM-GRANTOR
               IF WS-CAND-FOUND = 'N'
                   OR (WS-CAND-NAME-MATCH = 'N'
                       AND CUSM-NAME(1:40) = WS-CUR-GRANTOR-NAME)
                   MOVE 'Y' TO WS-CAND-FOUND
                   MOVE CUSM-DEPOSITOR-ID TO WS-CAND-DEPOSITOR
                   IF CUSM-NAME(1:40) = WS-CUR-GRANTOR-NAME
                       MOVE 'Y' TO WS-CAND-NAME-MATCH
                   END-IF
               END-IF
           ELSE
               IF CUSM-NAME(1:40) = WS-CUR-GRANTOR-NAME
                   AND WS-CUR-GRANTOR-NAME NOT = SPACES
                   MOVE 'Y' TO WS-NAME-CAND-FOUND
                   MOVE CUSM-DEPOSITOR-ID TO WS-NAME-CAND-DEPOSITOR
               END-IF
                   ADD 1 TO WS-XREF-COUNT
                   MOVE SPACES TO PARTY-XREF-REC
                   MOVE WS-CAND-DEPOSITOR TO XRF-DEPOSITOR-ID
                   MOVE WS-CUR-GRANTOR-ID    TO XRF-GRANTOR-ID
                   MOVE WS-CUR-GRANTOR-SSN   TO XRF-TAX-ID
                   IF WS-CAND-NAME-MATCH = 'Y'
                       SET XRF-GRADE-A TO TRUE
                   ELSE
       3300-WRITE-WORKLIST-NAME.
           ADD 1 TO WS-WORKLIST-COUNT
           MOVE SPACES TO WORKLIST-REC
           MOVE WS-CUR-GRANTOR-ID      TO WRK-GRANTOR-ID
           MOVE WS-CUR-GRANTOR-NAME    TO WRK-GRANTOR-NAME
           MOVE WS-CUR-GRANTOR-SSN     TO WRK-GRANTOR-SSN
           MOVE WS-NAME-CAND-DEPOSITOR TO WRK-CAND-DEPOSITOR
           MOVE 'NAME MATCH, TAX ID DIFFERS' TO WRK-REASON
           WRITE WORKLIST-REC.
       3400-WRITE-WORKLIST-NONE.
           ADD 1 TO WS-WORKLIST-COUNT
           MOVE SPACES TO WORKLIST-REC
           MOVE WS-CUR-GRANTOR-ID      TO WRK-GRANTOR-ID
           MOVE WS-CUR-GRANTOR-NAME    TO WRK-GRANTOR-NAME
           MOVE WS-CUR-GRANTOR-SSN     TO WRK-GRANTOR-SSN
           MOVE 'NO DEPOSITOR MATCH FOUND' TO WRK-REASON
           WRITE WORKLIST-REC.

