      *          insured, uninsured, calculation basis in plain
      *          wording), the depositor's trust-side coverage from
      *          RESULTOUT where the grantor's tax id matches the
      *          depositor's, the depositor's co-owner shares of
      *          payable-on-death accounts from JNTOWNER, whether
      *          the depositor's (and linked grantor's) tax id has
      *          been verified by IRS TIN matching (TINVRFY), and a
      *          total. Selection (STMTPARM):
      *          'D' + depositor id for one depositor, or 'U' for
      *          every depositor with any uninsured exposure.
      * REGULATION: 12 CFR Part 330 (informational)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  The depositor's tax id verification status from
      *               IRS TIN matching (TINVRFY, TIN-VERIFY.cpy)
      *               prints under the address, and the linked
      *               grantor's under the trust lines. No TINVRFY
      *               prints neither.
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  Business look-through: BLT_OWNER_SHARES,
      *               SGL_WITH_LOOK_THRU and BUS_WITH_LOOK_THRU have
      *               their own wording, and the depositor's share of
      *               a look-through entity's account (JNTOWNER 'SGL'
      *               / 'BUS' owner records) prints for information
      *               beside the POD co-owner shares.
      *   2026-10-15  The depositor's share of each multi-owner
      *               payable-on-death account (JNTOWNER 'REV' owner
      *               records) prints for information after the
      *               account lines, and REV_POD_OWNER has its own
      *               wording.
      *   2026-10-15  An account under a tax levy, garnishment, or
      *               court order prints a restricted-funds line with
      *               the restrained amount -- the funds are still
      *               insured, but the depositor cannot withdraw them
      *               and the statement must not imply otherwise.
      *   2026-09-03  Reciprocal network coverage now shows on the
      *               statement: a placed-away position prints with
      *               its amount (those funds are fully insured at
           SELECT RSLT-VALIDATE-STATUS-FILE ASSIGN TO 'RSLTVSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVS-STATUS.
           SELECT OWNER-RESULT-FILE ASSIGN TO 'JNTOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOR-STATUS.
           SELECT TIN-VERIFY-FILE ASSIGN TO 'TINVRFY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TNV-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       FD  DEPOSIT-RESULT-FILE.
       01  DRIN-RECORD             PIC X(203).

       SD  RSLT-SORT-FILE.
       01  RSRT-REC.
           05  FILLER              PIC X(20).
           05  RSRT-DEPOSITOR-ID   PIC X(15).
           05  FILLER              PIC X(168).

       FD  SORTED-RSLT-FILE.
       01  DRSLT-RECORD.
           05  DRSLT-FX-RATE         PIC 9(5)V9(6).
           05  DRSLT-RECIP-FLAG      PIC X(1).
           05  DRSLT-RECIP-PLACED    PIC S9(13)V99.
           05  DRSLT-RESTRAINED-AMT  PIC S9(13)V99.
           05  DRSLT-RESTRAINT-TYPE  PIC X(2).
           05  DRSLT-BLOCKED-FLAG    PIC X(1).

      *    Mirrors CUST-MASTER-REC in CUSTOMER-MASTER.cpy (310 bytes).
       FD  CUSTOMER-FILE.
           05  TRSLT-NONDEPOSIT-AMT  PIC S9(13)V99.
           05  TRSLT-CALC-METHOD     PIC X(20).
           05  TRSLT-STATUS          PIC X(10).
           05  TRSLT-BLOCKED-FLAG    PIC X(1).

       FD  PARTY-XREF-FILE.
           COPY PARTY-XREF.
       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

      *    Mirrors JNT-OWNER-RESULT.cpy -- owner-level detail from
      *    the deposit enrichment.
       FD  OWNER-RESULT-FILE.
       01  JOR-RECORD.
           05  JOR-ACCT-NUMBER       PIC X(20).
           05  JOR-OWNER-ID          PIC X(15).
           05  JOR-INTEREST-PCT      PIC 9(3)V99.
           05  JOR-INSURED-AMT       PIC S9(13)V99.
           05  JOR-UNINSURED-AMT     PIC S9(13)V99.
           05  JOR-FALLBACK-REASON   PIC X(20).
           05  JOR-ORC-TYPE          PIC X(5).
           05  FILLER                PIC X(5).

      *    Mirrors TIN-VERIFY-REC in TIN-VERIFY.cpy (200 bytes).
       FD  TIN-VERIFY-FILE.
       01  TNVM-RECORD.
           05  TNVM-SOURCE           PIC X(4).
           05  TNVM-PARTY-ID         PIC X(15).
           05  TNVM-KEY-2            PIC X(20).
           05  TNVM-TIN              PIC X(9).
           05  TNVM-TIN-TYPE         PIC X(1).
           05  TNVM-NAME             PIC X(40).
           05  TNVM-STATUS           PIC X(1).
               88  TNVM-NOT-SUBMITTED VALUE 'N'.
               88  TNVM-PENDING      VALUE 'P'.
               88  TNVM-VERIFIED     VALUE 'V'.
               88  TNVM-MISMATCH     VALUE 'M'.
               88  TNVM-RESUBMIT     VALUE 'R'.
               88  TNVM-INVALID      VALUE 'I'.
           05  TNVM-IRS-INDICATOR    PIC X(1).
           05  TNVM-FIRST-SEEN-DATE  PIC X(10).
           05  TNVM-SUBMITTED-DATE   PIC X(10).
           05  TNVM-RESPONSE-DATE    PIC X(10).
           05  TNVM-VERIFIED-DATE    PIC X(10).
           05  FILLER                PIC X(69).

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-SRS-STATUS             PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-STMT-STATUS            PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-JOR-STATUS             PIC XX.
       01  WS-TNV-STATUS             PIC XX.
       01  WS-EOF-RSLT               PIC X VALUE 'N'.
           88  RSLT-EOF              VALUE 'Y'.
       01  WS-EOF-CUST               PIC X VALUE 'N'.
       01  WS-EOF-TRSLT              PIC X VALUE 'N'.
       01  WS-EOF-XRF                PIC X VALUE 'N'.
       01  WS-EOF-JOR                PIC X VALUE 'N'.
       01  WS-EOF-TNV                PIC X VALUE 'N'.

       01  WS-SELECT-TYPE            PIC X(1) VALUE 'U'.
       01  WS-SELECT-DEPOSITOR       PIC X(15).

       01  WS-METHOD-WORDING         PIC X(40).
       01  WS-LINKED-GRANTOR         PIC X(10).
       01  WS-TIN-SOURCE             PIC X(4).
       01  WS-TIN-PARTY-ID           PIC X(15).
       01  WS-TIN-LABEL              PIC X(20).
       01  WS-FX-RATE-DISPLAY        PIC 9(5).9(6).
       01  WS-FX-NOTE-LINE           PIC X(132).
       01  WS-RECIP-AMT-DISPLAY      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RECIP-NOTE-LINE        PIC X(132).
       01  WS-RSTR-WORDING           PIC X(20).

       01  STMT-ACCT-DETAIL.
           05  SAD-ACCT-NUMBER       PIC X(21).
               SET WS-AL-IDX TO WS-ACCT-LINE-COUNT
               MOVE WS-RECIP-NOTE-LINE TO WS-AL-LINE(WS-AL-IDX)
           END-IF
           IF DRSLT-RESTRAINED-AMT > 0
               AND WS-ACCT-LINE-COUNT < WS-ACCT-LINE-MAX
      *        Restrained funds stay insured; only the depositor's
      *        access to them is limited by the order.
               EVALUATE DRSLT-RESTRAINT-TYPE
                   WHEN 'TL'
                       MOVE 'TAX LEVY'           TO WS-RSTR-WORDING
                   WHEN 'GN'
                       MOVE 'GARNISHMENT'        TO WS-RSTR-WORDING
                   WHEN 'CO'
                       MOVE 'COURT ORDER'        TO WS-RSTR-WORDING
                   WHEN OTHER
                       MOVE 'MULTIPLE ORDERS'    TO WS-RSTR-WORDING
               END-EVALUATE
               MOVE DRSLT-RESTRAINED-AMT TO WS-RECIP-AMT-DISPLAY
               MOVE SPACES TO WS-RECIP-NOTE-LINE
               STRING '  RESTRICTED FUNDS (INSURED, SUBJECT TO '
                      WS-RSTR-WORDING DELIMITED '  '
                      '): ' WS-RECIP-AMT-DISPLAY
                   DELIMITED SIZE INTO WS-RECIP-NOTE-LINE
               ADD 1 TO WS-ACCT-LINE-COUNT
               SET WS-AL-IDX TO WS-ACCT-LINE-COUNT
               MOVE WS-RECIP-NOTE-LINE TO WS-AL-LINE(WS-AL-IDX)
           END-IF
           IF DRSLT-CURRENCY-CODE NOT = SPACES
               AND DRSLT-CURRENCY-CODE NOT = 'USD'
               AND WS-ACCT-LINE-COUNT < WS-ACCT-LINE-MAX
               WHEN 'SGL_STANDARD'
                   MOVE 'SINGLE OWNERSHIP, STANDARD LIMIT'
                       TO WS-METHOD-WORDING
               WHEN 'SGL_WITH_LOOK_THRU'
                   MOVE 'SINGLE - LIMIT SHARED W/ BUSINESS SHARES'
                       TO WS-METHOD-WORDING
               WHEN 'JNT_ACTUAL_INTEREST'
                   MOVE 'JOINT - EACH OWNER''S ACTUAL SHARE'
                       TO WS-METHOD-WORDING
               WHEN 'REV_BENE_CALC'
                   MOVE 'REVOCABLE TRUST - PER BENEFICIARY'
                       TO WS-METHOD-WORDING
               WHEN 'REV_POD_OWNER'
                   MOVE 'REVOCABLE - EACH OWNER PER BENEFICIARY'
                       TO WS-METHOD-WORDING
               WHEN 'BUS_STANDARD'
                   MOVE 'BUSINESS ACCOUNT, STANDARD LIMIT'
                       TO WS-METHOD-WORDING
               WHEN 'BUS_WITH_LOOK_THRU'
                   MOVE 'BUSINESS - LIMIT SHARED W/ OWNED ENTITY'
                       TO WS-METHOD-WORDING
               WHEN 'BLT_OWNER_SHARES'
                   MOVE 'BUSINESS - INSURED AS OWNERS'' FUNDS'
                       TO WS-METHOD-WORDING
               WHEN 'EBP_PER_PARTIC'
                   MOVE 'BENEFIT PLAN - PER PARTICIPANT'
                       TO WS-METHOD-WORDING
                      WS-CUST-ADDR-ZIP
                   DELIMITED SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE 'CUST'             TO WS-TIN-SOURCE
               MOVE WS-GROUP-DEPOSITOR TO WS-TIN-PARTY-ID
               MOVE 'TAX ID:'          TO WS-TIN-LABEL
               PERFORM 5300-PRINT-TIN-STATUS
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
               SET WS-AL-IDX UP BY 1
           END-PERFORM

           PERFORM 5200-PRINT-POD-OWNER-SHARES

           IF WS-CUST-FOUND = 'Y'
               PERFORM 5000-ADD-TRUST-COVERAGE
           END-IF
                   AND XRF-DEPOSITOR-ID = WS-GROUP-DEPOSITOR
                   MOVE XRF-GRANTOR-ID TO WS-LINKED-GRANTOR
                   PERFORM 5100-PRINT-GRANTOR-TRUSTS
                   MOVE 'GRNT'            TO WS-TIN-SOURCE
                   MOVE WS-LINKED-GRANTOR TO WS-TIN-PARTY-ID
                   MOVE 'GRANTOR TAX ID:' TO WS-TIN-LABEL
                   PERFORM 5300-PRINT-TIN-STATUS
                   MOVE 'Y' TO WS-EOF-XRF
               END-IF
           END-PERFORM
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       5200-PRINT-POD-OWNER-SHARES.
      *    The depositor's own share of each multi-owner payable-on-
      *    death account, insured against the depositor's own
      *    beneficiaries. The account itself prints, whole, on its
      *    primary depositor's statement, so the shares are shown
      *    for information and stay out of the totals. The same
      *    goes for the depositor's share of a business account
      *    looked through to its owners ('SGL' / 'BUS' records).
      *    BUG: Sequential rescan of JNTOWNER per selected
      *    depositor, same tradeoff as 5000 above.
           MOVE 'N' TO WS-EOF-JOR
           OPEN INPUT OWNER-RESULT-FILE
           IF WS-JOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-JOR = 'Y'
               READ OWNER-RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-JOR
               END-READ
               IF WS-EOF-JOR NOT = 'Y'
                   AND (JOR-ORC-TYPE = 'REV'
                        OR JOR-ORC-TYPE = 'SGL'
                        OR JOR-ORC-TYPE = 'BUS')
                   AND JOR-OWNER-ID = WS-GROUP-DEPOSITOR
                   MOVE SPACES TO STMT-ACCT-DETAIL
                   MOVE JOR-ACCT-NUMBER     TO SAD-ACCT-NUMBER
                   MOVE JOR-ORC-TYPE        TO SAD-ORC
                   COMPUTE SAD-BALANCE =
                       JOR-INSURED-AMT + JOR-UNINSURED-AMT
                   MOVE JOR-INSURED-AMT     TO SAD-INSURED
                   MOVE JOR-UNINSURED-AMT   TO SAD-UNINSURED
                   IF JOR-ORC-TYPE = 'REV'
                       MOVE 'YOUR CO-OWNER SHARE (INFORMATION ONLY)'
                           TO SAD-METHOD
                   ELSE
                       MOVE 'YOUR OWNER SHARE (INFORMATION ONLY)'
                           TO SAD-METHOD
                   END-IF
                   MOVE STMT-ACCT-DETAIL TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM
           CLOSE OWNER-RESULT-FILE.

       5300-PRINT-TIN-STATUS.
      *    One line saying whether the IRS has matched the tax id
      *    the coverage was determined on. Caller sets the source,
      *    party id, and label.
      *    BUG: Sequential rescan of TINVRFY per selected
      *    depositor, same tradeoff as 5000 above.
           MOVE 'N' TO WS-EOF-TNV
           OPEN INPUT TIN-VERIFY-FILE
           IF WS-TNV-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-TIN-LABEL DELIMITED '  '
                  ' NOT YET SENT FOR IRS MATCHING'
                  DELIMITED SIZE INTO STATEMENT-LINE
           PERFORM UNTIL WS-EOF-TNV = 'Y'
               READ TIN-VERIFY-FILE
                   AT END MOVE 'Y' TO WS-EOF-TNV
               END-READ
               IF WS-EOF-TNV NOT = 'Y'
                   AND TNVM-SOURCE = WS-TIN-SOURCE
                   AND TNVM-PARTY-ID = WS-TIN-PARTY-ID
                   AND TNVM-KEY-2 = SPACES
                   MOVE SPACES TO STATEMENT-LINE
                   EVALUATE TRUE
                       WHEN TNVM-VERIFIED
                           STRING WS-TIN-LABEL DELIMITED '  '
                                  ' VERIFIED BY IRS '
                                  TNVM-VERIFIED-DATE
                               DELIMITED SIZE INTO STATEMENT-LINE
                       WHEN TNVM-MISMATCH
                           STRING WS-TIN-LABEL DELIMITED '  '
                                  ' DOES NOT MATCH IRS RECORDS -- '
                                  'PLEASE CONTACT YOUR BANKER'
                               DELIMITED SIZE INTO STATEMENT-LINE
                       WHEN TNVM-INVALID
                           STRING WS-TIN-LABEL DELIMITED '  '
                                  ' INCOMPLETE ON OUR RECORDS -- '
                                  'PLEASE CONTACT YOUR BANKER'
                               DELIMITED SIZE INTO STATEMENT-LINE
                       WHEN OTHER
                           STRING WS-TIN-LABEL DELIMITED '  '
                                  ' IRS VERIFICATION IN PROGRESS'
                               DELIMITED SIZE INTO STATEMENT-LINE
                   END-EVALUATE
                   MOVE 'Y' TO WS-EOF-TNV
               END-IF
           END-PERFORM
           WRITE STATEMENT-LINE
           CLOSE TIN-VERIFY-FILE.

       9000-FINALIZE.
           CLOSE SORTED-RSLT-FILE
           CLOSE STATEMENT-FILE
