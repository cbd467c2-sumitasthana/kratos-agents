      *================================================================*
      * PROGRAM: FBO-LEDGER-RECON
      * PURPOSE: Daily reconciliation of fintech and prepaid program
      *          partner sub-ledgers (FBOLEDGR, see FBO-SUBLEDGER.cpy)
      *          to the custodial FBO accounts they stand behind.
      *          Each account's end-user balances are totalled and
      *          proved against its COB balance on ACCTFILE; a break
      *          over the tolerance (FBOTOLPR, cut from the parameter
      *          store), a ledger not dated the business date, an end
      *          user carried twice, a negative end-user balance, or
      *          an end user missing name or tax id leaves the
      *          account unreconciled. One status record per account
      *          goes to FBORCNST (FBO-RECON-STATUS.cpy), which
      *          DEPOSIT-ACCT-ENRICH carries onto ACCTENR -- an
      *          unreconciled account is insured to one SMDIA as a
      *          pending determination instead of per end user.
      *          Every account and every end-user exception is listed
      *          on the report FBORECRP. The job posts its completion
      *          record to CYCLCTRL, which the enrichment gates on.
      * REGULATION: 12 CFR 330.7, 12 CFR Part 370
      *
      * One sorted pass: the ledger (by account and end user) and
      * the accounts (by account) are matched forward-only.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FBO-LEDGER-RECON.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FBO-LEDGER-FILE ASSIGN TO 'FBOLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FBL-STATUS.
           SELECT LEDGER-SORT-FILE ASSIGN TO 'FBRWK01'.
           SELECT SORTED-LEDGER-FILE ASSIGN TO 'FBRLGSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SFBL-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCT-SORT-FILE ASSIGN TO 'FBRWK02'.
           SELECT SORTED-ACCT-FILE ASSIGN TO 'FBRACSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTD-STATUS.
           SELECT TOLERANCE-PARM-FILE ASSIGN TO 'FBOTOLPR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RECON-STATUS-FILE ASSIGN TO 'FBORCNST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRS-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO 'FBORECRP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD FBO-LEDGER-FILE.
           COPY FBO-SUBLEDGER.

       SD LEDGER-SORT-FILE.
       01 LGSRT-REC.
           05 LGSRT-ACCT-NUMBER    PIC X(20).
           05 FILLER               PIC X(20).
           05 LGSRT-END-USER-ID    PIC X(15).
           05 FILLER               PIC X(85).

       FD SORTED-LEDGER-FILE.
           COPY FBO-SUBLEDGER REPLACING
               ==FBO-SUBLEDGER-REC==   BY ==SFBL-RECORD==
               ==FBL-FBO-ACCT-NUMBER== BY ==SFBL-ACCT-NUMBER==
               ==FBL-PROGRAM-ID==      BY ==SFBL-PROGRAM-ID==
               ==FBL-LEDGER-DATE==     BY ==SFBL-LEDGER-DATE==
               ==FBL-END-USER-ID==     BY ==SFBL-END-USER-ID==
               ==FBL-END-USER-NAME==   BY ==SFBL-END-USER-NAME==
               ==FBL-END-USER-TAX-ID== BY ==SFBL-END-USER-TAX-ID==
               ==FBL-BALANCE==         BY ==SFBL-BALANCE==.

       FD ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       SD ACCT-SORT-FILE.
       01 ASRT-REC.
           05 ASRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(225).

       FD SORTED-ACCT-FILE.
       01 AKEY-RECORD.
           05 AKEY-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(15).
           05 AKEY-BALANCE         PIC S9(13)V99.
           05 FILLER               PIC X(14).
           05 AKEY-STATUS          PIC X(8).
              88 AKEY-CLOSED       VALUE 'CLOSED'.
           05 FILLER               PIC X(173).

       FD TOLERANCE-PARM-FILE.
       01 TOLERANCE-PARM-REC.
           05 FBTP-TOLERANCE-AMT   PIC S9(13)V99.
           05 FILLER               PIC X(15).

       FD RECON-STATUS-FILE.
           COPY FBO-RECON-STATUS.

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-LINE       PIC X(132).

       FD RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01 WS-FBL-STATUS           PIC XX.
       01 WS-SFBL-STATUS          PIC XX.
       01 WS-ACCT-STATUS          PIC XX.
       01 WS-SRTD-STATUS          PIC XX.
       01 WS-PARM-STATUS          PIC XX.
       01 WS-FRS-STATUS           PIC XX.
       01 WS-RPT-STATUS           PIC XX.
       01 WS-RUNC-STATUS          PIC XX.
       01 WS-BUSINESS-DATE        PIC X(10).

       01 WS-SFBL-EOF             PIC X VALUE 'N'.
       01 WS-AKEY-EOF             PIC X VALUE 'N'.

      *    Largest ledger-to-COB difference still treated as
      *    reconciled; the store's FBOTOL value when one is in force.
       01 WS-TOLERANCE-AMT        PIC S9(13)V99 VALUE 1.00.
       01 WS-EDIT-TOLERANCE       PIC Z,ZZZ,ZZZ,ZZ9.99.

      *--- Per-account reconciliation ---
       01 WS-CUR-ACCT-NUMBER      PIC X(20).
       01 WS-CUR-PROGRAM-ID       PIC X(10).
       01 WS-PREV-END-USER-ID     PIC X(15).
       01 WS-LEDGER-TOTAL         PIC S9(13)V99.
       01 WS-COB-BALANCE          PIC S9(13)V99.
       01 WS-DIFFERENCE           PIC S9(13)V99.
       01 WS-ABS-DIFFERENCE       PIC S9(13)V99.
       01 WS-END-USER-COUNT       PIC 9(7).
       01 WS-ACCT-MISSING         PIC X(1).
       01 WS-STALE-FOUND          PIC X(1).
       01 WS-DUP-FOUND            PIC X(1).
       01 WS-NEG-FOUND            PIC X(1).
       01 WS-IDM-FOUND            PIC X(1).
       01 WS-REASON-CODE          PIC X(3).
       01 WS-EXC-TEXT             PIC X(40).

       01 WS-ACCOUNTS-READ        PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-RECONCILED  PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-UNRECON     PIC 9(7) VALUE 0.
       01 WS-LEDGER-RECORDS       PIC 9(7) VALUE 0.
       01 WS-END-USER-EXCEPTIONS  PIC 9(7) VALUE 0.
       01 WS-UNRECON-BALANCE      PIC S9(15)V99 VALUE 0.

       01 RECON-HEADER-LINE.
           05 FILLER               PIC X(21) VALUE 'FBO ACCOUNT'.
           05 FILLER               PIC X(11) VALUE 'PROGRAM'.
           05 FILLER               PIC X(22) VALUE
                                       '        LEDGER TOTAL'.
           05 FILLER               PIC X(22) VALUE
                                       '         COB BALANCE'.
           05 FILLER               PIC X(22) VALUE
                                       '          DIFFERENCE'.
           05 FILLER               PIC X(8)  VALUE '  USERS'.
           05 FILLER               PIC X(26) VALUE '  STATUS'.

       01 RECON-DETAIL-LINE.
           05 RCD-ACCT-NUMBER      PIC X(21).
           05 RCD-PROGRAM-ID       PIC X(11).
           05 RCD-LEDGER-TOTAL     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 RCD-COB-BALANCE      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 RCD-DIFFERENCE       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(1).
           05 RCD-END-USER-COUNT   PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(2).
           05 RCD-STATUS-TEXT      PIC X(24).

       01 END-USER-EXCEPTION-LINE.
           05 FILLER               PIC X(4).
           05 EUX-END-USER-ID      PIC X(16).
           05 EUX-END-USER-NAME    PIC X(31).
           05 EUX-BALANCE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2).
           05 EUX-REASON           PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECONCILE-ACCOUNT UNTIL WS-SFBL-EOF = 'Y'
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-TOLERANCE
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LGSRT-ACCT-NUMBER
                                LGSRT-END-USER-ID
               USING FBO-LEDGER-FILE
               GIVING SORTED-LEDGER-FILE
           SORT ACCT-SORT-FILE
               ON ASCENDING KEY ASRT-ACCT-NUMBER
               USING ACCOUNT-FILE
               GIVING SORTED-ACCT-FILE
           OPEN INPUT SORTED-LEDGER-FILE
           OPEN INPUT SORTED-ACCT-FILE
           OPEN OUTPUT RECON-STATUS-FILE
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-TOLERANCE-AMT TO WS-EDIT-TOLERANCE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'FBO SUB-LEDGER RECONCILIATION -- BUSINESS DATE '
                  WS-BUSINESS-DATE
                  '  TOLERANCE '
                  WS-EDIT-TOLERANCE
               DELIMITED SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE RECON-HEADER-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           READ SORTED-LEDGER-FILE
               AT END MOVE 'Y' TO WS-SFBL-EOF
           END-READ
           READ SORTED-ACCT-FILE
               AT END MOVE 'Y' TO WS-AKEY-EOF
           END-READ.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock. A partner ledger must be dated this day.
           MOVE SPACES TO WS-BUSINESS-DATE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                        WS-RUNC-STATUS
               DISPLAY 'CYCLE-OPEN HAS NOT RUN -- RUN ABORTED.'
               STOP RUN
           END-IF
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
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-TOLERANCE.
      *    FBOTOLPR is cut by PARM-STORE-EXTRACT; an empty or absent
      *    file leaves the literal in force.
           OPEN INPUT TOLERANCE-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ TOLERANCE-PARM-FILE
                   NOT AT END
                       MOVE FBTP-TOLERANCE-AMT TO WS-TOLERANCE-AMT
               END-READ
               CLOSE TOLERANCE-PARM-FILE
           END-IF.

       2000-RECONCILE-ACCOUNT.
      *    One FBO account per call: every end user on its ledger
      *    is edited and totalled, then the total is proved against
      *    the account's COB balance.
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE SFBL-ACCT-NUMBER TO WS-CUR-ACCT-NUMBER
           MOVE SFBL-PROGRAM-ID  TO WS-CUR-PROGRAM-ID
           MOVE SPACES TO WS-PREV-END-USER-ID
           MOVE 0 TO WS-LEDGER-TOTAL
           MOVE 0 TO WS-COB-BALANCE
           MOVE 0 TO WS-END-USER-COUNT
           MOVE 'N' TO WS-ACCT-MISSING
           MOVE 'N' TO WS-STALE-FOUND
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-NEG-FOUND
           MOVE 'N' TO WS-IDM-FOUND
           PERFORM UNTIL WS-SFBL-EOF = 'Y'
               OR SFBL-ACCT-NUMBER NOT = WS-CUR-ACCT-NUMBER
               PERFORM 2100-EDIT-END-USER
               READ SORTED-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-SFBL-EOF
               END-READ
           END-PERFORM
      *    Accounts ascend like the ledger -- one forward-only pass
      *    covers every account lookup.
           PERFORM UNTIL WS-AKEY-EOF = 'Y'
               OR AKEY-ACCT-NUMBER NOT < WS-CUR-ACCT-NUMBER
               READ SORTED-ACCT-FILE
                   AT END MOVE 'Y' TO WS-AKEY-EOF
               END-READ
           END-PERFORM
           IF WS-AKEY-EOF = 'Y'
               OR AKEY-ACCT-NUMBER NOT = WS-CUR-ACCT-NUMBER
               MOVE 'Y' TO WS-ACCT-MISSING
           ELSE
               IF AKEY-CLOSED
                   MOVE 'Y' TO WS-ACCT-MISSING
               END-IF
               MOVE AKEY-BALANCE TO WS-COB-BALANCE
           END-IF
           COMPUTE WS-DIFFERENCE = WS-LEDGER-TOTAL - WS-COB-BALANCE
           IF WS-DIFFERENCE < 0
               COMPUTE WS-ABS-DIFFERENCE = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
      *    The first failure in this order is the one recorded.
           EVALUATE TRUE
               WHEN WS-ACCT-MISSING = 'Y'
                   MOVE 'NAC' TO WS-REASON-CODE
               WHEN WS-STALE-FOUND = 'Y'
                   MOVE 'STL' TO WS-REASON-CODE
               WHEN WS-DUP-FOUND = 'Y'
                   MOVE 'DUP' TO WS-REASON-CODE
               WHEN WS-NEG-FOUND = 'Y'
                   MOVE 'NEG' TO WS-REASON-CODE
               WHEN WS-IDM-FOUND = 'Y'
                   MOVE 'IDM' TO WS-REASON-CODE
               WHEN WS-ABS-DIFFERENCE > WS-TOLERANCE-AMT
                   MOVE 'BRK' TO WS-REASON-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-CODE
           END-EVALUATE
           PERFORM 2200-WRITE-STATUS.

       2100-EDIT-END-USER.
      *    The ledger is in end-user order within the account, so a
      *    duplicate is simply the same id twice running.
           ADD 1 TO WS-LEDGER-RECORDS
           ADD 1 TO WS-END-USER-COUNT
           IF SFBL-LEDGER-DATE NOT = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-STALE-FOUND
           END-IF
           IF SFBL-BALANCE NOT NUMERIC
               MOVE 'BALANCE NOT NUMERIC' TO WS-EXC-TEXT
               MOVE 'Y' TO WS-NEG-FOUND
               PERFORM 2150-WRITE-END-USER-EXC
           ELSE
               ADD SFBL-BALANCE TO WS-LEDGER-TOTAL
               IF SFBL-BALANCE < 0
                   MOVE 'NEGATIVE END-USER BALANCE' TO WS-EXC-TEXT
                   MOVE 'Y' TO WS-NEG-FOUND
                   PERFORM 2150-WRITE-END-USER-EXC
               END-IF
           END-IF
           IF SFBL-END-USER-ID = WS-PREV-END-USER-ID
               MOVE 'DUPLICATE END USER ON LEDGER' TO WS-EXC-TEXT
               MOVE 'Y' TO WS-DUP-FOUND
               PERFORM 2150-WRITE-END-USER-EXC
           END-IF
           EVALUATE TRUE
               WHEN SFBL-END-USER-ID = SPACES
                   MOVE 'NO END-USER ID' TO WS-EXC-TEXT
                   MOVE 'Y' TO WS-IDM-FOUND
                   PERFORM 2150-WRITE-END-USER-EXC
               WHEN SFBL-END-USER-NAME = SPACES
                   MOVE 'END USER MISSING NAME' TO WS-EXC-TEXT
                   MOVE 'Y' TO WS-IDM-FOUND
                   PERFORM 2150-WRITE-END-USER-EXC
               WHEN SFBL-END-USER-TAX-ID = SPACES
                   MOVE 'END USER MISSING TAX ID' TO WS-EXC-TEXT
                   MOVE 'Y' TO WS-IDM-FOUND
                   PERFORM 2150-WRITE-END-USER-EXC
           END-EVALUATE
           MOVE SFBL-END-USER-ID TO WS-PREV-END-USER-ID.

       2150-WRITE-END-USER-EXC.
           ADD 1 TO WS-END-USER-EXCEPTIONS
           MOVE SPACES TO END-USER-EXCEPTION-LINE
           MOVE SFBL-END-USER-ID   TO EUX-END-USER-ID
           MOVE SFBL-END-USER-NAME TO EUX-END-USER-NAME
           IF SFBL-BALANCE NUMERIC
               MOVE SFBL-BALANCE TO EUX-BALANCE
           ELSE
               MOVE 0 TO EUX-BALANCE
           END-IF
           MOVE WS-EXC-TEXT TO EUX-REASON
           MOVE SPACES TO RECON-REPORT-LINE
           STRING SFBL-ACCT-NUMBER ' ' END-USER-EXCEPTION-LINE
               DELIMITED SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

       2200-WRITE-STATUS.
           MOVE SPACES TO FBO-RECON-STATUS-REC
           MOVE WS-CUR-ACCT-NUMBER TO FRS-ACCT-NUMBER
           MOVE WS-CUR-PROGRAM-ID  TO FRS-PROGRAM-ID
           MOVE WS-BUSINESS-DATE   TO FRS-BUSINESS-DATE
           MOVE WS-REASON-CODE     TO FRS-REASON-CODE
           MOVE WS-LEDGER-TOTAL    TO FRS-LEDGER-TOTAL
           MOVE WS-COB-BALANCE     TO FRS-COB-BALANCE
           MOVE WS-DIFFERENCE      TO FRS-DIFFERENCE
           MOVE WS-END-USER-COUNT  TO FRS-END-USER-COUNT
           MOVE SPACES TO RECON-DETAIL-LINE
           IF WS-REASON-CODE = SPACES
               SET FRS-RECONCILED TO TRUE
               ADD 1 TO WS-ACCOUNTS-RECONCILED
               MOVE 'RECONCILED' TO RCD-STATUS-TEXT
           ELSE
               SET FRS-NOT-RECONCILED TO TRUE
               ADD 1 TO WS-ACCOUNTS-UNRECON
               ADD WS-COB-BALANCE TO WS-UNRECON-BALANCE
               EVALUATE WS-REASON-CODE
                   WHEN 'NAC'
                       MOVE 'NAC NO OPEN FBO ACCOUNT' TO RCD-STATUS-TEXT
                   WHEN 'STL'
                       MOVE 'STL LEDGER NOT CURRENT' TO RCD-STATUS-TEXT
                   WHEN 'DUP'
                       MOVE 'DUP DUPLICATE END USER' TO RCD-STATUS-TEXT
                   WHEN 'NEG'
                       MOVE 'NEG NEGATIVE BALANCE' TO RCD-STATUS-TEXT
                   WHEN 'IDM'
                       MOVE 'IDM IDENTITY MISSING' TO RCD-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'BRK OVER TOLERANCE' TO RCD-STATUS-TEXT
               END-EVALUATE
           END-IF
           WRITE FBO-RECON-STATUS-REC
           MOVE WS-CUR-ACCT-NUMBER TO RCD-ACCT-NUMBER
           MOVE WS-CUR-PROGRAM-ID  TO RCD-PROGRAM-ID
           MOVE WS-LEDGER-TOTAL    TO RCD-LEDGER-TOTAL
           MOVE WS-COB-BALANCE     TO RCD-COB-BALANCE
           MOVE WS-DIFFERENCE      TO RCD-DIFFERENCE
           MOVE WS-END-USER-COUNT  TO RCD-END-USER-COUNT
           MOVE RECON-DETAIL-LINE TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE.

       9000-FINALIZE.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO RECON-REPORT-LINE
           STRING 'FBO ACCOUNTS: ' WS-ACCOUNTS-READ
                  '  RECONCILED: ' WS-ACCOUNTS-RECONCILED
                  '  NOT RECONCILED: ' WS-ACCOUNTS-UNRECON
                  '  LEDGER RECORDS: ' WS-LEDGER-RECORDS
                  '  END-USER EXCEPTIONS: ' WS-END-USER-EXCEPTIONS
               DELIMITED SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           PERFORM 9100-WRITE-RUN-COMPLETE
           CLOSE SORTED-LEDGER-FILE
           CLOSE SORTED-ACCT-FILE
           CLOSE RECON-STATUS-FILE
           CLOSE RECON-REPORT-FILE
           DISPLAY 'FBO SUB-LEDGER RECONCILIATION COMPLETE'
           DISPLAY '  FBO ACCOUNTS:        ' WS-ACCOUNTS-READ
           DISPLAY '  RECONCILED:          ' WS-ACCOUNTS-RECONCILED
           DISPLAY '  NOT RECONCILED:      ' WS-ACCOUNTS-UNRECON
           DISPLAY '  UNRECONCILED COB:    ' WS-UNRECON-BALANCE
           DISPLAY '  LEDGER RECORDS:      ' WS-LEDGER-RECORDS
           DISPLAY '  END-USER EXCEPTIONS: ' WS-END-USER-EXCEPTIONS.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    DEPOSIT-ACCT-ENRICH can gate on a current FBORCNST (see
      *    RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'FBO-LEDGER-RECON' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
