      *================================================================*
      * PROGRAM: LEGAL-RESTRAINT-EDIT
      * PURPOSE: Integrity edit over the legal-restraint feed
      *          (RESTRAIN, see LEGAL-RESTRAINT.cpy) ahead of
      *          DEPOSIT-ACCT-ENRICH. Every order must name an account
      *          on ACCTFILE that is not CLOSED, carry a known
      *          restraint type (TL levy, GN garnishment, CO court
      *          order), a positive restrained amount, and a valid
      *          effective date, with any release date falling after
      *          the effective date. Orders that pass and are in
      *          force on the business date (effective on or before
      *          it, not yet released) go to the clean file RSTRCLN
      *          the enrichment carries onto the determinations;
      *          rejects go to the exception report RSTRXRPT with
      *          their reason. Orders not yet effective or already
      *          released are counted but not carried. The job posts
      *          its completion record to CYCLCTRL, which the
      *          enrichment gates on.
      * REGULATION: 12 CFR Part 370, 12 CFR 360.9
      *
      * One sorted pass: restraints and accounts are both sorted by
      * account number and matched forward-only.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-RESTRAINT-EDIT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-RESTRAINT-FILE ASSIGN TO 'RESTRAIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LRS-STATUS.
           SELECT RESTRAINT-SORT-FILE ASSIGN TO 'LREWK01'.
           SELECT SORTED-RESTRAINT-FILE ASSIGN TO 'LRESRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLRS-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCT-SORT-FILE ASSIGN TO 'LREWK02'.
           SELECT SORTED-ACCT-FILE ASSIGN TO 'LREACSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTD-STATUS.
           SELECT CLEAN-RESTRAINT-FILE ASSIGN TO 'RSTRCLN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLN-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'RSTRXRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LEGAL-RESTRAINT-FILE.
           COPY LEGAL-RESTRAINT.

       SD RESTRAINT-SORT-FILE.
       01 RSSRT-REC.
           05 RSSRT-ACCT-NUMBER    PIC X(20).
           05 RSSRT-RESTRAINT-TYPE PIC X(2).
           05 RSSRT-ORDER-REF      PIC X(20).
           05 FILLER               PIC X(58).

       FD SORTED-RESTRAINT-FILE.
       01 SLRS-RECORD.
           05 SLRS-ACCT-NUMBER     PIC X(20).
           05 SLRS-RESTRAINT-TYPE  PIC X(2).
              88 SLRS-VALID-TYPE   VALUES 'TL' 'GN' 'CO'.
           05 SLRS-ORDER-REF       PIC X(20).
           05 SLRS-RESTRAINED-AMT  PIC S9(13)V99.
           05 SLRS-EFFECTIVE-DATE  PIC X(10).
           05 SLRS-RELEASE-DATE    PIC X(10).
           05 FILLER               PIC X(23).

       FD ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       SD ACCT-SORT-FILE.
       01 ASRT-REC.
           05 ASRT-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(225).

       FD SORTED-ACCT-FILE.
       01 AKEY-RECORD.
           05 AKEY-ACCT-NUMBER     PIC X(20).
           05 FILLER               PIC X(44).
           05 AKEY-STATUS          PIC X(8).
              88 AKEY-CLOSED       VALUE 'CLOSED'.
           05 FILLER               PIC X(154).

      *    Same layout as LEGAL-RESTRAINT.cpy -- written from the
      *    sorted record so the clean file arrives in account order.
       FD CLEAN-RESTRAINT-FILE.
       01 CLN-RECORD              PIC X(100).

       FD EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE   PIC X(120).

       FD RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01 WS-LRS-STATUS           PIC XX.
       01 WS-SLRS-STATUS          PIC XX.
       01 WS-ACCT-STATUS          PIC XX.
       01 WS-SRTD-STATUS          PIC XX.
       01 WS-CLN-STATUS           PIC XX.
       01 WS-RPT-STATUS           PIC XX.
       01 WS-RUNC-STATUS          PIC XX.
       01 WS-BUSINESS-DATE        PIC X(10).

       01 WS-SLRS-EOF             PIC X VALUE 'N'.
       01 WS-AKEY-EOF             PIC X VALUE 'N'.

      *--- Per-order edit ---
       01 WS-REJECT-REASON        PIC X(30).
       01 WS-CHECK-DATE           PIC X(10).
       01 WS-DATE-VALID           PIC X(1).

       01 WS-ORDERS-READ          PIC 9(7) VALUE 0.
       01 WS-ORDERS-CARRIED       PIC 9(7) VALUE 0.
       01 WS-ORDERS-NOT-IN-FORCE  PIC 9(7) VALUE 0.
       01 WS-ORDERS-REJECTED      PIC 9(7) VALUE 0.
       01 WS-CARRIED-AMT          PIC S9(15)V99 VALUE 0.

       01 EXCEPTION-DETAIL-LINE.
           05 EXD-ACCT-NUMBER      PIC X(21).
           05 EXD-RESTRAINT-TYPE   PIC X(3).
           05 EXD-ORDER-REF        PIC X(21).
           05 EXD-RESTRAINED-AMT   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2).
           05 EXD-REASON           PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-RESTRAINT UNTIL WS-SLRS-EOF = 'Y'
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           SORT RESTRAINT-SORT-FILE
               ON ASCENDING KEY RSSRT-ACCT-NUMBER
                                RSSRT-RESTRAINT-TYPE
                                RSSRT-ORDER-REF
               USING LEGAL-RESTRAINT-FILE
               GIVING SORTED-RESTRAINT-FILE
           SORT ACCT-SORT-FILE
               ON ASCENDING KEY ASRT-ACCT-NUMBER
               USING ACCOUNT-FILE
               GIVING SORTED-ACCT-FILE
           OPEN INPUT SORTED-RESTRAINT-FILE
           OPEN INPUT SORTED-ACCT-FILE
           OPEN OUTPUT CLEAN-RESTRAINT-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING 'LEGAL RESTRAINT FEED EXCEPTIONS -- BUSINESS DATE '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           READ SORTED-RESTRAINT-FILE
               AT END MOVE 'Y' TO WS-SLRS-EOF
           END-READ
           READ SORTED-ACCT-FILE
               AT END MOVE 'Y' TO WS-AKEY-EOF
           END-READ.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock. Whether an order is in force is judged
      *    against this date.
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

       2000-EDIT-RESTRAINT.
      *    Orders ascend by account, accounts likewise -- one
      *    forward-only pass covers every account lookup.
           ADD 1 TO WS-ORDERS-READ
           PERFORM UNTIL WS-AKEY-EOF = 'Y'
               OR AKEY-ACCT-NUMBER NOT < SLRS-ACCT-NUMBER
               READ SORTED-ACCT-FILE
                   AT END MOVE 'Y' TO WS-AKEY-EOF
               END-READ
           END-PERFORM
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN WS-AKEY-EOF = 'Y'
                   OR AKEY-ACCT-NUMBER NOT = SLRS-ACCT-NUMBER
                   MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-REJECT-REASON
               WHEN AKEY-CLOSED
                   MOVE 'ACCOUNT IS CLOSED' TO WS-REJECT-REASON
               WHEN NOT SLRS-VALID-TYPE
                   MOVE 'UNKNOWN RESTRAINT TYPE' TO WS-REJECT-REASON
               WHEN SLRS-RESTRAINED-AMT NOT NUMERIC
                   MOVE 'RESTRAINED AMOUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
               WHEN SLRS-RESTRAINED-AMT NOT > 0
                   MOVE 'RESTRAINED AMOUNT NOT POSITIVE'
                       TO WS-REJECT-REASON
               WHEN SLRS-ORDER-REF = SPACES
                   MOVE 'NO ORDER REFERENCE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE SLRS-EFFECTIVE-DATE TO WS-CHECK-DATE
               PERFORM 7000-CHECK-DATE
               IF WS-DATE-VALID = 'N'
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND SLRS-RELEASE-DATE NOT = SPACES
               MOVE SLRS-RELEASE-DATE TO WS-CHECK-DATE
               PERFORM 7000-CHECK-DATE
               IF WS-DATE-VALID = 'N'
                   MOVE 'INVALID RELEASE DATE' TO WS-REJECT-REASON
               ELSE
                   IF SLRS-RELEASE-DATE NOT > SLRS-EFFECTIVE-DATE
                       MOVE 'RELEASE NOT AFTER EFFECTIVE DATE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2100-WRITE-EXCEPTION
           ELSE
      *        Dates are YYYY-MM-DD text, so they compare in order.
               IF SLRS-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   OR (SLRS-RELEASE-DATE NOT = SPACES
                       AND SLRS-RELEASE-DATE NOT > WS-BUSINESS-DATE)
                   ADD 1 TO WS-ORDERS-NOT-IN-FORCE
               ELSE
                   WRITE CLN-RECORD FROM SLRS-RECORD
                   ADD 1 TO WS-ORDERS-CARRIED
                   ADD SLRS-RESTRAINED-AMT TO WS-CARRIED-AMT
               END-IF
           END-IF
           READ SORTED-RESTRAINT-FILE
               AT END MOVE 'Y' TO WS-SLRS-EOF
           END-READ.

       2100-WRITE-EXCEPTION.
           ADD 1 TO WS-ORDERS-REJECTED
           MOVE SPACES TO EXCEPTION-DETAIL-LINE
           MOVE SLRS-ACCT-NUMBER    TO EXD-ACCT-NUMBER
           MOVE SLRS-RESTRAINT-TYPE TO EXD-RESTRAINT-TYPE
           MOVE SLRS-ORDER-REF      TO EXD-ORDER-REF
           IF SLRS-RESTRAINED-AMT NUMERIC
               MOVE SLRS-RESTRAINED-AMT TO EXD-RESTRAINED-AMT
           ELSE
               MOVE 0 TO EXD-RESTRAINED-AMT
           END-IF
           MOVE WS-REJECT-REASON    TO EXD-REASON
           MOVE EXCEPTION-DETAIL-LINE TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE.

       7000-CHECK-DATE.
      *    YYYY-MM-DD with a plausible month and day.
           MOVE 'Y' TO WS-DATE-VALID
           IF WS-CHECK-DATE(1:4) NOT NUMERIC
               OR WS-CHECK-DATE(5:1) NOT = '-'
               OR WS-CHECK-DATE(6:2) NOT NUMERIC
               OR WS-CHECK-DATE(8:1) NOT = '-'
               OR WS-CHECK-DATE(9:2) NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID
           ELSE
               IF WS-CHECK-DATE(6:2) < '01'
                   OR WS-CHECK-DATE(6:2) > '12'
                   OR WS-CHECK-DATE(9:2) < '01'
                   OR WS-CHECK-DATE(9:2) > '31'
                   MOVE 'N' TO WS-DATE-VALID
               END-IF
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           STRING 'ORDERS READ: ' WS-ORDERS-READ
                  '  CARRIED: ' WS-ORDERS-CARRIED
                  '  NOT IN FORCE: ' WS-ORDERS-NOT-IN-FORCE
                  '  REJECTED: ' WS-ORDERS-REJECTED
               DELIMITED SIZE INTO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           PERFORM 9100-WRITE-RUN-COMPLETE
           CLOSE SORTED-RESTRAINT-FILE
           CLOSE SORTED-ACCT-FILE
           CLOSE CLEAN-RESTRAINT-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY 'LEGAL RESTRAINT EDIT COMPLETE'
           DISPLAY '  ORDERS READ:       ' WS-ORDERS-READ
           DISPLAY '  ORDERS CARRIED:    ' WS-ORDERS-CARRIED
           DISPLAY '  NOT IN FORCE:      ' WS-ORDERS-NOT-IN-FORCE
           DISPLAY '  ORDERS REJECTED:   ' WS-ORDERS-REJECTED
           DISPLAY '  RESTRAINED AMOUNT: ' WS-CARRIED-AMT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    DEPOSIT-ACCT-ENRICH can gate on a current RSTRCLN (see
      *    RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'LEGAL-RESTRAINT-EDIT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
