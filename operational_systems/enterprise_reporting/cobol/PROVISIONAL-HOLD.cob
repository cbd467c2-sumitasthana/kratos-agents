      *          RESULTOUT) and the hold-percentage parameter record
      *          (HOLDPARM -- the FDIC supplies the percentage at
      *          resolution), computes the hold on each account's and
      *          trust's UNINSURED portion -- less, on a deposit
      *          account, any funds already frozen by a legal
      *          restraint (RSLT-RESTRAINED-AMT) -- and writes a
      *          hold-instruction file (HOLDINST) in account-number
      *          order in a fixed layout the core system consumes.
      *          An account or trust flagged sanctions-blocked
      *          (RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG) gets no
      *          instruction: the blocking already freezes all of
      *          it. Control totals by source system prove every
      *          uninsured dollar was swept.
      * REGULATION: 12 CFR 360.9
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Refuses to run on a job-to-job control-total
      *               break: CONTROL-TOTAL-BALANCE's status (CTLBSTS)
      *               is checked beside RSLTVSTS before any hold
      *               instruction is written.
      *   2026-10-15  No hold instruction for a sanctions-blocked
      *               account or trust -- the blocking already
      *               freezes the whole balance until OFAC licenses
      *               its release. The uninsured dollars left out are
      *               footed on a new BLOCKED line of the control
      *               totals. RSLT-RECORD mirror 202 -> 203 and
      *               RESULT-REC mirror 203 -> 204 bytes.
      *   2026-10-15  The hold percentage now applies only to the
      *               UNRESTRAINED uninsured portion of a deposit
      *               account: a levy, garnishment, or court order
      *               already freezes its restrained amount, and a
      *               provisional hold stacked on top would freeze
      *               the same dollars twice. Restrained dollars are
      *               taken from the uninsured portion first; an
      *               account whose uninsured balance is wholly
      *               restrained gets no instruction. The dollars
      *               excluded are footed on a new RESTRAINED line of
      *               the control totals. RSLT-RECORD mirror 185 ->
      *               202 bytes.
      *   2026-09-03  The run now reads the cycle business date from
      *               CYCLCTRL and appends its own completion record
      *               there, so the resolution-readiness drill can
           SELECT RSLT-VALIDATE-STATUS-FILE ASSIGN TO 'RSLTVSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVS-STATUS.
           SELECT CONTROL-BALANCE-STATUS-FILE ASSIGN TO 'CTLBSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           05  DRSLT-FX-RATE         PIC 9(5)V9(6).
           05  DRSLT-RECIP-FLAG      PIC X(1).
           05  DRSLT-RECIP-PLACED    PIC S9(13)V99.
           05  DRSLT-RESTRAINED-AMT  PIC S9(13)V99.
           05  DRSLT-RESTRAINT-TYPE  PIC X(2).
           05  DRSLT-BLOCKED-FLAG    PIC X(1).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  TRUST-RESULT-FILE.
           05  TRSLT-NONDEPOSIT-AMT  PIC S9(13)V99.
           05  TRSLT-CALC-METHOD     PIC X(20).
           05  TRSLT-STATUS          PIC X(10).
           05  TRSLT-BLOCKED-FLAG    PIC X(1).

       FD  HOLD-PARM-FILE.
       01  HOLD-PARM-REC.
       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  CONTROL-BALANCE-STATUS-FILE.
           COPY CONTROL-BALANCE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       01  WS-HLD-STATUS             PIC XX.
       01  WS-CTL-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-CBS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-EOF-DEPOSIT            PIC X VALUE 'N'.
       01  WS-HOLD-PCT               PIC 9(3)V99.
       01  WS-PARM-FOUND             PIC X VALUE 'N'.
       01  WS-HOLD-AMT               PIC S9(13)V99.
      *    Uninsured dollars not already frozen by a legal restraint
      *    -- the base the hold percentage applies to.
       01  WS-HOLD-BASE              PIC S9(13)V99.

      *--- Control totals by source system ---
       01  WS-DEP-COUNT              PIC 9(9) VALUE 0.
       01  WS-DEP-UNINSURED          PIC S9(15)V99 VALUE 0.
       01  WS-DEP-HOLD               PIC S9(15)V99 VALUE 0.
       01  WS-RSTR-COUNT             PIC 9(9) VALUE 0.
       01  WS-RSTR-EXCLUDED          PIC S9(15)V99 VALUE 0.
       01  WS-TRS-COUNT              PIC 9(9) VALUE 0.
       01  WS-TRS-UNINSURED          PIC S9(15)V99 VALUE 0.
       01  WS-TRS-HOLD               PIC S9(15)V99 VALUE 0.
       01  WS-BLK-COUNT              PIC 9(9) VALUE 0.
       01  WS-BLK-EXCLUDED           PIC S9(15)V99 VALUE 0.

       01  CONTROL-DETAIL-LINE.
           05  CTD-LABEL             PIC X(12).
       1000-INITIALIZE.
           PERFORM 1050-READ-RUN-CONTROL
           PERFORM 1040-CHECK-RSLT-VALIDATE
           PERFORM 1250-CHECK-CONTROL-BALANCE
           PERFORM 1100-LOAD-HOLD-PCT
           OPEN INPUT DEPOSIT-RESULT-FILE
           OPEN INPUT TRUST-RESULT-FILE
               STOP RUN
           END-IF.

       1250-CHECK-CONTROL-BALANCE.
      *    CONTROL-TOTAL-BALANCE must be run ahead of this program
      *    each cycle -- a count or dollar break between two jobs
      *    in the chain means records were lost or invented on the
      *    way here. Same convention as the RSLTVSTS gate.
           OPEN INPUT CONTROL-BALANCE-STATUS-FILE
           IF WS-CBS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTROL BALANCE STATUS FILE: '
                        WS-CBS-STATUS
               STOP RUN
           END-IF
           READ CONTROL-BALANCE-STATUS-FILE
               AT END
                   DISPLAY 'CONTROL BALANCE STATUS FILE IS EMPTY -- '
                            'CONTROL-TOTAL-BALANCE HAS NOT RUN THIS '
                            'CYCLE. RUN ABORTED.'
                   CLOSE CONTROL-BALANCE-STATUS-FILE
                   STOP RUN
           END-READ
           IF CBS-BREAK
               DISPLAY 'JOB-TO-JOB CONTROL TOTALS OUT OF BALANCE ('
                        CBS-BREAK-COUNT
                        ' BREAK(S)) -- RUN ABORTED.'
               CLOSE CONTROL-BALANCE-STATUS-FILE
               STOP RUN
           END-IF
           CLOSE CONTROL-BALANCE-STATUS-FILE.

       2000-HOLD-DEPOSIT.
      *    Restrained funds come out of the uninsured portion first
      *    -- they are already frozen, so the hold is sized on what
      *    the depositor could otherwise still withdraw. A
      *    sanctions-blocked account is frozen whole, so nothing is
      *    left to hold.
           MOVE DRSLT-UNINSURED-AMT TO WS-HOLD-BASE
           IF DRSLT-BLOCKED-FLAG = 'Y'
               MOVE 0 TO WS-HOLD-BASE
               IF DRSLT-UNINSURED-AMT > 0
                   ADD 1 TO WS-BLK-COUNT
                   ADD DRSLT-UNINSURED-AMT TO WS-BLK-EXCLUDED
               END-IF
           END-IF
           IF DRSLT-UNINSURED-AMT > 0
               AND DRSLT-RESTRAINED-AMT > 0
               AND DRSLT-BLOCKED-FLAG NOT = 'Y'
               SUBTRACT DRSLT-RESTRAINED-AMT FROM WS-HOLD-BASE
               IF WS-HOLD-BASE < 0
                   MOVE 0 TO WS-HOLD-BASE
               END-IF
               ADD 1 TO WS-RSTR-COUNT
               COMPUTE WS-RSTR-EXCLUDED = WS-RSTR-EXCLUDED
                   + DRSLT-UNINSURED-AMT - WS-HOLD-BASE
           END-IF
           IF WS-HOLD-BASE > 0
               COMPUTE WS-HOLD-AMT ROUNDED =
                   WS-HOLD-BASE * WS-HOLD-PCT / 100
               MOVE SPACES TO HOLD-INSTRUCTION-REC
               MOVE 'DEPOSIT'           TO HLD-SOURCE-SYSTEM
               MOVE DRSLT-ACCT-NUMBER   TO HLD-ACCT-NUMBER
               MOVE WS-HOLD-AMT         TO HLD-HOLD-AMT
               WRITE HWK-RECORD FROM HOLD-INSTRUCTION-REC
               ADD 1 TO WS-DEP-COUNT
               ADD WS-HOLD-AMT TO WS-DEP-HOLD
           END-IF
           IF DRSLT-UNINSURED-AMT > 0
               ADD DRSLT-UNINSURED-AMT TO WS-DEP-UNINSURED
           END-IF
           READ DEPOSIT-RESULT-FILE
               AT END SET DEPOSIT-EOF TO TRUE
           END-READ.

       3000-HOLD-TRUST.
      *    A sanctions-blocked trust is frozen whole -- no hold.
           IF TRSLT-UNINSURED-AMT > 0
               AND TRSLT-BLOCKED-FLAG = 'Y'
               ADD 1 TO WS-BLK-COUNT
               ADD TRSLT-UNINSURED-AMT TO WS-BLK-EXCLUDED
           END-IF
           IF TRSLT-UNINSURED-AMT > 0
               AND TRSLT-BLOCKED-FLAG NOT = 'Y'
               COMPUTE WS-HOLD-AMT ROUNDED =
                   TRSLT-UNINSURED-AMT * WS-HOLD-PCT / 100
               MOVE SPACES TO HOLD-INSTRUCTION-REC
           DISPLAY 'PROVISIONAL HOLD CALCULATION COMPLETE'
           DISPLAY '  HOLD PCT APPLIED:     ' WS-HOLD-PCT
           DISPLAY '  DEPOSIT INSTRUCTIONS: ' WS-DEP-COUNT
           DISPLAY '  RESTRAINED ACCOUNTS:  ' WS-RSTR-COUNT
           DISPLAY '  SANCTIONS BLOCKED:    ' WS-BLK-COUNT
           DISPLAY '  TRUST INSTRUCTIONS:   ' WS-TRS-COUNT.

       5000-WRITE-CONTROL-TOTALS.
           MOVE WS-TRS-HOLD        TO CTD-HOLD
           MOVE CONTROL-DETAIL-LINE TO HOLD-CONTROL-LINE
           WRITE HOLD-CONTROL-LINE
      *    Deposit uninsured dollars left out of the hold base
      *    because a legal restraint already freezes them -- DEPOSIT
      *    UNINSURED above is still the full uninsured figure.
           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'RESTRAINED'       TO CTD-LABEL
           MOVE WS-RSTR-COUNT      TO CTD-COUNT
           MOVE WS-RSTR-EXCLUDED   TO CTD-UNINSURED
           MOVE 0                  TO CTD-HOLD
           MOVE CONTROL-DETAIL-LINE TO HOLD-CONTROL-LINE
           WRITE HOLD-CONTROL-LINE
      *    Uninsured dollars of sanctions-blocked accounts and trusts
      *    given no instruction at all. The blocked deposit dollars
      *    are still in DEPOSIT UNINSURED above; the TRUST line only
      *    ever foots the trusts it instructs.
           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'BLOCKED'          TO CTD-LABEL
           MOVE WS-BLK-COUNT       TO CTD-COUNT
           MOVE WS-BLK-EXCLUDED    TO CTD-UNINSURED
           MOVE 0                  TO CTD-HOLD
           MOVE CONTROL-DETAIL-LINE TO HOLD-CONTROL-LINE
           WRITE HOLD-CONTROL-LINE
           CLOSE HOLD-CONTROL-FILE.

       9100-WRITE-RUN-COMPLETE.
