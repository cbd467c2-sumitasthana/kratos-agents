      * REGULATION: FDIC IT Guide v3.0, 12 CFR Part 370
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Posts its footing of P370SUB to the job-to-job
      *               ledger (CTLLEDGR, see CONTROL-TOTAL.cpy) for
      *               the header's cycle date, so
      *               CONTROL-TOTAL-BALANCE can prove the file
      *               validated is the file the export wrote.
      *   2026-10-15  Submission mirror picks up the new
      *               P370-BLOCKED-FLAG (record length unchanged).
      *   2026-10-15  Submission mirror picks up the new
      *               P370-RESTRICTED-FLAG (record length
      *               unchanged).
      *   2026-09-03  A clean validation now appends its completion
      *               record to CYCLCTRL, so the resolution-
      *               readiness drill can time the last link of the
           SELECT VALIDATE-STATUS-FILE ASSIGN TO 'P370VSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VST-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO 'CTLLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  P370-CURRENCY-CODE    PIC X(3).
           05  P370-FX-RATE          PIC 9(5)V9(6).
           05  P370-FDIC-CERT        PIC X(7).
           05  P370-RESTRICTED-FLAG  PIC X(1).
           05  P370-BLOCKED-FLAG     PIC X(1).
           05  FILLER                PIC X(1).
       01  P370-HEADER-RECORD.
           05  P370-HDR-TYPE         PIC X(1).
           05  P370-HDR-AS-OF-DATE   PIC X(8).
           05  VST-ERROR-COUNT       PIC 9(5).
           05  FILLER                PIC X(14).

       FD  CONTROL-TOTAL-FILE.
           COPY CONTROL-TOTAL.

       WORKING-STORAGE SECTION.
       01  WS-SUB-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-VST-STATUS             PIC XX.
       01  WS-CTT-STATUS             PIC XX.
       01  WS-EOF-SUB                PIC X VALUE 'N'.
           88  SUB-EOF               VALUE 'Y'.

           MOVE WS-ERROR-COUNT    TO VST-ERROR-COUNT
           WRITE VALIDATE-STATUS-REC
           CLOSE VALIDATE-STATUS-FILE
           PERFORM 9200-POST-CONTROL-TOTALS
           IF WS-ERROR-COUNT = 0
               PERFORM 9100-WRITE-RUN-COMPLETE
               DISPLAY 'PART 370 SUBMISSION VALIDATED -- '
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9200-POST-CONTROL-TOTALS.
      *    The submission as footed here -- every detail record,
      *    and the D/T/P hashes -- to the job-to-job ledger (see
      *    CONTROL-TOTAL.cpy), pass or fail: a broken hand-off is
      *    exactly what the balancing run is there to show.
           OPEN EXTEND CONTROL-TOTAL-FILE
           INITIALIZE CONTROL-TOTAL-REC
           MOVE WS-HDR-CYCLE-DATE TO CTT-BUSINESS-DATE
           MOVE 'PART370-VALIDATE' TO CTT-JOB-NAME
           MOVE 'P370SUB' TO CTT-DATASET
           SET CTT-INPUT TO TRUE
           SET CTT-PRODUCTION TO TRUE
           SET CTT-ALL-AMOUNTS TO TRUE
           COMPUTE CTT-RECORD-COUNT = WS-DEPOSIT-COUNT
                                    + WS-TRUST-COUNT
                                    + WS-PENDING-COUNT
                                    + WS-OWNER-COUNT
           MOVE WS-BALANCE-HASH   TO CTT-BALANCE-TOTAL
           MOVE WS-INSURED-HASH   TO CTT-INSURED-TOTAL
           MOVE WS-UNINSURED-HASH TO CTT-UNINSURED-TOTAL
           MOVE FUNCTION CURRENT-DATE TO CTT-POSTED-TS
           WRITE CONTROL-TOTAL-REC
           CLOSE CONTROL-TOTAL-FILE.
