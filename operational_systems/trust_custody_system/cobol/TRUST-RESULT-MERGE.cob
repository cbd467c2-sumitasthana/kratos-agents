      * (RSLSLC01-04 / BLGSLC01-04 / AUDSLC01-04) -- the month-end
      * window has never needed more.
      ******************************************************************
      * FIXED 2026-10-15: Each slice in and RESULTOUT out is posted
      * to the job-to-job ledger CTLLEDGR (see CONTROL-TOTAL.cpy) --
      * rows, balance, insured, uninsured -- so CONTROL-TOTAL-BALANCE
      * can prove every row the partitioned instances wrote reached
      * the merged file. The slice layouts now pick out the balance.
      * FIXED 2026-10-15: Result slices and RESULTOUT widened for
      * the new RES-BLOCKED-FLAG (sanctions-blocked trusts; record
      * 203 -> 204 bytes).
      * FIXED 2026-09-03: Original version.
      ******************************************************************

           SELECT RUN-CONTROL-FILE ASSIGN TO CYCLCTRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO CTLLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTT-FS.

       DATA DIVISION.
       FILE SECTION.

      * Result slices mirror RESULT-REC in TRUST-INSURANCE-CALC
      * (204 bytes); the balance and insured/uninsured columns are
      * footed.
       FD  RESULT-SLICE-1.
       01  RS1-RECORD.
           05  FILLER              PIC X(95).
           05  RS1-TOTAL-BALANCE   PIC S9(13)V99.
           05  FILLER              PIC X(3).
           05  RS1-INSURED-AMT     PIC S9(13)V99.
           05  RS1-UNINSURED-AMT   PIC S9(13)V99.
           05  FILLER              PIC X(61).

       FD  RESULT-SLICE-2.
       01  RS2-RECORD.
           05  FILLER              PIC X(95).
           05  RS2-TOTAL-BALANCE   PIC S9(13)V99.
           05  FILLER              PIC X(3).
           05  RS2-INSURED-AMT     PIC S9(13)V99.
           05  RS2-UNINSURED-AMT   PIC S9(13)V99.
           05  FILLER              PIC X(61).

       FD  RESULT-SLICE-3.
       01  RS3-RECORD.
           05  FILLER              PIC X(95).
           05  RS3-TOTAL-BALANCE   PIC S9(13)V99.
           05  FILLER              PIC X(3).
           05  RS3-INSURED-AMT     PIC S9(13)V99.
           05  RS3-UNINSURED-AMT   PIC S9(13)V99.
           05  FILLER              PIC X(61).

       FD  RESULT-SLICE-4.
       01  RS4-RECORD.
           05  FILLER              PIC X(95).
           05  RS4-TOTAL-BALANCE   PIC S9(13)V99.
           05  FILLER              PIC X(3).
           05  RS4-INSURED-AMT     PIC S9(13)V99.
           05  RS4-UNINSURED-AMT   PIC S9(13)V99.
           05  FILLER              PIC X(61).

       FD  LEDGER-SLICE-1.
       01  LS1-RECORD              PIC X(82).
       01  AS4-RECORD              PIC X(136).

       FD  RESULT-FILE.
       01  RESULT-REC              PIC X(204).

       FD  BENE-LEDGER-FILE.
       01  BENE-LEDGER-REC         PIC X(82).
       FD  RUN-CONTROL-FILE.
       COPY RUN-CONTROL.

       FD  CONTROL-TOTAL-FILE.
       COPY CONTROL-TOTAL.

       WORKING-STORAGE SECTION.
       01  WS-RS1-FS               PIC XX.
       01  WS-RS2-FS               PIC XX.
       01  WS-RPT-FS               PIC XX.
       01  WS-NTF-FS               PIC XX.
       01  WS-RUNC-FS              PIC XX.
       01  WS-CTT-FS               PIC XX.

       01  WS-BUSINESS-DATE        PIC X(10).
       01  WS-EXPECTED-SLICES      PIC 9(1) VALUE 0.

      *--- Per-slice footing, then the combined totals ---
       01  WS-SLICE-RECORDS        PIC 9(7).
       01  WS-SLICE-BALANCE        PIC S9(15)V99.
       01  WS-SLICE-INSURED        PIC S9(15)V99.
       01  WS-SLICE-UNINSURED      PIC S9(15)V99.
       01  WS-TOTAL-RECORDS        PIC 9(9) VALUE ZEROS.
       01  WS-TOTAL-BALANCE        PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-INSURED        PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-UNINSURED      PIC S9(15)V99 VALUE ZEROS.
       01  WS-LEDGER-RECORDS       PIC 9(9) VALUE ZEROS.
           OPEN OUTPUT BENE-LEDGER-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
           OPEN OUTPUT MERGE-REPORT-FILE
           OPEN EXTEND CONTROL-TOTAL-FILE
           MOVE SPACES TO MERGE-REPORT-LINE
           STRING 'PARTITIONED TRUST CALC MERGE -- '
                  WS-BUSINESS-DATE

       2100-MERGE-ONE-SLICE.
           MOVE 0 TO WS-SLICE-RECORDS
           MOVE 0 TO WS-SLICE-BALANCE
           MOVE 0 TO WS-SLICE-INSURED
           MOVE 0 TO WS-SLICE-UNINSURED
           EVALUATE WS-SLICE-NUMBER
                       MOVE 'Y' TO WS-EOF-SLICE
                   NOT AT END
                       ADD 1 TO WS-SLICE-RECORDS
                       ADD RS1-TOTAL-BALANCE TO WS-SLICE-BALANCE
                       ADD RS1-INSURED-AMT   TO WS-SLICE-INSURED
                       ADD RS1-UNINSURED-AMT TO WS-SLICE-UNINSURED
                       WRITE RESULT-REC FROM RS1-RECORD
                       MOVE 'Y' TO WS-EOF-SLICE
                   NOT AT END
                       ADD 1 TO WS-SLICE-RECORDS
                       ADD RS2-TOTAL-BALANCE TO WS-SLICE-BALANCE
                       ADD RS2-INSURED-AMT   TO WS-SLICE-INSURED
                       ADD RS2-UNINSURED-AMT TO WS-SLICE-UNINSURED
                       WRITE RESULT-REC FROM RS2-RECORD
                       MOVE 'Y' TO WS-EOF-SLICE
                   NOT AT END
                       ADD 1 TO WS-SLICE-RECORDS
                       ADD RS3-TOTAL-BALANCE TO WS-SLICE-BALANCE
                       ADD RS3-INSURED-AMT   TO WS-SLICE-INSURED
                       ADD RS3-UNINSURED-AMT TO WS-SLICE-UNINSURED
                       WRITE RESULT-REC FROM RS3-RECORD
                       MOVE 'Y' TO WS-EOF-SLICE
                   NOT AT END
                       ADD 1 TO WS-SLICE-RECORDS
                       ADD RS4-TOTAL-BALANCE TO WS-SLICE-BALANCE
                       ADD RS4-INSURED-AMT   TO WS-SLICE-INSURED
                       ADD RS4-UNINSURED-AMT TO WS-SLICE-UNINSURED
                       WRITE RESULT-REC FROM RS4-RECORD

       7100-FOOT-SLICE.
           ADD WS-SLICE-RECORDS   TO WS-TOTAL-RECORDS
           ADD WS-SLICE-BALANCE   TO WS-TOTAL-BALANCE
           ADD WS-SLICE-INSURED   TO WS-TOTAL-INSURED
           ADD WS-SLICE-UNINSURED TO WS-TOTAL-UNINSURED
           MOVE SPACES TO FOOTING-DETAIL-LINE
           MOVE WS-SLICE-INSURED   TO FTD-INSURED
           MOVE WS-SLICE-UNINSURED TO FTD-UNINSURED
           MOVE FOOTING-DETAIL-LINE TO MERGE-REPORT-LINE
           WRITE MERGE-REPORT-LINE
           PERFORM 7200-POST-SLICE-TOTALS.

       7200-POST-SLICE-TOTALS.
      * The slice as received, to the job-to-job ledger -- proved
      * against the partitioned instance's own posting of it.
           INITIALIZE CONTROL-TOTAL-REC
           MOVE WS-BUSINESS-DATE TO CTT-BUSINESS-DATE
           MOVE 'TRUST-RESULT-MERGE' TO CTT-JOB-NAME
           STRING 'RSLSLC0' WS-SLICE-NUMBER
               DELIMITED SIZE INTO CTT-DATASET
           SET CTT-INPUT TO TRUE
           SET CTT-PRODUCTION TO TRUE
           SET CTT-ALL-AMOUNTS TO TRUE
           MOVE WS-SLICE-RECORDS   TO CTT-RECORD-COUNT
           MOVE WS-SLICE-BALANCE   TO CTT-BALANCE-TOTAL
           MOVE WS-SLICE-INSURED   TO CTT-INSURED-TOTAL
           MOVE WS-SLICE-UNINSURED TO CTT-UNINSURED-TOTAL
           MOVE FUNCTION CURRENT-DATE TO CTT-POSTED-TS
           WRITE CONTROL-TOTAL-REC.

       8000-WRITE-FOOTING.
           MOVE SPACES TO FOOTING-DETAIL-LINE
           CLOSE BENE-LEDGER-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE MERGE-REPORT-FILE
           PERFORM 9300-POST-RESULT-TOTALS
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TS
           PERFORM 9200-WRITE-NOTIFICATION
           IF WS-MERGE-FAILED = 'N'
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.

       9300-POST-RESULT-TOTALS.
      * The merged RESULTOUT, to the job-to-job ledger -- the
      * combined footing of the slices copied, which the Part 370
      * export's own posting of RESULTOUT is proved against.
           INITIALIZE CONTROL-TOTAL-REC
           MOVE WS-BUSINESS-DATE TO CTT-BUSINESS-DATE
           MOVE 'TRUST-RESULT-MERGE' TO CTT-JOB-NAME
           MOVE 'RESULTOUT' TO CTT-DATASET
           SET CTT-OUTPUT TO TRUE
           SET CTT-PRODUCTION TO TRUE
           SET CTT-ALL-AMOUNTS TO TRUE
           MOVE WS-TOTAL-RECORDS   TO CTT-RECORD-COUNT
           MOVE WS-TOTAL-BALANCE   TO CTT-BALANCE-TOTAL
           MOVE WS-TOTAL-INSURED   TO CTT-INSURED-TOTAL
           MOVE WS-TOTAL-UNINSURED TO CTT-UNINSURED-TOTAL
           MOVE FUNCTION CURRENT-DATE TO CTT-POSTED-TS
           WRITE CONTROL-TOTAL-REC
           CLOSE CONTROL-TOTAL-FILE.
