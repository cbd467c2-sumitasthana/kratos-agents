      *================================================================*
      * PROGRAM: TIN-MATCH-RESPONSE
      * PURPOSE: Posts the IRS bulk TIN-matching answer (TINMRSP, see
      *          TIN-MATCH-REQUEST.cpy) back to the verification file
      *          built by TIN-MATCH-SUBMIT. A request stands for
      *          every record carrying that id and name, so each
      *          answer is posted to all of them:
      *            0, 6, 7, 8  verified -- the verification date is
      *                        the business date;
      *            1, 2, 3     mismatch -- the id or name must be
      *                        corrected before it is sent again;
      *            4, 5, other not processed -- sent again next run.
      *          An id on the invalid list was never sent and is not
      *          touched. Answers matching no record (the id or name
      *          was changed after the submission) are listed. The
      *          new generation is written to TINVRFYN, and every
      *          open mismatch -- tonight's and those still awaiting
      *          correction -- goes on the remediation worklist
      *          (TINREMED), ranked by the insured coverage that
      *          depends on the id so the largest exposure is worked
      *          first. The posting report is TINRRPT.
      * REGULATION: 26 U.S.C. 6050W / IRS Pub. 2108-A (TIN matching);
      *             12 CFR 330.1(l), 370.4 (depositor identification)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIN-MATCH-RESPONSE.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIN-RESPONSE-FILE ASSIGN TO 'TINMRSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.
           SELECT RESPONSE-SORT-FILE ASSIGN TO 'TINWK04'.
           SELECT SORTED-RESPONSE-FILE ASSIGN TO 'TINRSPS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRS-STATUS.
           SELECT PRIOR-VERIFY-FILE ASSIGN TO 'TINVRFY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PVR-STATUS.
           SELECT VERIFY-SORT-FILE ASSIGN TO 'TINWK05'.
           SELECT VERIFY-BY-TIN-FILE ASSIGN TO 'TINVBYT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VBT-STATUS.
           SELECT POSTED-SORT-FILE ASSIGN TO 'TINWK06'.
           SELECT NEW-VERIFY-FILE ASSIGN TO 'TINVRFYN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NVR-STATUS.
           SELECT RANK-SORT-FILE ASSIGN TO 'TINWK07'.
           SELECT RANKED-MISMATCH-FILE ASSIGN TO 'TINMRNK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RNK-STATUS.
           SELECT REMEDIATION-FILE ASSIGN TO 'TINREMED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REM-STATUS.
           SELECT RESPONSE-REPORT-FILE ASSIGN TO 'TINRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TIN-RESPONSE-FILE.
       01  RSP-RECORD                PIC X(80).

       SD  RESPONSE-SORT-FILE.
       01  RSPS-REC.
           05  FILLER                PIC X(2).
           05  RSPS-TIN              PIC X(9).
           05  FILLER                PIC X(1).
           05  RSPS-NAME             PIC X(40).
           05  FILLER                PIC X(28).

       FD  SORTED-RESPONSE-FILE.
           COPY TIN-MATCH-REQUEST.

      *    Verification file generations -- layout is
      *    TIN-VERIFY.cpy, worked in WORKING-STORAGE.
       FD  PRIOR-VERIFY-FILE.
       01  PVR-RECORD                PIC X(200).

       SD  VERIFY-SORT-FILE.
       01  VSRT-REC.
           05  FILLER                PIC X(39).
           05  VSRT-TIN              PIC X(9).
           05  FILLER                PIC X(1).
           05  VSRT-NAME             PIC X(40).
           05  FILLER                PIC X(111).

       FD  VERIFY-BY-TIN-FILE.
       01  VBT-RECORD                PIC X(200).

       SD  POSTED-SORT-FILE.
       01  PSRT-REC.
           05  PSRT-KEY              PIC X(39).
           05  FILLER                PIC X(161).

       FD  NEW-VERIFY-FILE.
       01  NVR-RECORD                PIC X(200).

       SD  RANK-SORT-FILE.
       01  RSRT-REC.
           05  RSRT-KEY              PIC X(39).
           05  FILLER                PIC X(92).
           05  RSRT-AT-STAKE         PIC S9(13)V99.
           05  FILLER                PIC X(54).

       FD  RANKED-MISMATCH-FILE.
       01  RNK-RECORD                PIC X(200).

       FD  REMEDIATION-FILE.
       01  REMEDIATION-REC.
           05  REM-RANK              PIC 9(5).
           05  REM-SOURCE            PIC X(4).
           05  REM-PARTY-ID          PIC X(15).
           05  REM-KEY-2             PIC X(20).
           05  REM-NAME              PIC X(40).
           05  REM-TIN               PIC X(9).
           05  REM-RAW-ID            PIC X(15).
           05  REM-IRS-INDICATOR     PIC X(1).
           05  REM-REASON            PIC X(30).
           05  REM-RESPONSE-DATE     PIC X(10).
           05  REM-AT-STAKE          PIC S9(13)V99.
           05  FILLER                PIC X(36).

       FD  RESPONSE-REPORT-FILE.
       01  RESPONSE-REPORT-LINE      PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-RSP-STATUS             PIC XX.
       01  WS-SRS-STATUS             PIC XX.
       01  WS-PVR-STATUS             PIC XX.
       01  WS-VBT-STATUS             PIC XX.
       01  WS-NVR-STATUS             PIC XX.
       01  WS-RNK-STATUS             PIC XX.
       01  WS-REM-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).

       COPY TIN-VERIFY.

      *--- Merge keys (TIN + name); HIGH-VALUES at end of file ---
       01  WS-RSP-MATCH-KEY.
           05  WS-RSP-TIN            PIC X(9).
           05  WS-RSP-NAME           PIC X(40).
       01  WS-VBT-MATCH-KEY.
           05  WS-VBT-TIN            PIC X(9).
           05  WS-VBT-NAME           PIC X(40).
       01  WS-RSP-POSTED             PIC X(1).

      *--- Counters ---
       01  WS-RESPONSES-READ         PIC 9(7) VALUE 0.
       01  WS-UNMATCHED-COUNT        PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT           PIC 9(7) VALUE 0.
       01  WS-VERIFIED-COUNT         PIC 9(7) VALUE 0.
       01  WS-MISMATCH-COUNT         PIC 9(7) VALUE 0.
       01  WS-RESUBMIT-COUNT         PIC 9(7) VALUE 0.
       01  WS-WORKLIST-COUNT         PIC 9(5) VALUE 0.
       01  WS-WORKLIST-AT-STAKE      PIC S9(13)V99 VALUE 0.

      *--- Report ---
       01  RSP-TITLE-LINE.
           05  FILLER                PIC X(50) VALUE
               'IRS TIN MATCHING RESPONSE POSTING'.
           05  FILLER                PIC X(15) VALUE
               'BUSINESS DATE: '.
           05  RTL-BUSINESS-DATE     PIC X(10).
           05  FILLER                PIC X(57) VALUE SPACES.

       01  RSP-SECTION-LINE.
           05  RSL-TEXT              PIC X(60).
           05  FILLER                PIC X(72) VALUE SPACES.

       01  RSP-UNMATCHED-HEADING.
           05  FILLER                PIC X(5) VALUE 'TYPE'.
           05  FILLER                PIC X(11) VALUE 'TIN'.
           05  FILLER                PIC X(41) VALUE 'NAME'.
           05  FILLER                PIC X(21) VALUE 'SUBMITTED FOR'.
           05  FILLER                PIC X(54) VALUE 'INDICATOR'.

       01  RSP-UNMATCHED-LINE.
           05  RUL-TIN-TYPE          PIC X(5).
           05  RUL-TIN               PIC X(11).
           05  RUL-NAME              PIC X(41).
           05  RUL-ACCOUNT           PIC X(21).
           05  RUL-INDICATOR         PIC X(1).
           05  FILLER                PIC X(53) VALUE SPACES.

       01  RSP-WORKLIST-HEADING.
           05  FILLER                PIC X(6) VALUE ' RANK'.
           05  FILLER                PIC X(6) VALUE 'SOURCE'.
           05  FILLER                PIC X(16) VALUE 'PARTY ID'.
           05  FILLER                PIC X(21) VALUE
                                     'ACCOUNT / TRUST'.
           05  FILLER                PIC X(31) VALUE 'NAME'.
           05  FILLER                PIC X(11) VALUE 'TIN'.
           05  FILLER                PIC X(20) VALUE 'IRS ANSWER'.
           05  FILLER                PIC X(21) VALUE
                                     '    COVERAGE AT STAKE'.

       01  RSP-WORKLIST-LINE.
           05  RWL-RANK              PIC ZZZZ9.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RWL-SOURCE            PIC X(6).
           05  RWL-PARTY-ID          PIC X(16).
           05  RWL-KEY-2             PIC X(21).
           05  RWL-NAME              PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  RWL-TIN               PIC X(11).
           05  RWL-REASON            PIC X(20).
           05  RWL-AT-STAKE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  RSP-TOTAL-LINE.
           05  RTOT-LABEL            PIC X(44).
           05  RTOT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                PIC X(3) VALUE SPACES.
           05  RTOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-INPUTS
           SORT POSTED-SORT-FILE
               ON ASCENDING KEY PSRT-KEY
               INPUT PROCEDURE 3000-POST-RESPONSES
               GIVING NEW-VERIFY-FILE
           PERFORM 4000-WRITE-WORKLIST
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           OPEN OUTPUT RESPONSE-REPORT-FILE
           MOVE WS-BUSINESS-DATE TO RTL-BUSINESS-DATE
           WRITE RESPONSE-REPORT-LINE FROM RSP-TITLE-LINE
           MOVE SPACES TO RESPONSE-REPORT-LINE
           WRITE RESPONSE-REPORT-LINE
           MOVE 'ANSWERS MATCHING NO RECORD -- ID OR NAME CHANGED'
               TO RSL-TEXT
           WRITE RESPONSE-REPORT-LINE FROM RSP-SECTION-LINE
           WRITE RESPONSE-REPORT-LINE FROM RSP-UNMATCHED-HEADING.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock. The IRS answer arrives days after the
      *    submission, so no predecessor is gated on.
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

       2000-SORT-INPUTS.
      *    Both sides into id and name order for the merge.
           OPEN INPUT TIN-RESPONSE-FILE
           IF WS-RSP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TIN MATCH RESPONSE FILE: '
                        WS-RSP-STATUS
               STOP RUN
           END-IF
           CLOSE TIN-RESPONSE-FILE
           OPEN INPUT PRIOR-VERIFY-FILE
           IF WS-PVR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TIN VERIFICATION FILE: '
                        WS-PVR-STATUS
               DISPLAY 'TIN-MATCH-SUBMIT HAS NOT RUN -- RUN ABORTED.'
               STOP RUN
           END-IF
           CLOSE PRIOR-VERIFY-FILE
           SORT RESPONSE-SORT-FILE
               ON ASCENDING KEY RSPS-TIN
                                RSPS-NAME
               USING TIN-RESPONSE-FILE
               GIVING SORTED-RESPONSE-FILE
           SORT VERIFY-SORT-FILE
               ON ASCENDING KEY VSRT-TIN
                                VSRT-NAME
               USING PRIOR-VERIFY-FILE
               GIVING VERIFY-BY-TIN-FILE.

       3000-POST-RESPONSES.
      *    Match-merge on id and name. One answer may post to
      *    several records (the same person as depositor and
      *    beneficiary), so the answer is held until the
      *    verification side moves past it.
           OPEN INPUT SORTED-RESPONSE-FILE
           OPEN INPUT VERIFY-BY-TIN-FILE
           PERFORM 3800-READ-RESPONSE
           PERFORM 3900-READ-VERIFY
           PERFORM UNTIL WS-RSP-MATCH-KEY = HIGH-VALUES
               AND WS-VBT-MATCH-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-VBT-MATCH-KEY < WS-RSP-MATCH-KEY
                       PERFORM 3200-RELEASE-VERIFY
                   WHEN WS-VBT-MATCH-KEY = WS-RSP-MATCH-KEY
                       PERFORM 3100-POST-ANSWER
                       PERFORM 3200-RELEASE-VERIFY
                   WHEN OTHER
                       IF WS-RSP-POSTED = 'N'
                           PERFORM 3300-LIST-UNMATCHED
                       END-IF
                       PERFORM 3800-READ-RESPONSE
               END-EVALUATE
           END-PERFORM
           CLOSE SORTED-RESPONSE-FILE
           CLOSE VERIFY-BY-TIN-FILE.

       3100-POST-ANSWER.
           MOVE 'Y' TO WS-RSP-POSTED
           IF TNV-INVALID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           MOVE TMR-INDICATOR TO TNV-IRS-INDICATOR
           MOVE WS-BUSINESS-DATE TO TNV-RESPONSE-DATE
           EVALUATE TRUE
               WHEN TMR-MATCHED
                   SET TNV-VERIFIED TO TRUE
                   MOVE WS-BUSINESS-DATE TO TNV-VERIFIED-DATE
                   ADD 1 TO WS-VERIFIED-COUNT
               WHEN TMR-MISMATCHED
                   SET TNV-MISMATCH TO TRUE
                   ADD 1 TO WS-MISMATCH-COUNT
               WHEN OTHER
                   SET TNV-RESUBMIT TO TRUE
                   ADD 1 TO WS-RESUBMIT-COUNT
           END-EVALUATE.

       3200-RELEASE-VERIFY.
           ADD 1 TO WS-RECORDS-WRITTEN
           RELEASE PSRT-REC FROM TIN-VERIFY-REC
           PERFORM 3900-READ-VERIFY.

       3300-LIST-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE TMR-TIN-TYPE  TO RUL-TIN-TYPE
           MOVE TMR-TIN       TO RUL-TIN
           MOVE TMR-NAME      TO RUL-NAME
           MOVE TMR-ACCOUNT   TO RUL-ACCOUNT
           MOVE TMR-INDICATOR TO RUL-INDICATOR
           WRITE RESPONSE-REPORT-LINE FROM RSP-UNMATCHED-LINE.

       3800-READ-RESPONSE.
           MOVE 'N' TO WS-RSP-POSTED
           READ SORTED-RESPONSE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-RSP-MATCH-KEY
               NOT AT END
                   ADD 1 TO WS-RESPONSES-READ
                   MOVE TMR-TIN  TO WS-RSP-TIN
                   MOVE TMR-NAME TO WS-RSP-NAME
           END-READ.

       3900-READ-VERIFY.
           READ VERIFY-BY-TIN-FILE INTO TIN-VERIFY-REC
               AT END
                   MOVE HIGH-VALUES TO WS-VBT-MATCH-KEY
               NOT AT END
                   MOVE TNV-TIN  TO WS-VBT-TIN
                   MOVE TNV-NAME TO WS-VBT-NAME
           END-READ.

       4000-WRITE-WORKLIST.
      *    Every open mismatch, largest coverage at stake first.
           SORT RANK-SORT-FILE
               ON DESCENDING KEY RSRT-AT-STAKE
               ON ASCENDING KEY RSRT-KEY
               INPUT PROCEDURE 4100-RELEASE-MISMATCHES
               GIVING RANKED-MISMATCH-FILE
           IF WS-UNMATCHED-COUNT = 0
               MOVE '  NONE' TO RESPONSE-REPORT-LINE
               WRITE RESPONSE-REPORT-LINE
           END-IF
           MOVE SPACES TO RESPONSE-REPORT-LINE
           WRITE RESPONSE-REPORT-LINE
           MOVE 'REMEDIATION WORKLIST -- IRS MISMATCHES BY COVERAGE'
               TO RSL-TEXT
           WRITE RESPONSE-REPORT-LINE FROM RSP-SECTION-LINE
           WRITE RESPONSE-REPORT-LINE FROM RSP-WORKLIST-HEADING
           OPEN INPUT RANKED-MISMATCH-FILE
           OPEN OUTPUT REMEDIATION-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RANKED-MISMATCH-FILE INTO TIN-VERIFY-REC
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 4200-WRITE-REMEDIATION
               END-READ
           END-PERFORM
           CLOSE RANKED-MISMATCH-FILE
           CLOSE REMEDIATION-FILE
           IF WS-WORKLIST-COUNT = 0
               MOVE '  NONE' TO RESPONSE-REPORT-LINE
               WRITE RESPONSE-REPORT-LINE
           END-IF.

       4100-RELEASE-MISMATCHES.
           OPEN INPUT NEW-VERIFY-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ NEW-VERIFY-FILE INTO TIN-VERIFY-REC
                   AT END MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TNV-MISMATCH
                           RELEASE RSRT-REC FROM TIN-VERIFY-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-VERIFY-FILE.

       4200-WRITE-REMEDIATION.
           ADD 1 TO WS-WORKLIST-COUNT
           ADD TNV-COVERAGE-AT-STAKE TO WS-WORKLIST-AT-STAKE
           MOVE SPACES TO REMEDIATION-REC
           MOVE WS-WORKLIST-COUNT     TO REM-RANK
           MOVE TNV-SOURCE            TO REM-SOURCE
           MOVE TNV-PARTY-ID          TO REM-PARTY-ID
           MOVE TNV-KEY-2             TO REM-KEY-2
           MOVE TNV-NAME              TO REM-NAME
           MOVE TNV-TIN               TO REM-TIN
           MOVE TNV-RAW-ID            TO REM-RAW-ID
           MOVE TNV-IRS-INDICATOR     TO REM-IRS-INDICATOR
           EVALUATE TNV-IRS-INDICATOR
               WHEN '1'
                   MOVE 'TIN NOT NINE DIGITS' TO REM-REASON
               WHEN '2'
                   MOVE 'TIN NOT ISSUED' TO REM-REASON
               WHEN OTHER
                   MOVE 'TIN/NAME MISMATCH' TO REM-REASON
           END-EVALUATE
           MOVE TNV-RESPONSE-DATE     TO REM-RESPONSE-DATE
           MOVE TNV-COVERAGE-AT-STAKE TO REM-AT-STAKE
           WRITE REMEDIATION-REC
           MOVE WS-WORKLIST-COUNT     TO RWL-RANK
           MOVE TNV-SOURCE            TO RWL-SOURCE
           MOVE TNV-PARTY-ID          TO RWL-PARTY-ID
           MOVE TNV-KEY-2             TO RWL-KEY-2
           MOVE TNV-NAME              TO RWL-NAME
           MOVE TNV-TIN               TO RWL-TIN
           MOVE REM-REASON            TO RWL-REASON
           MOVE TNV-COVERAGE-AT-STAKE TO RWL-AT-STAKE
           WRITE RESPONSE-REPORT-LINE FROM RSP-WORKLIST-LINE.

       9000-FINALIZE.
           MOVE SPACES TO RESPONSE-REPORT-LINE
           WRITE RESPONSE-REPORT-LINE
           MOVE 'POSTING SUMMARY' TO RSL-TEXT
           WRITE RESPONSE-REPORT-LINE FROM RSP-SECTION-LINE
           MOVE 0 TO RTOT-AMOUNT
           MOVE 'IRS ANSWERS READ' TO RTOT-LABEL
           MOVE WS-RESPONSES-READ TO RTOT-COUNT
           WRITE RESPONSE-REPORT-LINE FROM RSP-TOTAL-LINE
           MOVE '  MATCHING NO RECORD' TO RTOT-LABEL
           MOVE WS-UNMATCHED-COUNT TO RTOT-COUNT
           WRITE RESPONSE-REPORT-LINE FROM RSP-TOTAL-LINE
           MOVE 'RECORDS POSTED' TO RTOT-LABEL
           MOVE WS-POSTED-COUNT TO RTOT-COUNT
           WRITE RESPONSE-REPORT-LINE FROM RSP-TOTAL-LINE
           MOVE '  VERIFIED' TO RTOT-LABEL
           MOVE WS-VERIFIED-COUNT TO RTOT-COUNT
           WRITE RESPONSE-REPORT-LINE FROM RSP-TOTAL-LINE
           MOVE '  MISMATCH' TO RTOT-LABEL
           MOVE WS-MISMATCH-COUNT TO RTOT-COUNT
           WRITE RESPONSE-REPORT-LINE FROM RSP-TOTAL-LINE
           MOVE '  NOT PROCESSED, TO BE RESUBMITTED' TO RTOT-LABEL
           MOVE WS-RESUBMIT-COUNT TO RTOT-COUNT
           WRITE RESPONSE-REPORT-LINE FROM RSP-TOTAL-LINE
           MOVE 'OPEN MISMATCHES ON WORKLIST' TO RTOT-LABEL
           MOVE WS-WORKLIST-COUNT TO RTOT-COUNT
           MOVE WS-WORKLIST-AT-STAKE TO RTOT-AMOUNT
           WRITE RESPONSE-REPORT-LINE FROM RSP-TOTAL-LINE
           MOVE 0 TO RTOT-AMOUNT
           MOVE 'VERIFICATION RECORDS WRITTEN' TO RTOT-LABEL
           MOVE WS-RECORDS-WRITTEN TO RTOT-COUNT
           WRITE RESPONSE-REPORT-LINE FROM RSP-TOTAL-LINE
           CLOSE RESPONSE-REPORT-FILE
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'TIN MATCHING RESPONSE POSTING COMPLETE'
           DISPLAY '  BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY '  ANSWERS READ:           ' WS-RESPONSES-READ
           DISPLAY '  MATCHING NO RECORD:     ' WS-UNMATCHED-COUNT
           DISPLAY '  RECORDS POSTED:         ' WS-POSTED-COUNT
           DISPLAY '  VERIFIED:               ' WS-VERIFIED-COUNT
           DISPLAY '  MISMATCH:               ' WS-MISMATCH-COUNT
           DISPLAY '  TO BE RESUBMITTED:      ' WS-RESUBMIT-COUNT
           DISPLAY '  WORKLIST ENTRIES:       ' WS-WORKLIST-COUNT.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'TIN-MATCH-RESPONSE' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
