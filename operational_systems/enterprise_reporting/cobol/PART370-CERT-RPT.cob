      * REGULATION: FDIC IT Guide v3.0, 12 CFR Part 370
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  The package now carries the ownership
      *               documentation deficiency counts per document
      *               category (DOCDEFST, written by the new
      *               DOC-DEFICIENCY-RPT, see
      *               DOC-DEFICIENCY-SUMMARY.cpy) beneath the ORC
      *               totals, and the run gates on that job's
      *               completion for the same business date.
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  RSLT-RECORD mirror picks up the new
      *               RSLT-RESTRAINED-AMT / RSLT-RESTRAINT-TYPE
      *               (legal restraints; record 185 -> 202 bytes).
      *   2026-09-03  The summary now joins the maintained
      *               covered-institution reference (INSTREF, see
      *               INSTITUTION-REF.cpy): each institution block
           SELECT INSTITUTION-REF-FILE ASSIGN TO 'INSTREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INS-STATUS.
           SELECT DOC-DEFICIENCY-FILE ASSIGN TO 'DOCDEFST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-LINE          PIC X(132).
       FD  INSTITUTION-REF-FILE.
           COPY INSTITUTION-REF.

       FD  DOC-DEFICIENCY-FILE.
           COPY DOC-DEFICIENCY-SUMMARY.

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-BUSINESS-DATE           PIC X(10).
       01  WS-PRED-DEPCALC-DONE       PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-DOCDEF-DONE        PIC X VALUE 'N'.
       01  WS-DDS-STATUS              PIC XX.

       01  CERT-LINE-DOC-HEADING.
           05  FILLER PIC X(6)  VALUE 'DOC'.
           05  FILLER PIC X(31) VALUE 'CATEGORY'.
           05  FILLER PIC X(11) VALUE '   RELIANT'.
           05  FILLER PIC X(11) VALUE ' DEFICIENT'.
           05  FILLER PIC X(21) VALUE '     INSURED AT STAKE'.

       01  CERT-LINE-DOC.
           05  CLDOC-DOC-TYPE          PIC X(4).
           05  FILLER                  PIC X(2).
           05  CLDOC-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(1).
           05  CLDOC-REQUIRED          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2).
           05  CLDOC-DEFICIENT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2).
           05  CLDOC-AT-STAKE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  CERT-LINE-DETAIL.
           05  CLD-SYSTEM             PIC X(9).
           PERFORM 2000-ACCUMULATE-DEPOSIT UNTIL DEPOSIT-EOF
           PERFORM 2500-ACCUMULATE-TRUST UNTIL TRUST-EOF
           PERFORM 3000-WRITE-CERT-REPORT
           PERFORM 3500-WRITE-DOC-DEFICIENCIES
           PERFORM 9000-FINALIZE
           STOP RUN.

           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-DEPCALC-DONE
           MOVE 'N' TO WS-PRED-TRSTCALC-DONE
           MOVE 'N' TO WS-PRED-DOCDEF-DONE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RUN CONTROL FILE: '
                                   MOVE 'Y' TO WS-PRED-DEPCALC-DONE
                               WHEN 'TRUST-INSURANCE-CALC'
                                   MOVE 'Y' TO WS-PRED-TRSTCALC-DONE
                               WHEN 'DOC-DEFICIENCY-RPT'
                                   MOVE 'Y' TO WS-PRED-DOCDEF-DONE
                           END-EVALUATE
                       END-IF
               END-READ
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-DOCDEF-DONE = 'N'
               DISPLAY 'PREDECESSOR DOC-DEFICIENCY-RPT NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-INSTITUTION-REF.
           MOVE CERT-LINE-DETAIL TO CERT-REPORT-LINE
           WRITE CERT-REPORT-LINE.

       3500-WRITE-DOC-DEFICIENCIES.
      *    The determinations resting on a document not on file,
      *    per category, as DOC-DEFICIENCY-RPT counted them for
      *    this same business date.
           MOVE SPACES TO CERT-REPORT-LINE
           WRITE CERT-REPORT-LINE
           MOVE SPACES TO CERT-REPORT-LINE
           STRING 'OWNERSHIP DOCUMENTATION DEFICIENCIES'
               DELIMITED SIZE INTO CERT-REPORT-LINE
           WRITE CERT-REPORT-LINE
           MOVE CERT-LINE-DOC-HEADING TO CERT-REPORT-LINE
           WRITE CERT-REPORT-LINE
           OPEN INPUT DOC-DEFICIENCY-FILE
           IF WS-DDS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DOCUMENT DEFICIENCY COUNTS: '
                        WS-DDS-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-DDS-STATUS NOT = '00'
               READ DOC-DEFICIENCY-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF DDS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           DISPLAY 'DOCUMENT DEFICIENCY COUNTS ARE '
                                    'FOR ' DDS-BUSINESS-DATE
                                    ' -- RUN ABORTED.'
                           STOP RUN
                       END-IF
                       MOVE SPACES TO CERT-LINE-DOC
                       MOVE DDS-DOC-TYPE TO CLDOC-DOC-TYPE
                       MOVE DDS-DOC-DESCRIPTION TO CLDOC-DESCRIPTION
                       MOVE DDS-REQUIRED-COUNT TO CLDOC-REQUIRED
                       MOVE DDS-DEFICIENT-COUNT TO CLDOC-DEFICIENT
                       MOVE DDS-AT-STAKE-AMT TO CLDOC-AT-STAKE
                       MOVE CERT-LINE-DOC TO CERT-REPORT-LINE
                       WRITE CERT-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE DOC-DEFICIENCY-FILE.

       9000-FINALIZE.
           CLOSE DEPOSIT-RESULT-FILE
           CLOSE TRUST-RESULT-FILE
