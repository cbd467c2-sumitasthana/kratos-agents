      *================================================================*
      * PROGRAM: COVERAGE-OPPORTUNITY-RPT
      * PURPOSE: Coverage maximization opportunities for
      *          relationship managers -- DEPOSITOR-COVERAGE-STMT
      *          says how much of a client's money is uninsured;
      *          this report says what to do about it. For every
      *          person with uninsured funds at a covered
      *          institution it works out the additional coverage
      *          each restructuring would buy:
      *            - adding eligible POD beneficiaries (PODSUMM
      *              gives the beneficiaries already counted), up
      *              to five per owner (12 CFR 330.10);
      *            - retitling single funds to joint with a spouse
      *              already on CUSTFILE (CUSTREL), each owner's
      *              half insured against that owner's existing
      *              joint interests from JNTOWNER (12 CFR 330.9);
      *            - moving IRA-eligible single funds into a
      *              certain retirement account (12 CFR 330.14);
      *            - placing the excess through the reciprocal
      *              network, up to its per-depositor capacity
      *              less what is already placed;
      *          and, through PARTY-XREF, adding beneficiaries to
      *          the person's revocable trusts on the trust side
      *          (RESULTOUT). Each option carries its dollar gain;
      *          the options for the same money are alternatives,
      *          so the largest is flagged as the best. Output:
      *            OPPPIPE - the pipeline extract (see
      *                      COVERAGE-OPPORTUNITY.cpy) in
      *                      relationship-manager order, largest
      *                      gain first, which the deposit retention
      *                      program loads directly;
      *            OPPRPT  - the ranked pipeline per relationship
      *                      manager (RMASSIGN) and per covered
      *                      institution.
      *          Parameters (OPPRPARM): the reciprocal network's
      *          per-depositor capacity (zero or no parameter: the
      *          network option is not offered) and the smallest
      *          gain worth an RM's call.
      * REGULATION: 12 CFR 330.9, 330.10, 330.14 (informational)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  RSLT-RECORD and RESULT-REC mirrors pick up the
      *               new RSLT-BLOCKED-FLAG / RES-BLOCKED-FLAG
      *               (sanctions-blocked accounts and trusts; records
      *               202 -> 203 and 203 -> 204 bytes).
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVERAGE-OPPORTUNITY-RPT.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-RESULT-FILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSLT-STATUS.
           SELECT RSLT-SORT-FILE ASSIGN TO 'OPPWK01'.
           SELECT SORTED-RSLT-FILE ASSIGN TO 'OPPRSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRS-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT RM-ASSIGNMENT-FILE ASSIGN TO 'RMASSIGN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RMA-STATUS.
           SELECT CUSTOMER-RELATION-FILE ASSIGN TO 'CUSTREL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRL-STATUS.
           SELECT OWNER-RESULT-FILE ASSIGN TO 'JNTOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOR-STATUS.
           SELECT POD-SUMMARY-FILE ASSIGN TO 'PODSUMM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODS-STATUS.
           SELECT TRUST-RESULT-FILE ASSIGN TO 'RESULTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRSLT-STATUS.
           SELECT PARTY-XREF-FILE ASSIGN TO 'PARTYXRF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XRF-STATUS.
           SELECT SMDIA-PARM-FILE ASSIGN TO 'SMDIAPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMDIAP-STATUS.
           SELECT OPP-PARM-FILE ASSIGN TO 'OPPRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RSLT-VALIDATE-STATUS-FILE ASSIGN TO 'RSLTVSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.
           SELECT OPP-WORK-FILE ASSIGN TO 'OPPWORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OWK-STATUS.
           SELECT RM-SORT-FILE ASSIGN TO 'OPPWK02'.
           SELECT OPP-PIPELINE-FILE ASSIGN TO 'OPPPIPE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PIPE-STATUS.
           SELECT INST-SORT-FILE ASSIGN TO 'OPPWK03'.
           SELECT OPP-BY-INST-FILE ASSIGN TO 'OPPINST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OINS-STATUS.
           SELECT OPP-REPORT-FILE ASSIGN TO 'OPPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       FD  DEPOSIT-RESULT-FILE.
       01  DRIN-RECORD             PIC X(203).

       SD  RSLT-SORT-FILE.
       01  RSRT-REC.
           05  FILLER              PIC X(20).
           05  RSRT-DEPOSITOR-ID   PIC X(15).
           05  RSRT-INSTITUTION-ID PIC X(5).
           05  FILLER              PIC X(163).

       FD  SORTED-RSLT-FILE.
       01  DRSLT-RECORD.
           05  DRSLT-ACCT-NUMBER     PIC X(20).
           05  DRSLT-DEPOSITOR-ID    PIC X(15).
           05  DRSLT-INSTITUTION-ID  PIC X(5).
           05  DRSLT-ORC-TYPE        PIC X(4).
           05  DRSLT-BALANCE         PIC S9(13)V99.
           05  DRSLT-INSURED-AMT     PIC S9(13)V99.
           05  DRSLT-UNINSURED-AMT   PIC S9(13)V99.
           05  DRSLT-CALC-METHOD     PIC X(20).
           05  DRSLT-ERROR-FLAG      PIC X(1).
           05  DRSLT-REASON-CODE     PIC X(3).
           05  DRSLT-TIMESTAMP       PIC X(26).
           05  DRSLT-ACCRUED-INT     PIC S9(13)V99.
           05  DRSLT-SWEEP-FLAG      PIC X(1).
           05  DRSLT-CURRENCY-CODE   PIC X(3).
           05  DRSLT-FX-RATE         PIC 9(5)V9(6).
           05  DRSLT-RECIP-FLAG      PIC X(1).
           05  DRSLT-RECIP-PLACED    PIC S9(13)V99.
           05  DRSLT-RESTRAINED-AMT  PIC S9(13)V99.
           05  DRSLT-RESTRAINT-TYPE  PIC X(2).
           05  DRSLT-BLOCKED-FLAG    PIC X(1).

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-MASTER.

       FD  RM-ASSIGNMENT-FILE.
           COPY RM-ASSIGNMENT.

       FD  CUSTOMER-RELATION-FILE.
           COPY CUSTOMER-RELATION.

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

      *    Mirrors PODS-RECORD in DEPOSIT-INSURANCE-CALC.cob: per
      *    depositor + institution, the distinct named
      *    beneficiaries already counted.
       FD  POD-SUMMARY-FILE.
       01  PODS-RECORD.
           05  PODS-DEPOSITOR-ID     PIC X(15).
           05  PODS-INSTITUTION-ID   PIC X(5).
           05  PODS-MERGER-BOOK      PIC X(15).
           05  PODS-BENE-COUNT       PIC 9(5).
           05  PODS-INSURED-CAP      PIC S9(13)V99.
           05  PODS-REV-BALANCE      PIC S9(13)V99.
           05  PODS-JOINT-FLAG       PIC X(1).
           05  FILLER                PIC X(9).

      *    Mirrors RESULT-REC in TRUST-INSURANCE-CALC.cob.
       FD  TRUST-RESULT-FILE.
       01  TRSLT-RECORD.
           05  TRSLT-TRUST-ID        PIC X(12).
           05  TRSLT-TRUST-NAME      PIC X(60).
           05  TRSLT-TRUST-TYPE      PIC X(3).
           05  TRSLT-ORC-TYPE        PIC X(5).
           05  TRSLT-GRANTOR-ID      PIC X(10).
           05  TRSLT-INSTITUTION-ID  PIC X(5).
           05  TRSLT-TOTAL-BALANCE   PIC S9(13)V99.
           05  TRSLT-BENE-COUNT      PIC 9(3).
           05  TRSLT-INSURED-AMT     PIC S9(13)V99.
           05  TRSLT-UNINSURED-AMT   PIC S9(13)V99.
           05  TRSLT-PENDING-AMT     PIC S9(13)V99.
           05  TRSLT-NONDEPOSIT-AMT  PIC S9(13)V99.
           05  TRSLT-CALC-METHOD     PIC X(20).
           05  TRSLT-STATUS          PIC X(10).
           05  TRSLT-BLOCKED-FLAG    PIC X(1).

       FD  PARTY-XREF-FILE.
           COPY PARTY-XREF.

      *    Mirrors SMDIA-PARM-REC in SMDIA-PARM.cpy.
       FD  SMDIA-PARM-FILE.
       01  SMDP-RECORD.
           05  SMDP-EFFECTIVE-DATE   PIC X(10).
           05  SMDP-AMOUNT           PIC S9(13)V99.
           05  FILLER                PIC X(20).

       FD  OPP-PARM-FILE.
       01  OPP-PARM-REC.
           05  OPPP-NETWORK-CAP      PIC S9(13)V99.
           05  OPPP-MIN-GAIN         PIC S9(13)V99.
           05  FILLER                PIC X(50).

       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       FD  OPP-WORK-FILE.
       01  OWK-RECORD                PIC X(200).

      *    Sort views of COVERAGE-OPPORTUNITY-REC.
       SD  RM-SORT-FILE.
       01  RMSRT-REC.
           05  RMSRT-RM-ID           PIC X(8).
           05  FILLER                PIC X(30).
           05  RMSRT-INSTITUTION-ID  PIC X(5).
           05  RMSRT-DEPOSITOR-ID    PIC X(15).
           05  FILLER                PIC X(64).
           05  RMSRT-GAIN-AMT        PIC S9(13)V99.
           05  FILLER                PIC X(63).

       SD  INST-SORT-FILE.
       01  INSRT-REC.
           05  INSRT-RM-ID           PIC X(8).
           05  FILLER                PIC X(30).
           05  INSRT-INSTITUTION-ID  PIC X(5).
           05  INSRT-DEPOSITOR-ID    PIC X(15).
           05  FILLER                PIC X(64).
           05  INSRT-GAIN-AMT        PIC S9(13)V99.
           05  FILLER                PIC X(63).

       FD  OPP-PIPELINE-FILE.
       01  PIPE-RECORD               PIC X(200).

       FD  OPP-BY-INST-FILE.
       01  OINS-RECORD               PIC X(200).

       FD  OPP-REPORT-FILE.
       01  OPP-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-SRS-STATUS             PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-RMA-STATUS             PIC XX.
       01  WS-CRL-STATUS             PIC XX.
       01  WS-JOR-STATUS             PIC XX.
       01  WS-PODS-STATUS            PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-XRF-STATUS             PIC XX.
       01  WS-SMDIAP-STATUS          PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-OWK-STATUS             PIC XX.
       01  WS-PIPE-STATUS            PIC XX.
       01  WS-OINS-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-EOF-RSLT               PIC X VALUE 'N'.
           88  RSLT-EOF              VALUE 'Y'.
       01  WS-EOF-FLAG               PIC X.
       01  WS-EOF-TRSLT              PIC X.

           COPY COVERAGE-OPPORTUNITY.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE     PIC X VALUE 'N'.
       01  WS-SMDIA                  PIC S9(13)V99 VALUE 250000.00.
      *    No capacity on file: the network option is not offered.
       01  WS-NETWORK-CAP            PIC S9(13)V99 VALUE 0.
       01  WS-MIN-GAIN               PIC S9(13)V99 VALUE 0.
       01  WS-POD-BENE-LIMIT         PIC 9(1) VALUE 5.

      *--- Party cross-reference, loaded once ---
       01  WS-XREF-COUNT             PIC 9(4) VALUE 0.
       01  WS-XREF-MAX               PIC 9(4) VALUE 2000.
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-XR-IDX.
               10  WS-XR-DEPOSITOR-ID PIC X(15).
               10  WS-XR-GRANTOR-ID   PIC X(10).

      *--- Current person (depositor) ---
       01  WS-GROUP-DEPOSITOR        PIC X(15).
       01  WS-PERSON-LOOKED-UP       PIC X(1).
       01  WS-PERSON-NAME            PIC X(30).
       01  WS-PERSON-ELIGIBLE        PIC X(1).
           88  PERSON-CAN-RETITLE    VALUE 'Y'.
       01  WS-PERSON-RM-ID           PIC X(8).
       01  WS-PERSON-RM-NAME         PIC X(30).
       01  WS-SPOUSE-ID              PIC X(15).
       01  WS-LOOKUP-CUST-ID         PIC X(15).
       01  WS-LOOKUP-FOUND           PIC X(1).
       01  WS-LOOKUP-NAME            PIC X(30).
       01  WS-LOOKUP-ELIGIBLE        PIC X(1).
       01  WS-OWN-JNT-INTEREST       PIC S9(13)V99.
       01  WS-SPOUSE-JNT-INTEREST    PIC S9(13)V99.
       01  WS-LINKED-GRANTOR         PIC X(10).

      *--- Current person + institution ---
       01  WS-GROUP-INSTITUTION      PIC X(5).
       01  WS-GRP-UNINSURED          PIC S9(13)V99.
       01  WS-GRP-SGL-UNINSURED      PIC S9(13)V99.
       01  WS-GRP-REV-INSURED        PIC S9(13)V99.
       01  WS-GRP-REV-UNINSURED      PIC S9(13)V99.
       01  WS-GRP-CRA-BALANCE        PIC S9(13)V99.
       01  WS-GRP-RECIP-PLACED       PIC S9(13)V99.
       01  WS-POD-BENE-COUNT         PIC 9(5).
       01  WS-POD-BENE-EDIT          PIC ZZZZ9.

      *--- Options for the current group, before the best is known ---
       01  WS-OPT-COUNT              PIC 9(1) VALUE 0.
       01  WS-OPT-MAX                PIC 9(1) VALUE 5.
       01  WS-OPT-BEST-SUB           PIC 9(1).
       01  WS-OPT-TABLE.
           05  WS-OPT-ENTRY OCCURS 5 TIMES
                            INDEXED BY WS-OPT-IDX.
               10  WS-OPT-CODE        PIC X(3).
               10  WS-OPT-UNINSURED   PIC S9(13)V99.
               10  WS-OPT-GAIN        PIC S9(13)V99.
               10  WS-OPT-RELATED-ID  PIC X(15).
               10  WS-OPT-DETAIL      PIC X(30).

      *--- One option being worked out ---
       01  WS-NEW-CODE               PIC X(3).
       01  WS-NEW-BASE               PIC S9(13)V99.
       01  WS-NEW-ROOM               PIC S9(13)V99.
       01  WS-NEW-GAIN               PIC S9(13)V99.
       01  WS-NEW-RELATED-ID         PIC X(15).
       01  WS-NEW-DETAIL             PIC X(30).
       01  WS-HALF-AMOUNT            PIC S9(13)V99.
       01  WS-OWNER-ROOM             PIC S9(13)V99.
       01  WS-TRUST-BENES-SHORT      PIC 9(3).

      *--- Report control ---
       01  WS-BREAK-KEY              PIC X(8).
       01  WS-RANK                   PIC 9(5).
       01  WS-BRK-OPTIONS            PIC 9(7).
       01  WS-BRK-BEST-GAIN          PIC S9(15)V99.
       01  WS-TOT-OPTIONS            PIC 9(7) VALUE 0.
       01  WS-TOT-BEST-GAIN          PIC S9(15)V99 VALUE 0.
       01  WS-PERSONS-SELECTED       PIC 9(7) VALUE 0.
       01  WS-GROUPS-WITH-OPTIONS    PIC 9(7) VALUE 0.
       01  WS-XREF-OVERFLOW          PIC 9(5) VALUE 0.

       01  OPP-HEADING-LINE.
           05  FILLER                PIC X(6) VALUE 'RANK'.
           05  FILLER                PIC X(16) VALUE 'DEPOSITOR'.
           05  FILLER                PIC X(26) VALUE 'NAME'.
           05  OHL-KEY-LABEL         PIC X(9) VALUE 'INST'.
           05  FILLER                PIC X(4) VALUE 'OPT'.
           05  FILLER                PIC X(17) VALUE
                                     '       UNINSURED'.
           05  FILLER                PIC X(17) VALUE
                                     '            GAIN'.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE 'DETAIL'.
           05  FILLER                PIC X(5) VALUE SPACES.

       01  OPP-DETAIL-LINE.
           05  ODL-RANK              PIC ZZZZ9.
           05  FILLER                PIC X(1).
           05  ODL-DEPOSITOR-ID      PIC X(16).
           05  ODL-NAME              PIC X(26).
           05  ODL-OTHER-KEY         PIC X(9).
           05  ODL-OPTION            PIC X(4).
           05  ODL-UNINSURED         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1).
           05  ODL-GAIN              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(1).
           05  ODL-BEST              PIC X(2).
           05  ODL-DETAIL            PIC X(30).
           05  FILLER                PIC X(5).

       01  OPP-TOTAL-LINE.
           05  OTL-LABEL             PIC X(40).
           05  OTL-OPTIONS           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(4).
           05  OTL-TEXT              PIC X(22)
                                     VALUE 'BEST-OPTION GAIN'.
           05  OTL-BEST-GAIN         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(38).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DEPOSITOR UNTIL RSLT-EOF
           CLOSE SORTED-RSLT-FILE
           CLOSE OPP-WORK-FILE
           PERFORM 6000-RANK-PIPELINE
           PERFORM 7000-PRINT-BY-RM
           PERFORM 7500-PRINT-BY-INSTITUTION
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1040-CHECK-RSLT-VALIDATE
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1060-LOAD-SMDIA-PARM
           PERFORM 1200-LOAD-PARM
           PERFORM 1300-LOAD-PARTY-XREF
           SORT RSLT-SORT-FILE
               ON ASCENDING KEY RSRT-DEPOSITOR-ID
                                RSRT-INSTITUTION-ID
               USING DEPOSIT-RESULT-FILE
               GIVING SORTED-RSLT-FILE
           OPEN INPUT SORTED-RSLT-FILE
           OPEN OUTPUT OPP-WORK-FILE
           READ SORTED-RSLT-FILE
               AT END SET RSLT-EOF TO TRUE
           END-READ.

       1040-CHECK-RSLT-VALIDATE.
      *    RSLTFILE-VALIDATE must be run ahead of this program each
      *    cycle -- a result file left short, duplicated, or
      *    unfooted by a calc mishap must not feed this output.
      *    Same convention as the calc's RECONSTS gate.
           OPEN INPUT RSLT-VALIDATE-STATUS-FILE
           IF WS-RVS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RSLT VALIDATE STATUS FILE: '
                        WS-RVS-STATUS
               STOP RUN
           END-IF
           READ RSLT-VALIDATE-STATUS-FILE
               AT END
                   DISPLAY 'RSLT VALIDATE STATUS FILE IS EMPTY -- '
                            'RSLTFILE-VALIDATE HAS NOT RUN THIS '
                            'CYCLE. RUN ABORTED.'
                   CLOSE RSLT-VALIDATE-STATUS-FILE
                   STOP RUN
           END-READ
           IF RVS-FAILED
               DISPLAY 'RSLTFILE FAILED VALIDATION ('
                        RVS-ERROR-COUNT
                        ' ERROR(S)) -- RUN ABORTED.'
               CLOSE RSLT-VALIDATE-STATUS-FILE
               STOP RUN
           END-IF
           CLOSE RSLT-VALIDATE-STATUS-FILE.

       1060-LOAD-SMDIA-PARM.
      *    WS-SMDIA keeps its literal fallback value unless the
      *    parameter file opens and has a record effective on or
      *    before the run date -- the latest such record wins.
           OPEN INPUT SMDIA-PARM-FILE
           IF WS-SMDIAP-STATUS = '00'
               PERFORM UNTIL WS-SMDIAP-STATUS NOT = '00'
                   READ SMDIA-PARM-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF SMDP-EFFECTIVE-DATE
                               NOT > WS-BUSINESS-DATE
                               MOVE SMDP-AMOUNT TO WS-SMDIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SMDIA-PARM-FILE
           END-IF.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the run-
      *    control file written by CYCLE-OPEN -- never the system
      *    clock. Both calcs must have finished for the same
      *    business date, since the trust side feeds the pipeline
      *    too.
           MOVE SPACES TO WS-BUSINESS-DATE
           MOVE 'N' TO WS-PRED-DEPCALC-DONE
           MOVE 'N' TO WS-PRED-TRSTCALC-DONE
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
                       IF RC-JOB-COMPLETE-REC
                           AND RC-BUSINESS-DATE
                               = WS-BUSINESS-DATE
                           EVALUATE RC-JOB-NAME
                               WHEN 'DEPOSIT-INSURANCE-CALC'
                                   MOVE 'Y' TO WS-PRED-DEPCALC-DONE
                               WHEN 'TRUST-INSURANCE-CALC'
                                   MOVE 'Y' TO WS-PRED-TRSTCALC-DONE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY 'NO BUSINESS DATE ON RUN CONTROL FILE '
                        '-- CYCLE-OPEN HAS NOT RUN. ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-DEPCALC-DONE = 'N'
               DISPLAY 'PREDECESSOR DEPOSIT-INSURANCE-CALC NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           IF WS-PRED-TRSTCALC-DONE = 'N'
               DISPLAY 'PREDECESSOR TRUST-INSURANCE-CALC NOT '
                        'COMPLETE FOR THIS BUSINESS DATE '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-PARM.
           OPEN INPUT OPP-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ OPP-PARM-FILE
                   NOT AT END
                       IF OPPP-NETWORK-CAP NUMERIC
                           AND OPPP-NETWORK-CAP > 0
                           MOVE OPPP-NETWORK-CAP TO WS-NETWORK-CAP
                       END-IF
                       IF OPPP-MIN-GAIN NUMERIC
                           AND OPPP-MIN-GAIN > 0
                           MOVE OPPP-MIN-GAIN TO WS-MIN-GAIN
                       END-IF
               END-READ
               CLOSE OPP-PARM-FILE
           END-IF
           IF WS-NETWORK-CAP = 0
               DISPLAY 'NO RECIPROCAL NETWORK CAPACITY IN OPPRPARM '
                        '-- NETWORK OPTION NOT OFFERED'
           END-IF.

       1300-LOAD-PARTY-XREF.
      *    One load of the cross-reference, same as the other
      *    enterprise identity joins. Without it the trust-side
      *    options would silently drop out of the pipeline.
           OPEN INPUT PARTY-XREF-FILE
           IF WS-XRF-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PARTY XREF FILE: ' WS-XRF-STATUS
               DISPLAY 'PARTY-IDENTITY-MATCH HAS NOT RUN -- '
                        'RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-XRF-STATUS NOT = '00'
               READ PARTY-XREF-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-XREF-COUNT < WS-XREF-MAX
                           ADD 1 TO WS-XREF-COUNT
                           SET WS-XR-IDX TO WS-XREF-COUNT
                           MOVE XRF-DEPOSITOR-ID TO
                               WS-XR-DEPOSITOR-ID(WS-XR-IDX)
                           MOVE XRF-GRANTOR-ID TO
                               WS-XR-GRANTOR-ID(WS-XR-IDX)
                       ELSE
                           ADD 1 TO WS-XREF-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTY-XREF-FILE.

       2000-PROCESS-DEPOSITOR.
           MOVE DRSLT-DEPOSITOR-ID TO WS-GROUP-DEPOSITOR
           MOVE 'N' TO WS-PERSON-LOOKED-UP
           PERFORM UNTIL RSLT-EOF
               OR DRSLT-DEPOSITOR-ID NOT = WS-GROUP-DEPOSITOR
               PERFORM 2100-PROCESS-INSTITUTION
           END-PERFORM
           PERFORM 4000-TRUST-OPPORTUNITIES.

       2100-PROCESS-INSTITUTION.
      *    Coverage is per person per covered institution, so the
      *    options are worked out one institution at a time.
           MOVE DRSLT-INSTITUTION-ID TO WS-GROUP-INSTITUTION
           MOVE 0 TO WS-GRP-UNINSURED
           MOVE 0 TO WS-GRP-SGL-UNINSURED
           MOVE 0 TO WS-GRP-REV-INSURED
           MOVE 0 TO WS-GRP-REV-UNINSURED
           MOVE 0 TO WS-GRP-CRA-BALANCE
           MOVE 0 TO WS-GRP-RECIP-PLACED
           PERFORM UNTIL RSLT-EOF
               OR DRSLT-DEPOSITOR-ID NOT = WS-GROUP-DEPOSITOR
               OR DRSLT-INSTITUTION-ID NOT = WS-GROUP-INSTITUTION
               PERFORM 2110-ACCUMULATE-RESULT
               READ SORTED-RSLT-FILE
                   AT END SET RSLT-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-GRP-UNINSURED > 0
               PERFORM 2900-LOOKUP-PERSON
               PERFORM 3000-BUILD-OPTIONS
               PERFORM 3900-WRITE-GROUP-OPTIONS
           END-IF.

       2110-ACCUMULATE-RESULT.
           ADD DRSLT-UNINSURED-AMT TO WS-GRP-UNINSURED
           ADD DRSLT-RECIP-PLACED  TO WS-GRP-RECIP-PLACED
           EVALUATE DRSLT-ORC-TYPE
               WHEN 'SGL'
                   ADD DRSLT-UNINSURED-AMT TO WS-GRP-SGL-UNINSURED
               WHEN 'REV'
                   ADD DRSLT-INSURED-AMT   TO WS-GRP-REV-INSURED
                   ADD DRSLT-UNINSURED-AMT TO WS-GRP-REV-UNINSURED
               WHEN 'CRA'
                   ADD DRSLT-BALANCE       TO WS-GRP-CRA-BALANCE
           END-EVALUATE.

       2900-LOOKUP-PERSON.
      *    Once per person, on the first institution with uninsured
      *    funds: name and eligibility from CUSTFILE, the
      *    relationship manager, and -- for a living natural
      *    person -- the spouse and both spouses' existing joint
      *    interests.
           IF WS-PERSON-LOOKED-UP = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-PERSON-LOOKED-UP
           ADD 1 TO WS-PERSONS-SELECTED
           MOVE WS-GROUP-DEPOSITOR TO WS-LOOKUP-CUST-ID
           PERFORM 2910-LOOKUP-CUSTOMER
           IF WS-LOOKUP-FOUND = 'Y'
               MOVE WS-LOOKUP-NAME TO WS-PERSON-NAME
           ELSE
               MOVE 'NOT ON CUSTFILE' TO WS-PERSON-NAME
           END-IF
           MOVE WS-LOOKUP-ELIGIBLE TO WS-PERSON-ELIGIBLE
           PERFORM 2920-LOOKUP-RM
           MOVE SPACES TO WS-SPOUSE-ID
           MOVE 0 TO WS-OWN-JNT-INTEREST
           MOVE 0 TO WS-SPOUSE-JNT-INTEREST
           IF PERSON-CAN-RETITLE
               PERFORM 2930-LOOKUP-SPOUSE
               IF WS-SPOUSE-ID NOT = SPACES
                   MOVE WS-SPOUSE-ID TO WS-LOOKUP-CUST-ID
                   PERFORM 2910-LOOKUP-CUSTOMER
                   IF WS-LOOKUP-ELIGIBLE NOT = 'Y'
      *                A deceased spouse, or a pairing to a record
      *                no longer on CUSTFILE, cannot co-own.
                       MOVE SPACES TO WS-SPOUSE-ID
                   END-IF
               END-IF
               PERFORM 2940-SUM-JOINT-INTERESTS
           END-IF.

       2910-LOOKUP-CUSTOMER.
      *    BUG: Sequential scan of CUSTFILE per lookup -- same
      *    tradeoff as DEPOSITOR-COVERAGE-STMT; only people with
      *    uninsured funds (and their spouses) are looked up.
           MOVE 'N' TO WS-LOOKUP-FOUND
           MOVE 'N' TO WS-LOOKUP-ELIGIBLE
           MOVE SPACES TO WS-LOOKUP-NAME
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-EOF-FLAG NOT = 'Y'
                   AND CUST-DEPOSITOR-ID = WS-LOOKUP-CUST-ID
                   MOVE 'Y' TO WS-LOOKUP-FOUND
                   MOVE CUST-NAME TO WS-LOOKUP-NAME
      *            Retitling options need a living natural person.
                   IF CUST-IS-PERSON AND NOT CUST-DECEASED
                       MOVE 'Y' TO WS-LOOKUP-ELIGIBLE
                   END-IF
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       2920-LOOKUP-RM.
      *    BUG: Sequential scan of RMASSIGN per person, same
      *    tradeoff as 2910 above.
           MOVE SPACES TO WS-PERSON-RM-ID
           MOVE 'UNASSIGNED' TO WS-PERSON-RM-NAME
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RM-ASSIGNMENT-FILE
           IF WS-RMA-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RM-ASSIGNMENT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-EOF-FLAG NOT = 'Y'
                   AND RMA-DEPOSITOR-ID = WS-GROUP-DEPOSITOR
                   MOVE RMA-RM-ID   TO WS-PERSON-RM-ID
                   MOVE RMA-RM-NAME TO WS-PERSON-RM-NAME
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE RM-ASSIGNMENT-FILE.

       2930-LOOKUP-SPOUSE.
      *    BUG: Sequential scan of CUSTREL per person, same
      *    tradeoff as 2910 above.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CUSTOMER-RELATION-FILE
           IF WS-CRL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-RELATION-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-EOF-FLAG NOT = 'Y'
                   AND CRL-DEPOSITOR-ID = WS-GROUP-DEPOSITOR
                   AND CRL-SPOUSE
                   AND CRL-RELATED-ID NOT = SPACES
                   MOVE CRL-RELATED-ID TO WS-SPOUSE-ID
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE CUSTOMER-RELATION-FILE.

       2940-SUM-JOINT-INTERESTS.
      *    Each owner's existing joint interests, from the owner-
      *    level joint detail ('JNT', or blank on older records).
      *    JNTOWNER carries no institution, so the interests are
      *    summed across all of them -- the room left is
      *    understated, never overstated, for a multi-charter
      *    customer.
      *    BUG: Sequential scan of JNTOWNER per person, same
      *    tradeoff as 2910 above.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OWNER-RESULT-FILE
           IF WS-JOR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OWNER-RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-EOF-FLAG NOT = 'Y'
                   AND (JOR-ORC-TYPE = 'JNT' OR JOR-ORC-TYPE = SPACES)
                   IF JOR-OWNER-ID = WS-GROUP-DEPOSITOR
                       ADD JOR-INSURED-AMT   TO WS-OWN-JNT-INTEREST
                       ADD JOR-UNINSURED-AMT TO WS-OWN-JNT-INTEREST
                   END-IF
                   IF WS-SPOUSE-ID NOT = SPACES
                       AND JOR-OWNER-ID = WS-SPOUSE-ID
                       ADD JOR-INSURED-AMT
                           TO WS-SPOUSE-JNT-INTEREST
                       ADD JOR-UNINSURED-AMT
                           TO WS-SPOUSE-JNT-INTEREST
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OWNER-RESULT-FILE.

       3000-BUILD-OPTIONS.
           MOVE 0 TO WS-OPT-COUNT
           IF PERSON-CAN-RETITLE
               PERFORM 3100-OPTION-POD-BENES
               IF WS-SPOUSE-ID NOT = SPACES
                   PERFORM 3200-OPTION-JOINT-SPOUSE
               END-IF
               PERFORM 3300-OPTION-RETIREMENT
           END-IF
           IF WS-NETWORK-CAP > 0
               PERFORM 3400-OPTION-RECIP-NETWORK
           END-IF.

       3100-OPTION-POD-BENES.
      *    Single funds retitled to POD, and REV funds over the
      *    owner's current beneficiary caps, are insured up to the
      *    SMDIA per eligible beneficiary, five at most -- less
      *    what the owner's REV accounts here already insure.
           COMPUTE WS-NEW-BASE =
               WS-GRP-SGL-UNINSURED + WS-GRP-REV-UNINSURED
           IF WS-NEW-BASE NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NEW-ROOM
           IF WS-GRP-REV-INSURED < WS-SMDIA * WS-POD-BENE-LIMIT
               COMPUTE WS-NEW-ROOM =
                   WS-SMDIA * WS-POD-BENE-LIMIT - WS-GRP-REV-INSURED
           END-IF
           PERFORM 3110-FIND-POD-SUMMARY
           MOVE WS-POD-BENE-COUNT TO WS-POD-BENE-EDIT
           MOVE 'POD' TO WS-NEW-CODE
           MOVE SPACES TO WS-NEW-RELATED-ID
           MOVE SPACES TO WS-NEW-DETAIL
           STRING 'ADD POD BENES, NOW ' WS-POD-BENE-EDIT
               DELIMITED SIZE INTO WS-NEW-DETAIL
           PERFORM 3800-ADD-OPTION.

       3110-FIND-POD-SUMMARY.
      *    BUG: Sequential scan of PODSUMM per person + institution,
      *    same tradeoff as 2910 above.
           MOVE 0 TO WS-POD-BENE-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT POD-SUMMARY-FILE
           IF WS-PODS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ POD-SUMMARY-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-EOF-FLAG NOT = 'Y'
                   AND PODS-DEPOSITOR-ID = WS-GROUP-DEPOSITOR
                   AND PODS-INSTITUTION-ID = WS-GROUP-INSTITUTION
                   MOVE PODS-BENE-COUNT TO WS-POD-BENE-COUNT
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-PERFORM
           CLOSE POD-SUMMARY-FILE.

       3200-OPTION-JOINT-SPOUSE.
      *    Single funds retitled joint with the spouse: each
      *    owner's half is insured up to what that owner's
      *    existing joint interests leave of the SMDIA.
           MOVE WS-GRP-SGL-UNINSURED TO WS-NEW-BASE
           IF WS-NEW-BASE NOT > 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HALF-AMOUNT ROUNDED = WS-NEW-BASE / 2
           MOVE 0 TO WS-NEW-ROOM
           MOVE 0 TO WS-OWNER-ROOM
           IF WS-OWN-JNT-INTEREST < WS-SMDIA
               COMPUTE WS-OWNER-ROOM = WS-SMDIA - WS-OWN-JNT-INTEREST
           END-IF
           IF WS-OWNER-ROOM > WS-HALF-AMOUNT
               MOVE WS-HALF-AMOUNT TO WS-OWNER-ROOM
           END-IF
           ADD WS-OWNER-ROOM TO WS-NEW-ROOM
           MOVE 0 TO WS-OWNER-ROOM
           IF WS-SPOUSE-JNT-INTEREST < WS-SMDIA
               COMPUTE WS-OWNER-ROOM =
                   WS-SMDIA - WS-SPOUSE-JNT-INTEREST
           END-IF
           IF WS-OWNER-ROOM > WS-HALF-AMOUNT
               MOVE WS-HALF-AMOUNT TO WS-OWNER-ROOM
           END-IF
           ADD WS-OWNER-ROOM TO WS-NEW-ROOM
           MOVE 'JNT' TO WS-NEW-CODE
           MOVE WS-SPOUSE-ID TO WS-NEW-RELATED-ID
           MOVE 'RETITLE JOINT WITH SPOUSE' TO WS-NEW-DETAIL
           PERFORM 3800-ADD-OPTION.

       3300-OPTION-RETIREMENT.
      *    Single funds moved into a certain retirement account
      *    are insured up to what the owner's CRA balance here
      *    leaves of the SMDIA. Whether the money is IRA-eligible
      *    (contribution or rollover) is the RM's call with the
      *    client; the option is sized, not qualified.
           MOVE WS-GRP-SGL-UNINSURED TO WS-NEW-BASE
           IF WS-NEW-BASE NOT > 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NEW-ROOM
           IF WS-GRP-CRA-BALANCE < WS-SMDIA
               COMPUTE WS-NEW-ROOM = WS-SMDIA - WS-GRP-CRA-BALANCE
           END-IF
           MOVE 'CRA' TO WS-NEW-CODE
           MOVE SPACES TO WS-NEW-RELATED-ID
           MOVE 'IRA FUNDS TO CRA - VERIFY ELIG' TO WS-NEW-DETAIL
           PERFORM 3800-ADD-OPTION.

       3400-OPTION-RECIP-NETWORK.
      *    Any uninsured funds, whatever the category, can be
      *    placed away through the network -- up to its
      *    per-depositor capacity less what this depositor
      *    already has placed from this institution.
           MOVE WS-GRP-UNINSURED TO WS-NEW-BASE
           MOVE 0 TO WS-NEW-ROOM
           IF WS-GRP-RECIP-PLACED < WS-NETWORK-CAP
               COMPUTE WS-NEW-ROOM =
                   WS-NETWORK-CAP - WS-GRP-RECIP-PLACED
           END-IF
           MOVE 'RCP' TO WS-NEW-CODE
           MOVE SPACES TO WS-NEW-RELATED-ID
           MOVE 'PLACE THROUGH RECIP NETWORK' TO WS-NEW-DETAIL
           PERFORM 3800-ADD-OPTION.

       3800-ADD-OPTION.
      *    The gain is the uninsured money the option would cover,
      *    limited by the room it opens up; an option under the
      *    parameter minimum is not worth a call and is dropped.
           IF WS-NEW-ROOM < WS-NEW-BASE
               MOVE WS-NEW-ROOM TO WS-NEW-GAIN
           ELSE
               MOVE WS-NEW-BASE TO WS-NEW-GAIN
           END-IF
           IF WS-NEW-GAIN NOT > 0
               OR WS-NEW-GAIN < WS-MIN-GAIN
               EXIT PARAGRAPH
           END-IF
           IF WS-OPT-COUNT < WS-OPT-MAX
               ADD 1 TO WS-OPT-COUNT
               SET WS-OPT-IDX TO WS-OPT-COUNT
               MOVE WS-NEW-CODE       TO WS-OPT-CODE(WS-OPT-IDX)
               MOVE WS-NEW-BASE       TO WS-OPT-UNINSURED(WS-OPT-IDX)
               MOVE WS-NEW-GAIN       TO WS-OPT-GAIN(WS-OPT-IDX)
               MOVE WS-NEW-RELATED-ID TO WS-OPT-RELATED-ID(WS-OPT-IDX)
               MOVE WS-NEW-DETAIL     TO WS-OPT-DETAIL(WS-OPT-IDX)
           END-IF.

       3900-WRITE-GROUP-OPTIONS.
      *    The largest gain in the group is the best option; ties
      *    go to the first found (POD, JNT, CRA, RCP order --
      *    least disruptive retitling first).
           IF WS-OPT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GROUPS-WITH-OPTIONS
           MOVE 1 TO WS-OPT-BEST-SUB
           SET WS-OPT-IDX TO 2
           PERFORM UNTIL WS-OPT-IDX > WS-OPT-COUNT
               IF WS-OPT-GAIN(WS-OPT-IDX)
                   > WS-OPT-GAIN(WS-OPT-BEST-SUB)
                   SET WS-OPT-BEST-SUB TO WS-OPT-IDX
               END-IF
               SET WS-OPT-IDX UP BY 1
           END-PERFORM
           SET WS-OPT-IDX TO 1
           PERFORM UNTIL WS-OPT-IDX > WS-OPT-COUNT
               MOVE SPACES TO COVERAGE-OPPORTUNITY-REC
               MOVE WS-PERSON-RM-ID      TO OPP-RM-ID
               MOVE WS-PERSON-RM-NAME    TO OPP-RM-NAME
               MOVE WS-GROUP-INSTITUTION TO OPP-INSTITUTION-ID
               MOVE WS-GROUP-DEPOSITOR   TO OPP-DEPOSITOR-ID
               MOVE WS-PERSON-NAME       TO OPP-DEPOSITOR-NAME
               MOVE WS-OPT-CODE(WS-OPT-IDX) TO OPP-OPTION-CODE
               MOVE 'N' TO OPP-BEST-FLAG
               IF WS-OPT-IDX = WS-OPT-BEST-SUB
                   SET OPP-IS-BEST TO TRUE
               END-IF
               MOVE WS-OPT-UNINSURED(WS-OPT-IDX)
                   TO OPP-UNINSURED-AMT
               MOVE WS-OPT-GAIN(WS-OPT-IDX)   TO OPP-GAIN-AMT
               MOVE WS-OPT-RELATED-ID(WS-OPT-IDX)
                   TO OPP-RELATED-ID
               MOVE WS-OPT-DETAIL(WS-OPT-IDX) TO OPP-DETAIL
               MOVE WS-BUSINESS-DATE     TO OPP-RUN-DATE
               WRITE OWK-RECORD FROM COVERAGE-OPPORTUNITY-REC
               SET WS-OPT-IDX UP BY 1
           END-PERFORM.

       4000-TRUST-OPPORTUNITIES.
      *    The person's revocable trusts on the trust side, linked
      *    through PARTY-XREF: a trust with uninsured funds and
      *    fewer than five beneficiaries gains the SMDIA for each
      *    eligible beneficiary added. Each trust stands as its own
      *    group with one option.
           MOVE SPACES TO WS-LINKED-GRANTOR
           SET WS-XR-IDX TO 1
           PERFORM UNTIL WS-XR-IDX > WS-XREF-COUNT
               IF WS-XR-DEPOSITOR-ID(WS-XR-IDX) = WS-GROUP-DEPOSITOR
                   MOVE WS-XR-GRANTOR-ID(WS-XR-IDX)
                       TO WS-LINKED-GRANTOR
                   SET WS-XR-IDX TO WS-XREF-COUNT
               END-IF
               SET WS-XR-IDX UP BY 1
           END-PERFORM
           IF WS-LINKED-GRANTOR = SPACES
               EXIT PARAGRAPH
           END-IF
      *    BUG: Sequential rescan of RESULTOUT per linked person,
      *    same tradeoff as DEPOSITOR-COVERAGE-STMT's 5100.
      *    The person lookups in 4100 scan with WS-EOF-FLAG, so
      *    this loop keeps its own end-of-file switch.
           MOVE 'N' TO WS-EOF-TRSLT
           OPEN INPUT TRUST-RESULT-FILE
           IF WS-TRSLT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-TRSLT = 'Y'
               READ TRUST-RESULT-FILE
                   AT END MOVE 'Y' TO WS-EOF-TRSLT
               END-READ
               IF WS-EOF-TRSLT NOT = 'Y'
                   AND TRSLT-GRANTOR-ID = WS-LINKED-GRANTOR
                   AND TRSLT-ORC-TYPE = 'REV'
                   AND TRSLT-UNINSURED-AMT > 0
                   AND TRSLT-BENE-COUNT < WS-POD-BENE-LIMIT
                   PERFORM 4100-TRUST-BENE-OPTION
               END-IF
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       4100-TRUST-BENE-OPTION.
           PERFORM 2900-LOOKUP-PERSON
           MOVE 0 TO WS-OPT-COUNT
           MOVE TRSLT-INSTITUTION-ID TO WS-GROUP-INSTITUTION
           COMPUTE WS-TRUST-BENES-SHORT =
               WS-POD-BENE-LIMIT - TRSLT-BENE-COUNT
           MOVE TRSLT-UNINSURED-AMT TO WS-NEW-BASE
           COMPUTE WS-NEW-ROOM = WS-SMDIA * WS-TRUST-BENES-SHORT
           MOVE 'TRB' TO WS-NEW-CODE
           MOVE TRSLT-TRUST-ID TO WS-NEW-RELATED-ID
           MOVE SPACES TO WS-NEW-DETAIL
           STRING 'ADD TRUST BENES, NOW ' TRSLT-BENE-COUNT
               DELIMITED SIZE INTO WS-NEW-DETAIL
           PERFORM 3800-ADD-OPTION
           PERFORM 3900-WRITE-GROUP-OPTIONS.

       6000-RANK-PIPELINE.
      *    Largest gain first within each relationship manager,
      *    and again within each covered institution. The RM-order
      *    file is the pipeline extract itself.
           SORT RM-SORT-FILE
               ON ASCENDING KEY RMSRT-RM-ID
               ON DESCENDING KEY RMSRT-GAIN-AMT
               ON ASCENDING KEY RMSRT-DEPOSITOR-ID
               USING OPP-WORK-FILE
               GIVING OPP-PIPELINE-FILE
           SORT INST-SORT-FILE
               ON ASCENDING KEY INSRT-INSTITUTION-ID
               ON DESCENDING KEY INSRT-GAIN-AMT
               ON ASCENDING KEY INSRT-DEPOSITOR-ID
               USING OPP-WORK-FILE
               GIVING OPP-BY-INST-FILE.

       7000-PRINT-BY-RM.
           OPEN OUTPUT OPP-REPORT-FILE
           MOVE SPACES TO OPP-REPORT-LINE
           STRING 'COVERAGE MAXIMIZATION PIPELINE -- '
                  WS-BUSINESS-DATE
                  ' -- BY RELATIONSHIP MANAGER'
               DELIMITED SIZE INTO OPP-REPORT-LINE
           WRITE OPP-REPORT-LINE
           MOVE SPACES TO OPP-REPORT-LINE
           STRING 'OPTIONS FOR THE SAME MONEY ARE ALTERNATIVES -- '
                  'ONLY THE BEST (*) ADD UP'
               DELIMITED SIZE INTO OPP-REPORT-LINE
           WRITE OPP-REPORT-LINE
           MOVE 'INST' TO OHL-KEY-LABEL
           MOVE HIGH-VALUES TO WS-BREAK-KEY
           MOVE 0 TO WS-BRK-OPTIONS
           MOVE 0 TO WS-BRK-BEST-GAIN
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OPP-PIPELINE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OPP-PIPELINE-FILE INTO COVERAGE-OPPORTUNITY-REC
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-EOF-FLAG NOT = 'Y'
                   IF OPP-RM-ID NOT = WS-BREAK-KEY
                       PERFORM 7900-PRINT-BREAK-TOTAL
                       MOVE OPP-RM-ID TO WS-BREAK-KEY
                       MOVE 0 TO WS-RANK
                       MOVE SPACES TO OPP-REPORT-LINE
                       WRITE OPP-REPORT-LINE
                       MOVE SPACES TO OPP-REPORT-LINE
                       STRING 'RELATIONSHIP MANAGER: ' OPP-RM-ID
                              ' ' OPP-RM-NAME
                           DELIMITED SIZE INTO OPP-REPORT-LINE
                       WRITE OPP-REPORT-LINE
                       WRITE OPP-REPORT-LINE FROM OPP-HEADING-LINE
                   END-IF
                   MOVE SPACES TO OPP-DETAIL-LINE
                   MOVE OPP-INSTITUTION-ID TO ODL-OTHER-KEY
                   PERFORM 7800-PRINT-DETAIL
                   ADD 1 TO WS-TOT-OPTIONS
                   IF OPP-IS-BEST
                       ADD OPP-GAIN-AMT TO WS-TOT-BEST-GAIN
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 7900-PRINT-BREAK-TOTAL
           CLOSE OPP-PIPELINE-FILE
           MOVE SPACES TO OPP-REPORT-LINE
           WRITE OPP-REPORT-LINE
           MOVE SPACES TO OPP-TOTAL-LINE
           MOVE 'BEST-OPTION GAIN' TO OTL-TEXT
           MOVE 'ALL RELATIONSHIP MANAGERS -- OPTIONS' TO OTL-LABEL
           MOVE WS-TOT-OPTIONS   TO OTL-OPTIONS
           MOVE WS-TOT-BEST-GAIN TO OTL-BEST-GAIN
           WRITE OPP-REPORT-LINE FROM OPP-TOTAL-LINE.

       7500-PRINT-BY-INSTITUTION.
           MOVE SPACES TO OPP-REPORT-LINE
           WRITE OPP-REPORT-LINE
           MOVE SPACES TO OPP-REPORT-LINE
           STRING 'COVERAGE MAXIMIZATION PIPELINE -- '
                  WS-BUSINESS-DATE
                  ' -- BY COVERED INSTITUTION'
               DELIMITED SIZE INTO OPP-REPORT-LINE
           WRITE OPP-REPORT-LINE
           MOVE 'RM' TO OHL-KEY-LABEL
           MOVE HIGH-VALUES TO WS-BREAK-KEY
           MOVE 0 TO WS-BRK-OPTIONS
           MOVE 0 TO WS-BRK-BEST-GAIN
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OPP-BY-INST-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OPP-BY-INST-FILE INTO COVERAGE-OPPORTUNITY-REC
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
               IF WS-EOF-FLAG NOT = 'Y'
                   IF OPP-INSTITUTION-ID NOT = WS-BREAK-KEY
                       PERFORM 7900-PRINT-BREAK-TOTAL
                       MOVE OPP-INSTITUTION-ID TO WS-BREAK-KEY
                       MOVE 0 TO WS-RANK
                       MOVE SPACES TO OPP-REPORT-LINE
                       WRITE OPP-REPORT-LINE
                       MOVE SPACES TO OPP-REPORT-LINE
                       STRING 'COVERED INSTITUTION: '
                              OPP-INSTITUTION-ID
                           DELIMITED SIZE INTO OPP-REPORT-LINE
                       WRITE OPP-REPORT-LINE
                       WRITE OPP-REPORT-LINE FROM OPP-HEADING-LINE
                   END-IF
                   MOVE SPACES TO OPP-DETAIL-LINE
                   MOVE OPP-RM-ID TO ODL-OTHER-KEY
                   PERFORM 7800-PRINT-DETAIL
               END-IF
           END-PERFORM
           PERFORM 7900-PRINT-BREAK-TOTAL
           CLOSE OPP-BY-INST-FILE
           CLOSE OPP-REPORT-FILE.

       7800-PRINT-DETAIL.
           ADD 1 TO WS-RANK
           ADD 1 TO WS-BRK-OPTIONS
           MOVE WS-RANK            TO ODL-RANK
           MOVE OPP-DEPOSITOR-ID   TO ODL-DEPOSITOR-ID
           MOVE OPP-DEPOSITOR-NAME TO ODL-NAME
           MOVE OPP-OPTION-CODE    TO ODL-OPTION
           MOVE OPP-UNINSURED-AMT  TO ODL-UNINSURED
           MOVE OPP-GAIN-AMT       TO ODL-GAIN
           IF OPP-IS-BEST
               MOVE ' *' TO ODL-BEST
               ADD OPP-GAIN-AMT TO WS-BRK-BEST-GAIN
           END-IF
           MOVE OPP-DETAIL         TO ODL-DETAIL
           WRITE OPP-REPORT-LINE FROM OPP-DETAIL-LINE.

       7900-PRINT-BREAK-TOTAL.
           IF WS-BREAK-KEY = HIGH-VALUES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OPP-TOTAL-LINE
           MOVE 'BEST-OPTION GAIN' TO OTL-TEXT
           MOVE '  SUBTOTAL -- OPTIONS' TO OTL-LABEL
           MOVE WS-BRK-OPTIONS   TO OTL-OPTIONS
           MOVE WS-BRK-BEST-GAIN TO OTL-BEST-GAIN
           WRITE OPP-REPORT-LINE FROM OPP-TOTAL-LINE
           MOVE 0 TO WS-BRK-OPTIONS
           MOVE 0 TO WS-BRK-BEST-GAIN.

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'COVERAGE OPPORTUNITY REPORT COMPLETE'
           DISPLAY '  PEOPLE WITH UNINSURED FUNDS: '
               WS-PERSONS-SELECTED
           DISPLAY '  GROUPS WITH OPTIONS:         '
               WS-GROUPS-WITH-OPTIONS
           DISPLAY '  OPTIONS IN PIPELINE:         ' WS-TOT-OPTIONS
           IF WS-XREF-OVERFLOW NOT = 0
               DISPLAY '  PARTY XREF TABLE OVERFLOW, SKIPPED: '
                   WS-XREF-OVERFLOW
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'COVERAGE-OPPORTUNITY-RPT' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
