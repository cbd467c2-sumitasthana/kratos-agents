      *================================================================*
      * PROGRAM: ACQUIRED-BOOK-CONVERT
      * PURPOSE: Converts an acquired institution's deposit extracts
      *          into suite format, driven entirely by that source
      *          system's maintained field and code mapping table
      *          (CNVMAP, see CONVERSION-MAP.cpy) -- one program for
      *          every acquisition instead of a hand-written one-off
      *          conversion each time. Inputs, each a 400-byte
      *          record laid out however the acquired bank cut it:
      *            CNVACCTI  accounts       -> CNVACCT  ACCOUNT-MASTER
      *            CNVCUSTI  customers      -> CNVCUST  CUSTOMER-MASTER
      *            CNVBENEI  beneficiaries  -> CNVPODB  POD-BENEFICIARY
      *                                        CNVDTBN  DEPOSIT-TRUST-
      *                                                 BENEFICIARY
      *            CNVINSDI  its own insured   CNVINSD  ACQUIRED-
      *                      figures                    INSURED
      *          Product, ownership, status, and customer type codes
      *          are translated through the table; the ownership
      *          entry also names the roster an account's
      *          beneficiaries belong on. Nothing is defaulted: a
      *          record with an unmapped code, a non-numeric amount,
      *          a bad date, a blank required field, or a duplicated
      *          key is withheld and every problem with it goes to
      *          the exception file (CNVEXCP, see
      *          CONVERSION-EXCEPTION.cpy) -- a silently mis-titled
      *          account is the risk a conversion exists to avoid.
      *          The mapping table itself is edited first (target
      *          ORC on ORCCODES, ACCT-TYPE with a product rule on
      *          PRODRULE, field positions inside the extract
      *          record, every required field mapped); any bad entry
      *          stops the run before a record is converted.
      *          Converted accounts carry the source system (which
      *          keys the acquisition's MERGER-EVENT record) and the
      *          covered institution from the run parameters
      *          (CNVPARM). The converted files go through a
      *          parallel calc run and ACQUIRED-PARALLEL-RPT before
      *          they join production.
      * REGULATION: 12 CFR 330.4 (assumed deposits); FDIC IT Guide
      *             v3.0 (data integrity controls)
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQUIRED-BOOK-CONVERT.
       AUTHOR. LEGACY-SYSTEMS-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'CNVPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT MAP-FILE ASSIGN TO 'CNVMAP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT ORC-CODE-FILE ASSIGN TO 'ORCCODES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORCC-STATUS.
           SELECT PRODUCT-RULE-FILE ASSIGN TO 'PRODRULE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRR-STATUS.
           SELECT ACCT-EXTRACT-FILE ASSIGN TO 'CNVACCTI'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AEX-STATUS.
           SELECT CUST-EXTRACT-FILE ASSIGN TO 'CNVCUSTI'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CEX-STATUS.
           SELECT BENE-EXTRACT-FILE ASSIGN TO 'CNVBENEI'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BEX-STATUS.
           SELECT INSD-EXTRACT-FILE ASSIGN TO 'CNVINSDI'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IEX-STATUS.
           SELECT ACCT-SORT-FILE ASSIGN TO 'CNVWK01'.
           SELECT CUST-SORT-FILE ASSIGN TO 'CNVWK02'.
           SELECT BENE-SORT-FILE ASSIGN TO 'CNVWK03'.
           SELECT CONV-ACCT-FILE ASSIGN TO 'CNVACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CACC-STATUS.
           SELECT ACCT-KEY-FILE ASSIGN TO 'CNVAKEY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AKEY-STATUS.
           SELECT CONV-CUST-FILE ASSIGN TO 'CNVCUST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCUS-STATUS.
           SELECT CONV-POD-FILE ASSIGN TO 'CNVPODB'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPOD-STATUS.
           SELECT CONV-DTB-FILE ASSIGN TO 'CNVDTBN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CDTB-STATUS.
           SELECT CONV-INSD-FILE ASSIGN TO 'CNVINSD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CINS-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'CNVEXCP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO 'CNVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARM-FILE.
           COPY CONVERSION-PARM.

       FD MAP-FILE.
           COPY CONVERSION-MAP.

       FD ORC-CODE-FILE.
           COPY ORC-CODE.

       FD PRODUCT-RULE-FILE.
           COPY PRODUCT-RULE.

       FD ACCT-EXTRACT-FILE.
       01 ACCT-EXTRACT-REC        PIC X(400).

       FD CUST-EXTRACT-FILE.
       01 CUST-EXTRACT-REC        PIC X(400).

       FD BENE-EXTRACT-FILE.
       01 BENE-EXTRACT-REC        PIC X(400).

       FD INSD-EXTRACT-FILE.
       01 INSD-EXTRACT-REC        PIC X(400).

      *    A converted account, in account number order so a
      *    duplicated number is adjacent.
       SD ACCT-SORT-FILE.
       01 ASRT-REC.
           05 ASRT-ACCT-NUMBER     PIC X(20).
           05 ASRT-RECORD-NUMBER   PIC 9(7).
           05 ASRT-ROSTER-TYPE     PIC X(1).
           05 ASRT-ACCT-DATA       PIC X(245).

       SD CUST-SORT-FILE.
       01 CSRT-REC.
           05 CSRT-DEPOSITOR-ID    PIC X(15).
           05 CSRT-RECORD-NUMBER   PIC 9(7).
           05 CSRT-CUST-DATA       PIC X(310).

      *    Each converted account's roster (kind '1') ahead of the
      *    beneficiaries keyed to it (kind '2').
       SD BENE-SORT-FILE.
       01 BSRT-REC.
           05 BSRT-ACCT-NUMBER     PIC X(20).
           05 BSRT-KIND            PIC X(1).
           05 BSRT-RECORD-NUMBER   PIC 9(7).
           05 BSRT-ROSTER-TYPE     PIC X(1).
           05 BSRT-BENE-ID         PIC X(10).
           05 BSRT-BENE-NAME       PIC X(40).
           05 BSRT-ALLOCATION-PCT  PIC 9(3)V99.
           05 BSRT-BENE-SSN        PIC X(11).
           05 BSRT-NON-CONTINGENT  PIC X(1).

       FD CONV-ACCT-FILE.
       01 CONV-ACCT-REC           PIC X(245).

       FD ACCT-KEY-FILE.
       01 ACCT-KEY-REC.
           05 AKEY-ACCT-NUMBER     PIC X(20).
           05 AKEY-ROSTER-TYPE     PIC X(1).

       FD CONV-CUST-FILE.
       01 CONV-CUST-REC           PIC X(310).

       FD CONV-POD-FILE.
           COPY POD-BENEFICIARY.

       FD CONV-DTB-FILE.
           COPY DEPOSIT-TRUST-BENEFICIARY.

       FD CONV-INSD-FILE.
           COPY ACQUIRED-INSURED.

       FD EXCEPTION-FILE.
           COPY CONVERSION-EXCEPTION.

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-LINE     PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS          PIC XX.
       01 WS-MAP-STATUS           PIC XX.
       01 WS-ORCC-STATUS          PIC XX.
       01 WS-PRR-STATUS           PIC XX.
       01 WS-AEX-STATUS           PIC XX.
       01 WS-CEX-STATUS           PIC XX.
       01 WS-BEX-STATUS           PIC XX.
       01 WS-IEX-STATUS           PIC XX.
       01 WS-CACC-STATUS          PIC XX.
       01 WS-AKEY-STATUS          PIC XX.
       01 WS-CCUS-STATUS          PIC XX.
       01 WS-CPOD-STATUS          PIC XX.
       01 WS-CDTB-STATUS          PIC XX.
       01 WS-CINS-STATUS          PIC XX.
       01 WS-EXC-STATUS           PIC XX.
       01 WS-RPT-STATUS           PIC XX.
       01 WS-EOF-FLAG             PIC X.

       01 WS-SOURCE-SYSTEM        PIC X(15).
       01 WS-INSTITUTION-ID       PIC X(5).
       01 WS-EXTRACT-DATE         PIC X(10).

      *--- The record being built ---
           COPY ACCOUNT-MASTER.
           COPY CUSTOMER-MASTER.

      *--- Suite fields an extract can map, whether each is
      *    required, its kind (X text, N number, D date, C code
      *    translated through a code map) and its widest source ---
       01 WS-KNOWN-FIELD-VALUES.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-NUMBER         YX20'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-DEPOSITOR-ID   YX15'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-BALANCE        YN18'.
           05 FILLER PIC X(28) VALUE 'ACCTPRODUCT-CODE        YC10'.
           05 FILLER PIC X(28) VALUE 'ACCTOWNERSHIP-CODE      YC10'.
           05 FILLER PIC X(28) VALUE 'ACCTSTATUS-CODE         YC10'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-OPEN-DATE      ND10'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-JNT-COUNT      NN02'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-BENE-COUNT     NN03'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-BUS-NAME       NX50'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-GOVT-ENTITY    NX50'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-TAX-ID         NX15'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-CURRENCY-CODE  NX03'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-MATURITY-DATE  ND10'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-ORIG-TERM-MONTHNN03'.
           05 FILLER PIC X(28) VALUE 'ACCTACCT-INTEREST-RATE  NN07'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-DEPOSITOR-ID   YX15'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-NAME           YX50'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-TYPE-CODE      YC10'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-GOVT-ID        NX15'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-DOB            ND10'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-ADDR-LINE1     NX50'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-ADDR-CITY      NX30'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-ADDR-STATE     NX02'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-ADDR-ZIP       NX10'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-EMAIL          NX40'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-PHONE          NX15'.
           05 FILLER PIC X(28) VALUE 'CUSTCUST-TAX-ID-TYPE    NX04'.
           05 FILLER PIC X(28) VALUE 'BENEBENE-ACCT-NUMBER    YX20'.
           05 FILLER PIC X(28) VALUE 'BENEBENE-ID             YX10'.
           05 FILLER PIC X(28) VALUE 'BENEBENE-NAME           YX40'.
           05 FILLER PIC X(28) VALUE 'BENEBENE-ALLOCATION-PCT YN06'.
           05 FILLER PIC X(28) VALUE 'BENEBENE-SSN            NX11'.
           05 FILLER PIC X(28) VALUE 'BENEBENE-NON-CONTINGENT NX01'.
           05 FILLER PIC X(28) VALUE 'INSDINSD-DEPOSITOR-ID   YX15'.
           05 FILLER PIC X(28) VALUE 'INSDINSD-BALANCE        NN18'.
           05 FILLER PIC X(28) VALUE 'INSDINSD-INSURED-AMT    YN18'.
           05 FILLER PIC X(28) VALUE 'INSDINSD-UNINSURED-AMT  YN18'.
       01 WS-KNOWN-FIELD-TABLE REDEFINES WS-KNOWN-FIELD-VALUES.
           05 WS-KF-ENTRY OCCURS 38 TIMES
                            INDEXED BY WS-KF-IDX.
               10 WS-KF-EXTRACT    PIC X(4).
               10 WS-KF-FIELD      PIC X(20).
               10 WS-KF-REQUIRED   PIC X(1).
               10 WS-KF-KIND       PIC X(1).
               10 WS-KF-MAX-LENGTH PIC 9(2).
       01 WS-KNOWN-FIELD-COUNT    PIC 9(2) VALUE 38.
       01 WS-KF-MAPPED-TABLE.
           05 WS-KF-MAPPED OCCURS 38 TIMES PIC X(1).

      *--- Field mappings for this source system ---
       01 WS-FM-COUNT             PIC 9(2) VALUE 0.
       01 WS-FM-MAX               PIC 9(2) VALUE 38.
       01 WS-FM-TABLE.
           05 WS-FM-ENTRY OCCURS 38 TIMES
                            INDEXED BY WS-FM-IDX.
               10 WS-FM-EXTRACT    PIC X(4).
               10 WS-FM-FIELD      PIC X(20).
               10 WS-FM-START-POS  PIC 9(3).
               10 WS-FM-LENGTH     PIC 9(2).
               10 WS-FM-FORMAT     PIC X(1).
               10 WS-FM-DECIMALS   PIC 9(1).
               10 WS-FM-DATE-FORMAT PIC X(10).

      *--- Code mappings for this source system ---
       01 WS-CM-COUNT             PIC 9(4) VALUE 0.
       01 WS-CM-MAX               PIC 9(4) VALUE 1000.
       01 WS-CM-TABLE.
           05 WS-CM-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-CM-IDX.
               10 WS-CM-TYPE       PIC X(4).
               10 WS-CM-SOURCE-CODE PIC X(10).
               10 WS-CM-TARGET     PIC X(10).
               10 WS-CM-ROSTER-TYPE PIC X(1).

      *--- Valid ORC codes and the product types with a rule ---
       01 WS-ORC-CODE-COUNT       PIC 9(2) VALUE 0.
       01 WS-ORC-CODE-MAX         PIC 9(2) VALUE 50.
       01 WS-ORC-CODE-TABLE.
           05 WS-OC-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-OC-IDX.
               10 WS-OC-CODE       PIC X(4).
       01 WS-PRR-COUNT            PIC 9(4) VALUE 0.
       01 WS-PRR-MAX              PIC 9(4) VALUE 500.
       01 WS-PRR-TABLE.
           05 WS-PR-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-PR-IDX.
               10 WS-PR-ACCT-TYPE  PIC X(10).

      *--- Mapping-table edit ---
       01 WS-MAP-RECORD-NUMBER    PIC 9(7) VALUE 0.
       01 WS-MAP-LOADED           PIC 9(5) VALUE 0.
       01 WS-MAP-ERRORS           PIC 9(5) VALUE 0.
       01 WS-MAP-ERROR-TEXT       PIC X(40).
       01 WS-MAP-KEY              PIC X(20).
       01 WS-FOUND                PIC X(1).

      *--- One field fetched from the current extract record ---
       01 WS-SRC-REC              PIC X(400).
       01 WS-GF-EXTRACT           PIC X(4).
       01 WS-GF-FIELD-NAME        PIC X(20).
       01 WS-GF-FOUND             PIC X(1).
       01 WS-GF-ERROR             PIC X(4).
       01 WS-GF-TEXT              PIC X(50).
       01 WS-GF-NUMBER            PIC S9(14)V9(4).
       01 WS-GF-DATE              PIC X(10).
       01 WS-GF-DIGIT-LENGTH      PIC 9(2).
       01 WS-GF-SIGN              PIC X(1).
       01 WS-GF-WORK              PIC X(18).
       01 WS-GF-DIGITS-X          PIC X(18).
       01 WS-GF-DIGITS REDEFINES WS-GF-DIGITS-X PIC 9(18).
       01 WS-GF-DIVISOR           PIC 9(10).
       01 WS-GF-YYYY              PIC X(4).
       01 WS-GF-MM                PIC X(2).
       01 WS-GF-DD                PIC X(2).

      *--- Code translation ---
       01 WS-MC-TYPE              PIC X(4).
       01 WS-MC-TARGET            PIC X(10).
       01 WS-MC-ROSTER-TYPE       PIC X(1).

      *--- Current extract record ---
       01 WS-CUR-EXTRACT          PIC X(4).
       01 WS-CUR-RECORD-NUMBER    PIC 9(7).
       01 WS-CUR-KEY              PIC X(20).
       01 WS-REC-ERRORS           PIC 9(3).
       01 WS-ROSTER-TYPE          PIC X(1).

      *--- Held record for duplicate-key detection ---
       01 WS-HOLD-PRESENT         PIC X(1).
       01 WS-HOLD-DUPLICATE       PIC X(1).
       01 WS-HOLD-ACCT            PIC X(273).
       01 WS-HOLD-ACCT-R REDEFINES WS-HOLD-ACCT.
           05 WS-HA-ACCT-NUMBER    PIC X(20).
           05 WS-HA-RECORD-NUMBER  PIC 9(7).
           05 WS-HA-ROSTER-TYPE    PIC X(1).
           05 WS-HA-ACCT-DATA      PIC X(245).
       01 WS-HOLD-CUST            PIC X(332).
       01 WS-HOLD-CUST-R REDEFINES WS-HOLD-CUST.
           05 WS-HC-DEPOSITOR-ID   PIC X(15).
           05 WS-HC-RECORD-NUMBER  PIC 9(7).
           05 WS-HC-CUST-DATA      PIC X(310).

      *--- Beneficiary join ---
       01 WS-BJ-ACCT-NUMBER       PIC X(20).
       01 WS-BJ-ROSTER-TYPE       PIC X(1).

      *--- Counters ---
       01 WS-ACCT-READ            PIC 9(7) VALUE 0.
       01 WS-ACCT-CONVERTED       PIC 9(7) VALUE 0.
       01 WS-ACCT-WITHHELD        PIC 9(7) VALUE 0.
       01 WS-CUST-READ            PIC 9(7) VALUE 0.
       01 WS-CUST-CONVERTED       PIC 9(7) VALUE 0.
       01 WS-CUST-WITHHELD        PIC 9(7) VALUE 0.
       01 WS-BENE-READ            PIC 9(7) VALUE 0.
       01 WS-BENE-POD             PIC 9(7) VALUE 0.
       01 WS-BENE-DTB             PIC 9(7) VALUE 0.
       01 WS-BENE-WITHHELD        PIC 9(7) VALUE 0.
       01 WS-INSD-READ            PIC 9(7) VALUE 0.
       01 WS-INSD-CONVERTED       PIC 9(7) VALUE 0.
       01 WS-INSD-WITHHELD        PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(7) VALUE 0.

       01 CONTROL-DETAIL-LINE.
           05 CDL-EXTRACT          PIC X(30).
           05 CDL-READ             PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(3).
           05 CDL-CONVERTED        PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(3).
           05 CDL-WITHHELD         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-ACCOUNTS
           PERFORM 3000-CONVERT-CUSTOMERS
           PERFORM 4000-CONVERT-BENEFICIARIES
           PERFORM 5000-CONVERT-INSURED-FIGURES
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM
           PERFORM 1200-LOAD-ORC-CODES
           PERFORM 1250-LOAD-PRODUCT-RULES
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM 1300-LOAD-MAP
           IF WS-MAP-ERRORS > 0
               CLOSE EXCEPTION-FILE
               DISPLAY 'CONVERSION MAP FOR ' WS-SOURCE-SYSTEM
                        ' HAS ' WS-MAP-ERRORS
                        ' ERROR(S) -- SEE CNVEXCP. RUN ABORTED.'
               STOP RUN
           END-IF.

       1100-READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONVERSION PARM FILE: '
                        WS-PARM-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END
                   DISPLAY 'CONVERSION PARM FILE IS EMPTY '
                            '-- RUN ABORTED.'
                   CLOSE PARM-FILE
                   STOP RUN
           END-READ
           MOVE CNVP-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
           MOVE CNVP-INSTITUTION-ID TO WS-INSTITUTION-ID
           MOVE CNVP-EXTRACT-DATE TO WS-EXTRACT-DATE
           CLOSE PARM-FILE
           IF WS-SOURCE-SYSTEM = SPACES
               OR WS-INSTITUTION-ID = SPACES
               DISPLAY 'CONVERSION PARM NAMES NO SOURCE SYSTEM OR '
                        'INSTITUTION -- RUN ABORTED.'
               STOP RUN
           END-IF.

       1200-LOAD-ORC-CODES.
           OPEN INPUT ORC-CODE-FILE
           IF WS-ORCC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ORC CODE TABLE: ' WS-ORCC-STATUS
               DISPLAY 'ORC HINTS CANNOT BE VALIDATED -- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ORCC-STATUS NOT = '00'
               READ ORC-CODE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF WS-ORC-CODE-COUNT < WS-ORC-CODE-MAX
                           ADD 1 TO WS-ORC-CODE-COUNT
                           SET WS-OC-IDX TO WS-ORC-CODE-COUNT
                           MOVE ORCC-CODE TO WS-OC-CODE(WS-OC-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORC-CODE-FILE.

       1250-LOAD-PRODUCT-RULES.
      *    Only the product types a rule covers for this source
      *    system, or for any source, are kept: a mapped ACCT-TYPE
      *    outside them would fall through ORC-ASSIGNMENT's rules.
           OPEN INPUT PRODUCT-RULE-FILE
           IF WS-PRR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRODUCT RULES: ' WS-PRR-STATUS
               DISPLAY 'PRODUCT MAPS CANNOT BE VALIDATED '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PRR-STATUS NOT = '00'
               READ PRODUCT-RULE-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF (PRR-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                           OR PRR-SOURCE-SYSTEM = '*')
                           AND WS-PRR-COUNT < WS-PRR-MAX
                           ADD 1 TO WS-PRR-COUNT
                           SET WS-PR-IDX TO WS-PRR-COUNT
                           MOVE PRR-ACCT-TYPE
                               TO WS-PR-ACCT-TYPE(WS-PR-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-RULE-FILE.

       1300-LOAD-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONVERSION MAP: ' WS-MAP-STATUS
                        ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE SPACES TO WS-KF-MAPPED-TABLE
           PERFORM UNTIL WS-MAP-STATUS NOT = '00'
               READ MAP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO WS-MAP-RECORD-NUMBER
                       IF CNVM-SOURCE-SYSTEM = WS-SOURCE-SYSTEM
                           ADD 1 TO WS-MAP-LOADED
                           PERFORM 1310-EDIT-MAP-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE
           IF WS-MAP-LOADED = 0
               DISPLAY 'NO CONVERSION MAP ENTRIES FOR '
                        WS-SOURCE-SYSTEM ' -- RUN ABORTED.'
               STOP RUN
           END-IF
      *    Every required suite field must be mapped.
           MOVE 0 TO WS-MAP-RECORD-NUMBER
           PERFORM VARYING WS-KF-IDX FROM 1 BY 1
                   UNTIL WS-KF-IDX > WS-KNOWN-FIELD-COUNT
               IF WS-KF-REQUIRED(WS-KF-IDX) = 'Y'
                   AND WS-KF-MAPPED(WS-KF-IDX) NOT = 'Y'
                   MOVE WS-KF-EXTRACT(WS-KF-IDX) TO WS-MAP-KEY
                   MOVE WS-KF-FIELD(WS-KF-IDX) TO WS-GF-FIELD-NAME
                   MOVE 'REQUIRED FIELD NOT MAPPED'
                       TO WS-MAP-ERROR-TEXT
                   MOVE 'NOFM' TO WS-GF-ERROR
                   PERFORM 1390-WRITE-MAP-EXCEPTION
               END-IF
           END-PERFORM.

       1310-EDIT-MAP-ENTRY.
           MOVE SPACES TO WS-MAP-ERROR-TEXT
           MOVE 'MAPE' TO WS-GF-ERROR
           EVALUATE TRUE
               WHEN CNVM-FIELD-MAP
                   MOVE CNVM-EXTRACT TO WS-MAP-KEY
                   MOVE CNVM-TARGET-FIELD TO WS-GF-FIELD-NAME
                   PERFORM 1320-EDIT-FIELD-MAP
               WHEN CNVM-PRODUCT-MAP
               WHEN CNVM-OWNERSHIP-MAP
               WHEN CNVM-STATUS-MAP
               WHEN CNVM-PERSON-MAP
                   MOVE CNVM-MAP-TYPE TO WS-MAP-KEY
                   MOVE CNVM-SOURCE-CODE TO WS-GF-FIELD-NAME
                   PERFORM 1340-EDIT-CODE-MAP
               WHEN OTHER
                   MOVE CNVM-MAP-TYPE TO WS-MAP-KEY
                   MOVE SPACES TO WS-GF-FIELD-NAME
                   MOVE 'MAP TYPE NOT FLD PROD OWNR STAT PRSN'
                       TO WS-MAP-ERROR-TEXT
           END-EVALUATE
           IF WS-MAP-ERROR-TEXT NOT = SPACES
               PERFORM 1390-WRITE-MAP-EXCEPTION
           END-IF.

       1320-EDIT-FIELD-MAP.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-KF-IDX FROM 1 BY 1
                   UNTIL WS-KF-IDX > WS-KNOWN-FIELD-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-KF-EXTRACT(WS-KF-IDX) = CNVM-EXTRACT
                   AND WS-KF-FIELD(WS-KF-IDX) = CNVM-TARGET-FIELD
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               MOVE 'NOT A FIELD OF THIS EXTRACT' TO WS-MAP-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           SET WS-KF-IDX DOWN BY 1
           IF WS-KF-MAPPED(WS-KF-IDX) = 'Y'
               MOVE 'FIELD MAPPED MORE THAN ONCE' TO WS-MAP-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF CNVM-FORMAT NOT = 'N' AND NOT = 'S'
               MOVE 0 TO CNVM-DECIMALS
           END-IF
           IF CNVM-START-POS NOT NUMERIC
               OR CNVM-FIELD-LENGTH NOT NUMERIC
               OR CNVM-DECIMALS NOT NUMERIC
               MOVE 'POSITION, LENGTH OR DECIMALS NOT NUMERIC'
                   TO WS-MAP-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF CNVM-START-POS = 0
               OR CNVM-FIELD-LENGTH = 0
               OR CNVM-START-POS + CNVM-FIELD-LENGTH - 1 > 400
               MOVE 'FIELD NOT INSIDE THE EXTRACT RECORD'
                   TO WS-MAP-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           IF CNVM-FIELD-LENGTH > WS-KF-MAX-LENGTH(WS-KF-IDX)
               MOVE 'SOURCE LONGER THAN THE SUITE FIELD'
                   TO WS-MAP-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-KF-KIND(WS-KF-IDX)
               WHEN 'N'
                   IF CNVM-FORMAT NOT = 'N' AND NOT = 'S'
                       MOVE 'NUMERIC FIELD NEEDS FORMAT N OR S'
                           TO WS-MAP-ERROR-TEXT
                   END-IF
                   IF CNVM-FORMAT = 'S' AND CNVM-FIELD-LENGTH < 2
                       MOVE 'SIGNED FIELD NEEDS A DIGIT AND A SIGN'
                           TO WS-MAP-ERROR-TEXT
                   END-IF
               WHEN 'D'
                   IF CNVM-FORMAT NOT = 'D'
                       MOVE 'DATE FIELD NEEDS FORMAT D'
                           TO WS-MAP-ERROR-TEXT
                   ELSE
                       IF (CNVM-DATE-FORMAT = 'YYYYMMDD'
                           OR CNVM-DATE-FORMAT = 'MMDDYYYY')
                           AND CNVM-FIELD-LENGTH NOT = 8
                           MOVE 'DATE LENGTH DOES NOT FIT ITS FORMAT'
                               TO WS-MAP-ERROR-TEXT
                       END-IF
                       IF (CNVM-DATE-FORMAT = 'YYYY-MM-DD'
                           OR CNVM-DATE-FORMAT = 'MM/DD/YYYY')
                           AND CNVM-FIELD-LENGTH NOT = 10
                           MOVE 'DATE LENGTH DOES NOT FIT ITS FORMAT'
                               TO WS-MAP-ERROR-TEXT
                       END-IF
                       IF CNVM-DATE-FORMAT NOT = 'YYYYMMDD'
                           AND NOT = 'MMDDYYYY'
                           AND NOT = 'YYYY-MM-DD'
                           AND NOT = 'MM/DD/YYYY'
                           MOVE 'DATE FORMAT NOT RECOGNISED'
                               TO WS-MAP-ERROR-TEXT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF CNVM-FORMAT NOT = 'X'
                       MOVE 'TEXT OR CODE FIELD NEEDS FORMAT X'
                           TO WS-MAP-ERROR-TEXT
                   END-IF
           END-EVALUATE
           IF WS-MAP-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-KF-MAPPED(WS-KF-IDX)
           ADD 1 TO WS-FM-COUNT
           SET WS-FM-IDX TO WS-FM-COUNT
           MOVE CNVM-EXTRACT TO WS-FM-EXTRACT(WS-FM-IDX)
           MOVE CNVM-TARGET-FIELD TO WS-FM-FIELD(WS-FM-IDX)
           MOVE CNVM-START-POS TO WS-FM-START-POS(WS-FM-IDX)
           MOVE CNVM-FIELD-LENGTH TO WS-FM-LENGTH(WS-FM-IDX)
           MOVE CNVM-FORMAT TO WS-FM-FORMAT(WS-FM-IDX)
           MOVE CNVM-DECIMALS TO WS-FM-DECIMALS(WS-FM-IDX)
           MOVE CNVM-DATE-FORMAT TO WS-FM-DATE-FORMAT(WS-FM-IDX).

       1340-EDIT-CODE-MAP.
           IF CNVM-SOURCE-CODE = SPACES
               MOVE 'SOURCE CODE BLANK' TO WS-MAP-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CM-TYPE(WS-CM-IDX) = CNVM-MAP-TYPE
                   AND WS-CM-SOURCE-CODE(WS-CM-IDX)
                       = CNVM-SOURCE-CODE
                   MOVE 'SOURCE CODE MAPPED MORE THAN ONCE'
                       TO WS-MAP-ERROR-TEXT
               END-IF
           END-PERFORM
           IF WS-MAP-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           EVALUATE TRUE
               WHEN CNVM-PRODUCT-MAP
                   PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                           UNTIL WS-PR-IDX > WS-PRR-COUNT
                       IF WS-PR-ACCT-TYPE(WS-PR-IDX)
                               = CNVM-TARGET-VALUE
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N'
                       MOVE 'ACCT-TYPE HAS NO PRODUCT RULE'
                           TO WS-MAP-ERROR-TEXT
                   END-IF
               WHEN CNVM-OWNERSHIP-MAP
                   PERFORM VARYING WS-OC-IDX FROM 1 BY 1
                           UNTIL WS-OC-IDX > WS-ORC-CODE-COUNT
                       IF WS-OC-CODE(WS-OC-IDX)
                               = CNVM-TARGET-VALUE(1:4)
                           AND CNVM-TARGET-VALUE(5:6) = SPACES
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N'
                       MOVE 'ORC HINT NOT ON CODE TABLE'
                           TO WS-MAP-ERROR-TEXT
                   END-IF
                   IF NOT CNVM-VALID-ROSTER
                       MOVE 'ROSTER TYPE NOT P, T, I OR BLANK'
                           TO WS-MAP-ERROR-TEXT
                   END-IF
               WHEN CNVM-STATUS-MAP
                   IF CNVM-TARGET-VALUE NOT = 'ACTIVE'
                       AND NOT = 'CLOSED'
                       AND NOT = 'DORMANT'
                       MOVE 'STATUS NOT ACTIVE, CLOSED OR DORMANT'
                           TO WS-MAP-ERROR-TEXT
                   END-IF
               WHEN CNVM-PERSON-MAP
                   IF CNVM-TARGET-VALUE NOT = 'Y'
                       AND NOT = 'N'
                       MOVE 'CUSTOMER TYPE NOT Y OR N'
                           TO WS-MAP-ERROR-TEXT
                   END-IF
           END-EVALUATE
           IF WS-MAP-ERROR-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CM-COUNT NOT < WS-CM-MAX
               MOVE 'CODE MAP TABLE FULL' TO WS-MAP-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CM-COUNT
           SET WS-CM-IDX TO WS-CM-COUNT
           MOVE CNVM-MAP-TYPE TO WS-CM-TYPE(WS-CM-IDX)
           MOVE CNVM-SOURCE-CODE TO WS-CM-SOURCE-CODE(WS-CM-IDX)
           MOVE CNVM-TARGET-VALUE TO WS-CM-TARGET(WS-CM-IDX)
           MOVE CNVM-ROSTER-TYPE TO WS-CM-ROSTER-TYPE(WS-CM-IDX).

       1390-WRITE-MAP-EXCEPTION.
           ADD 1 TO WS-MAP-ERRORS
           MOVE SPACES TO CONVERSION-EXCEPTION-REC
           MOVE WS-SOURCE-SYSTEM TO CNVX-SOURCE-SYSTEM
           MOVE 'MAP ' TO CNVX-EXTRACT
           MOVE WS-MAP-RECORD-NUMBER TO CNVX-RECORD-NUMBER
           MOVE WS-MAP-KEY TO CNVX-RECORD-KEY
           MOVE WS-GF-FIELD-NAME TO CNVX-FIELD-NAME
           MOVE WS-GF-ERROR TO CNVX-REASON-CODE
           MOVE WS-MAP-ERROR-TEXT TO CNVX-REASON-TEXT
           WRITE CONVERSION-EXCEPTION-REC
           ADD 1 TO WS-EXCEPTION-COUNT.

       2000-CONVERT-ACCOUNTS.
           OPEN INPUT ACCT-EXTRACT-FILE
           IF WS-AEX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT EXTRACT: '
                        WS-AEX-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           SORT ACCT-SORT-FILE
               ON ASCENDING KEY ASRT-ACCT-NUMBER ASRT-RECORD-NUMBER
               INPUT PROCEDURE 2100-RELEASE-ACCOUNTS
               OUTPUT PROCEDURE 2500-WRITE-ACCOUNTS
           CLOSE ACCT-EXTRACT-FILE.

       2100-RELEASE-ACCOUNTS.
           MOVE 'ACCT' TO WS-CUR-EXTRACT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCT-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       MOVE WS-ACCT-READ TO WS-CUR-RECORD-NUMBER
                       MOVE ACCT-EXTRACT-REC TO WS-SRC-REC
                       PERFORM 2200-CONVERT-ONE-ACCOUNT
                       IF WS-REC-ERRORS = 0
                           MOVE ACCT-NUMBER TO ASRT-ACCT-NUMBER
                           MOVE WS-CUR-RECORD-NUMBER
                               TO ASRT-RECORD-NUMBER
                           MOVE WS-ROSTER-TYPE TO ASRT-ROSTER-TYPE
                           MOVE ACCT-MASTER-REC TO ASRT-ACCT-DATA
                           RELEASE ASRT-REC
                       ELSE
                           ADD 1 TO WS-ACCT-WITHHELD
                       END-IF
               END-READ
           END-PERFORM.

       2200-CONVERT-ONE-ACCOUNT.
           MOVE 0 TO WS-REC-ERRORS
           MOVE SPACES TO WS-CUR-KEY
           MOVE SPACES TO ACCT-MASTER-REC
           MOVE 0 TO ACCT-BALANCE
           MOVE 0 TO ACCT-JNT-COUNT
           MOVE 0 TO ACCT-BENE-COUNT
           MOVE 0 TO ACCT-ORIG-TERM-MONTHS
           MOVE 0 TO ACCT-INTEREST-RATE
           MOVE SPACES TO WS-ROSTER-TYPE
           MOVE 'ACCT-NUMBER' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-TEXT TO ACCT-NUMBER
           MOVE ACCT-NUMBER TO WS-CUR-KEY
           MOVE 'ACCT-DEPOSITOR-ID' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-TEXT TO ACCT-DEPOSITOR-ID
           MOVE 'ACCT-BALANCE' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-NUMBER TO ACCT-BALANCE
           MOVE 'PRODUCT-CODE' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE 'PROD' TO WS-MC-TYPE
           PERFORM 7200-MAP-CODE
           MOVE WS-MC-TARGET TO ACCT-TYPE
           MOVE 'OWNERSHIP-CODE' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE 'OWNR' TO WS-MC-TYPE
           PERFORM 7200-MAP-CODE
           MOVE WS-MC-TARGET TO ACCT-ORC-TYPE
           MOVE WS-MC-ROSTER-TYPE TO WS-ROSTER-TYPE
           MOVE 'STATUS-CODE' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE 'STAT' TO WS-MC-TYPE
           PERFORM 7200-MAP-CODE
           MOVE WS-MC-TARGET TO ACCT-STATUS
           MOVE 'ACCT-OPEN-DATE' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-DATE TO ACCT-OPEN-DATE
           MOVE 'ACCT-JNT-COUNT' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-NUMBER TO ACCT-JNT-COUNT
           MOVE 'ACCT-BENE-COUNT' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-NUMBER TO ACCT-BENE-COUNT
           MOVE 'ACCT-BUS-NAME' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO ACCT-BUS-NAME
           MOVE 'ACCT-GOVT-ENTITY' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO ACCT-GOVT-ENTITY
           MOVE 'ACCT-TAX-ID' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO ACCT-TAX-ID
           MOVE 'ACCT-CURRENCY-CODE' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO ACCT-CURRENCY-CODE
           MOVE 'ACCT-MATURITY-DATE' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-DATE TO ACCT-MATURITY-DATE
           MOVE 'ACCT-ORIG-TERM-MONTH' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-NUMBER TO ACCT-ORIG-TERM-MONTHS
           MOVE 'ACCT-INTEREST-RATE' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-NUMBER TO ACCT-INTEREST-RATE
           MOVE WS-SOURCE-SYSTEM TO ACCT-SOURCE-SYSTEM
           MOVE WS-INSTITUTION-ID TO ACCT-INSTITUTION-ID
           MOVE 'N' TO ACCT-AGENCY-FLAG.

       2500-WRITE-ACCOUNTS.
      *    A number that appears twice cannot be trusted either
      *    way, so every occurrence is withheld.
           OPEN OUTPUT CONV-ACCT-FILE
           OPEN OUTPUT ACCT-KEY-FILE
           MOVE 'N' TO WS-HOLD-PRESENT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               RETURN ACCT-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 2510-APPLY-SORTED-ACCOUNT
               END-RETURN
           END-PERFORM
           PERFORM 2520-FLUSH-HELD-ACCOUNT
           CLOSE CONV-ACCT-FILE
           CLOSE ACCT-KEY-FILE.

       2510-APPLY-SORTED-ACCOUNT.
           IF WS-HOLD-PRESENT = 'Y'
               AND ASRT-ACCT-NUMBER = WS-HA-ACCT-NUMBER
               IF WS-HOLD-DUPLICATE = 'N'
                   MOVE 'Y' TO WS-HOLD-DUPLICATE
                   MOVE WS-HA-RECORD-NUMBER TO WS-CUR-RECORD-NUMBER
                   PERFORM 2530-WRITE-DUPLICATE
               END-IF
               MOVE ASRT-RECORD-NUMBER TO WS-CUR-RECORD-NUMBER
               PERFORM 2530-WRITE-DUPLICATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2520-FLUSH-HELD-ACCOUNT
           MOVE ASRT-REC TO WS-HOLD-ACCT
           MOVE 'Y' TO WS-HOLD-PRESENT
           MOVE 'N' TO WS-HOLD-DUPLICATE.

       2520-FLUSH-HELD-ACCOUNT.
           IF WS-HOLD-PRESENT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLD-PRESENT
           IF WS-HOLD-DUPLICATE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HA-ACCT-DATA TO CONV-ACCT-REC
           WRITE CONV-ACCT-REC
           MOVE WS-HA-ACCT-NUMBER TO AKEY-ACCT-NUMBER
           MOVE WS-HA-ROSTER-TYPE TO AKEY-ROSTER-TYPE
           WRITE ACCT-KEY-REC
           ADD 1 TO WS-ACCT-CONVERTED.

       2530-WRITE-DUPLICATE.
           ADD 1 TO WS-ACCT-WITHHELD
           MOVE 'ACCT' TO WS-CUR-EXTRACT
           MOVE WS-HA-ACCT-NUMBER TO WS-CUR-KEY
           MOVE 'ACCT-NUMBER' TO WS-GF-FIELD-NAME
           MOVE WS-HA-ACCT-NUMBER TO WS-GF-TEXT
           MOVE 'DUPK' TO WS-GF-ERROR
           PERFORM 7500-WRITE-EXCEPTION.

       3000-CONVERT-CUSTOMERS.
           OPEN INPUT CUST-EXTRACT-FILE
           IF WS-CEX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER EXTRACT: '
                        WS-CEX-STATUS ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           SORT CUST-SORT-FILE
               ON ASCENDING KEY CSRT-DEPOSITOR-ID CSRT-RECORD-NUMBER
               INPUT PROCEDURE 3100-RELEASE-CUSTOMERS
               OUTPUT PROCEDURE 3500-WRITE-CUSTOMERS
           CLOSE CUST-EXTRACT-FILE.

       3100-RELEASE-CUSTOMERS.
           MOVE 'CUST' TO WS-CUR-EXTRACT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUST-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CUST-READ
                       MOVE WS-CUST-READ TO WS-CUR-RECORD-NUMBER
                       MOVE CUST-EXTRACT-REC TO WS-SRC-REC
                       PERFORM 3200-CONVERT-ONE-CUSTOMER
                       IF WS-REC-ERRORS = 0
                           MOVE CUST-DEPOSITOR-ID TO CSRT-DEPOSITOR-ID
                           MOVE WS-CUR-RECORD-NUMBER
                               TO CSRT-RECORD-NUMBER
                           MOVE CUST-MASTER-REC TO CSRT-CUST-DATA
                           RELEASE CSRT-REC
                       ELSE
                           ADD 1 TO WS-CUST-WITHHELD
                       END-IF
               END-READ
           END-PERFORM.

       3200-CONVERT-ONE-CUSTOMER.
           MOVE 0 TO WS-REC-ERRORS
           MOVE SPACES TO WS-CUR-KEY
           MOVE SPACES TO CUST-MASTER-REC
           MOVE 'CUST-DEPOSITOR-ID' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-TEXT TO CUST-DEPOSITOR-ID
           MOVE CUST-DEPOSITOR-ID TO WS-CUR-KEY
           MOVE 'CUST-NAME' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-TEXT TO CUST-NAME
           MOVE 'CUST-TYPE-CODE' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE 'PRSN' TO WS-MC-TYPE
           PERFORM 7200-MAP-CODE
           MOVE WS-MC-TARGET TO CUST-NATURAL-PERSON
           MOVE 'CUST-GOVT-ID' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO CUST-GOVT-ID
           MOVE 'CUST-DOB' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-DATE TO CUST-DOB
           MOVE 'CUST-ADDR-LINE1' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO CUST-ADDR-LINE1
           MOVE 'CUST-ADDR-CITY' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO CUST-ADDR-CITY
           MOVE 'CUST-ADDR-STATE' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO CUST-ADDR-STATE
           MOVE 'CUST-ADDR-ZIP' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO CUST-ADDR-ZIP
           MOVE 'CUST-EMAIL' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO CUST-EMAIL
           MOVE 'CUST-PHONE' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO CUST-PHONE
           MOVE 'CUST-TAX-ID-TYPE' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO CUST-TAX-ID-TYPE
           MOVE 'N' TO CUST-DEATH-FLAG
           MOVE WS-SOURCE-SYSTEM TO CUST-SOURCE-SYSTEM
           MOVE WS-EXTRACT-DATE TO CUST-LAST-UPDATED.

       3500-WRITE-CUSTOMERS.
           OPEN OUTPUT CONV-CUST-FILE
           MOVE 'N' TO WS-HOLD-PRESENT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               RETURN CUST-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3510-APPLY-SORTED-CUSTOMER
               END-RETURN
           END-PERFORM
           PERFORM 3520-FLUSH-HELD-CUSTOMER
           CLOSE CONV-CUST-FILE.

       3510-APPLY-SORTED-CUSTOMER.
           IF WS-HOLD-PRESENT = 'Y'
               AND CSRT-DEPOSITOR-ID = WS-HC-DEPOSITOR-ID
               IF WS-HOLD-DUPLICATE = 'N'
                   MOVE 'Y' TO WS-HOLD-DUPLICATE
                   MOVE WS-HC-RECORD-NUMBER TO WS-CUR-RECORD-NUMBER
                   PERFORM 3530-WRITE-DUPLICATE
               END-IF
               MOVE CSRT-RECORD-NUMBER TO WS-CUR-RECORD-NUMBER
               PERFORM 3530-WRITE-DUPLICATE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3520-FLUSH-HELD-CUSTOMER
           MOVE CSRT-REC TO WS-HOLD-CUST
           MOVE 'Y' TO WS-HOLD-PRESENT
           MOVE 'N' TO WS-HOLD-DUPLICATE.

       3520-FLUSH-HELD-CUSTOMER.
           IF WS-HOLD-PRESENT NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLD-PRESENT
           IF WS-HOLD-DUPLICATE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HC-CUST-DATA TO CONV-CUST-REC
           WRITE CONV-CUST-REC
           ADD 1 TO WS-CUST-CONVERTED.

       3530-WRITE-DUPLICATE.
           ADD 1 TO WS-CUST-WITHHELD
           MOVE 'CUST' TO WS-CUR-EXTRACT
           MOVE WS-HC-DEPOSITOR-ID TO WS-CUR-KEY
           MOVE 'CUST-DEPOSITOR-ID' TO WS-GF-FIELD-NAME
           MOVE WS-HC-DEPOSITOR-ID TO WS-GF-TEXT
           MOVE 'DUPK' TO WS-GF-ERROR
           PERFORM 7500-WRITE-EXCEPTION.

       4000-CONVERT-BENEFICIARIES.
      *    An acquired book with no beneficiary extract simply has
      *    no roster to convert.
           OPEN INPUT BENE-EXTRACT-FILE
           IF WS-BEX-STATUS NOT = '00'
               DISPLAY 'NO BENEFICIARY EXTRACT (CNVBENEI) -- NO '
                        'ROSTER CONVERTED.'
               OPEN OUTPUT CONV-POD-FILE
               OPEN OUTPUT CONV-DTB-FILE
               CLOSE CONV-POD-FILE
               CLOSE CONV-DTB-FILE
               EXIT PARAGRAPH
           END-IF
           SORT BENE-SORT-FILE
               ON ASCENDING KEY BSRT-ACCT-NUMBER BSRT-KIND
                                BSRT-RECORD-NUMBER
               INPUT PROCEDURE 4100-RELEASE-BENEFICIARIES
               OUTPUT PROCEDURE 4500-WRITE-ROSTERS
           CLOSE BENE-EXTRACT-FILE.

       4100-RELEASE-BENEFICIARIES.
           OPEN INPUT ACCT-KEY-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCT-KEY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO BSRT-REC
                       MOVE AKEY-ACCT-NUMBER TO BSRT-ACCT-NUMBER
                       MOVE '1' TO BSRT-KIND
                       MOVE 0 TO BSRT-RECORD-NUMBER
                       MOVE AKEY-ROSTER-TYPE TO BSRT-ROSTER-TYPE
                       MOVE 0 TO BSRT-ALLOCATION-PCT
                       RELEASE BSRT-REC
               END-READ
           END-PERFORM
           CLOSE ACCT-KEY-FILE
           MOVE 'BENE' TO WS-CUR-EXTRACT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BENE-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-BENE-READ
                       MOVE WS-BENE-READ TO WS-CUR-RECORD-NUMBER
                       MOVE BENE-EXTRACT-REC TO WS-SRC-REC
                       PERFORM 4200-CONVERT-ONE-BENEFICIARY
                       IF WS-REC-ERRORS = 0
                           RELEASE BSRT-REC
                       ELSE
                           ADD 1 TO WS-BENE-WITHHELD
                       END-IF
               END-READ
           END-PERFORM.

       4200-CONVERT-ONE-BENEFICIARY.
           MOVE 0 TO WS-REC-ERRORS
           MOVE SPACES TO WS-CUR-KEY
           MOVE SPACES TO BSRT-REC
           MOVE '2' TO BSRT-KIND
           MOVE WS-CUR-RECORD-NUMBER TO BSRT-RECORD-NUMBER
           MOVE 'BENE-ACCT-NUMBER' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-TEXT TO BSRT-ACCT-NUMBER
           MOVE BSRT-ACCT-NUMBER TO WS-CUR-KEY
           MOVE 'BENE-ID' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-TEXT TO BSRT-BENE-ID
           MOVE 'BENE-NAME' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-TEXT TO BSRT-BENE-NAME
           MOVE 'BENE-ALLOCATION-PCT' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-NUMBER TO BSRT-ALLOCATION-PCT
           MOVE 'BENE-SSN' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO BSRT-BENE-SSN
           MOVE 'BENE-NON-CONTINGENT' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-TEXT TO BSRT-NON-CONTINGENT.

       4500-WRITE-ROSTERS.
           OPEN OUTPUT CONV-POD-FILE
           OPEN OUTPUT CONV-DTB-FILE
           MOVE SPACES TO WS-BJ-ACCT-NUMBER
           MOVE SPACES TO WS-BJ-ROSTER-TYPE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               RETURN BENE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 4510-APPLY-SORTED-BENE
               END-RETURN
           END-PERFORM
           CLOSE CONV-POD-FILE
           CLOSE CONV-DTB-FILE.

       4510-APPLY-SORTED-BENE.
           IF BSRT-KIND = '1'
               MOVE BSRT-ACCT-NUMBER TO WS-BJ-ACCT-NUMBER
               MOVE BSRT-ROSTER-TYPE TO WS-BJ-ROSTER-TYPE
               EXIT PARAGRAPH
           END-IF
           MOVE 'BENE' TO WS-CUR-EXTRACT
           MOVE BSRT-RECORD-NUMBER TO WS-CUR-RECORD-NUMBER
           MOVE BSRT-ACCT-NUMBER TO WS-CUR-KEY
           MOVE 'BENE-ACCT-NUMBER' TO WS-GF-FIELD-NAME
           MOVE BSRT-ACCT-NUMBER TO WS-GF-TEXT
           IF BSRT-ACCT-NUMBER NOT = WS-BJ-ACCT-NUMBER
               MOVE 'NOAC' TO WS-GF-ERROR
               PERFORM 7500-WRITE-EXCEPTION
               ADD 1 TO WS-BENE-WITHHELD
               EXIT PARAGRAPH
           END-IF
           IF WS-BJ-ROSTER-TYPE = SPACES
               MOVE 'NORS' TO WS-GF-ERROR
               PERFORM 7500-WRITE-EXCEPTION
               ADD 1 TO WS-BENE-WITHHELD
               EXIT PARAGRAPH
           END-IF
           IF WS-BJ-ROSTER-TYPE = 'P'
               MOVE SPACES TO POD-BENEFICIARY-REC
               MOVE BSRT-BENE-ID TO PODB-BENE-ID
               MOVE BSRT-ACCT-NUMBER TO PODB-ACCT-NUMBER
               MOVE BSRT-BENE-NAME TO PODB-BENE-NAME
               MOVE BSRT-ALLOCATION-PCT TO PODB-ALLOCATION-PCT
               SET PODB-ACTIVE TO TRUE
               MOVE BSRT-BENE-SSN TO PODB-BENE-SSN
               WRITE POD-BENEFICIARY-REC
               ADD 1 TO WS-BENE-POD
               EXIT PARAGRAPH
           END-IF
      *    A formal trust's beneficiary must say whether its
      *    interest is non-contingent; that is never assumed.
           IF BSRT-NON-CONTINGENT NOT = 'Y' AND NOT = 'N'
               MOVE 'BENE-NON-CONTINGENT' TO WS-GF-FIELD-NAME
               MOVE BSRT-NON-CONTINGENT TO WS-GF-TEXT
               MOVE 'MISS' TO WS-GF-ERROR
               PERFORM 7500-WRITE-EXCEPTION
               ADD 1 TO WS-BENE-WITHHELD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEPOSIT-TRUST-BENE-REC
           MOVE BSRT-BENE-ID TO DTB-BENE-ID
           MOVE BSRT-ACCT-NUMBER TO DTB-ACCT-NUMBER
           MOVE BSRT-BENE-NAME TO DTB-BENE-NAME
           MOVE BSRT-ALLOCATION-PCT TO DTB-ALLOCATION-PCT
           MOVE BSRT-NON-CONTINGENT TO DTB-NON-CONTING-FLAG
           SET DTB-ACTIVE TO TRUE
           IF WS-BJ-ROSTER-TYPE = 'I'
               SET DTB-TRUST-IRREV TO TRUE
           ELSE
               SET DTB-TRUST-REVOC TO TRUE
           END-IF
           MOVE BSRT-BENE-SSN TO DTB-BENE-SSN
           WRITE DEPOSIT-TRUST-BENE-REC
           ADD 1 TO WS-BENE-DTB.

       5000-CONVERT-INSURED-FIGURES.
      *    The acquired bank's own figures are only needed for the
      *    parallel run; without them the comparison cannot pass.
           OPEN OUTPUT CONV-INSD-FILE
           OPEN INPUT INSD-EXTRACT-FILE
           IF WS-IEX-STATUS NOT = '00'
               DISPLAY 'NO INSURED FIGURES EXTRACT (CNVINSDI) -- '
                        'PARALLEL RUN WILL HAVE NOTHING TO COMPARE.'
               CLOSE CONV-INSD-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 'INSD' TO WS-CUR-EXTRACT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INSD-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-INSD-READ
                       MOVE WS-INSD-READ TO WS-CUR-RECORD-NUMBER
                       MOVE INSD-EXTRACT-REC TO WS-SRC-REC
                       PERFORM 5100-CONVERT-ONE-FIGURE
               END-READ
           END-PERFORM
           CLOSE INSD-EXTRACT-FILE
           CLOSE CONV-INSD-FILE.

       5100-CONVERT-ONE-FIGURE.
           MOVE 0 TO WS-REC-ERRORS
           MOVE SPACES TO WS-CUR-KEY
           MOVE SPACES TO ACQUIRED-INSURED-REC
           MOVE 'INSD-DEPOSITOR-ID' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-TEXT TO ACQI-DEPOSITOR-ID
           MOVE ACQI-DEPOSITOR-ID TO WS-CUR-KEY
           MOVE 'INSD-BALANCE' TO WS-GF-FIELD-NAME
           PERFORM 7000-GET-FIELD
           MOVE WS-GF-NUMBER TO ACQI-BALANCE
           MOVE 'INSD-INSURED-AMT' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-NUMBER TO ACQI-INSURED-AMT
           MOVE 'INSD-UNINSURED-AMT' TO WS-GF-FIELD-NAME
           PERFORM 7100-GET-REQUIRED-FIELD
           MOVE WS-GF-NUMBER TO ACQI-UNINSURED-AMT
      *    A balance the acquired bank did not carry separately is
      *    its insured plus uninsured.
           IF ACQI-BALANCE = 0
               COMPUTE ACQI-BALANCE = ACQI-INSURED-AMT
                                    + ACQI-UNINSURED-AMT
           END-IF
           IF WS-REC-ERRORS = 0
               WRITE ACQUIRED-INSURED-REC
               ADD 1 TO WS-INSD-CONVERTED
           ELSE
               ADD 1 TO WS-INSD-WITHHELD
           END-IF.

       7000-GET-FIELD.
      *    Fetches WS-GF-FIELD-NAME for the current extract from
      *    WS-SRC-REC through its field mapping. An unmapped
      *    optional field comes back blank / zero.
           MOVE WS-CUR-EXTRACT TO WS-GF-EXTRACT
           MOVE 'N' TO WS-GF-FOUND
           MOVE SPACES TO WS-GF-ERROR
           MOVE SPACES TO WS-GF-TEXT
           MOVE SPACES TO WS-GF-DATE
           MOVE 0 TO WS-GF-NUMBER
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                   UNTIL WS-FM-IDX > WS-FM-COUNT
                      OR WS-GF-FOUND = 'Y'
               IF WS-FM-EXTRACT(WS-FM-IDX) = WS-GF-EXTRACT
                   AND WS-FM-FIELD(WS-FM-IDX) = WS-GF-FIELD-NAME
                   MOVE 'Y' TO WS-GF-FOUND
               END-IF
           END-PERFORM
           IF WS-GF-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF
           SET WS-FM-IDX DOWN BY 1
           MOVE WS-SRC-REC(WS-FM-START-POS(WS-FM-IDX):
                           WS-FM-LENGTH(WS-FM-IDX))
               TO WS-GF-TEXT
           EVALUATE WS-FM-FORMAT(WS-FM-IDX)
               WHEN 'N'
               WHEN 'S'
                   PERFORM 7010-CONVERT-NUMBER
               WHEN 'D'
                   PERFORM 7020-CONVERT-DATE
           END-EVALUATE
           IF WS-GF-ERROR NOT = SPACES
               PERFORM 7500-WRITE-EXCEPTION
           END-IF.

       7010-CONVERT-NUMBER.
      *    Digits right-justified into an 18-digit work area, leading
      *    blanks taken as zeros, then scaled by the implied
      *    decimal places.
           IF WS-GF-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FM-LENGTH(WS-FM-IDX) TO WS-GF-DIGIT-LENGTH
           MOVE SPACE TO WS-GF-SIGN
           IF WS-FM-FORMAT(WS-FM-IDX) = 'S'
               MOVE WS-GF-TEXT(WS-GF-DIGIT-LENGTH:1) TO WS-GF-SIGN
               SUBTRACT 1 FROM WS-GF-DIGIT-LENGTH
               IF WS-GF-SIGN NOT = '+' AND NOT = '-'
                                       AND NOT = SPACE
                   MOVE 'NNUM' TO WS-GF-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-GF-WORK
           MOVE WS-GF-TEXT(1:WS-GF-DIGIT-LENGTH) TO WS-GF-WORK
           INSPECT WS-GF-WORK REPLACING LEADING SPACES BY ZEROS
           MOVE ZEROS TO WS-GF-DIGITS-X
           MOVE WS-GF-WORK(1:WS-GF-DIGIT-LENGTH)
               TO WS-GF-DIGITS-X(19 - WS-GF-DIGIT-LENGTH:
                                 WS-GF-DIGIT-LENGTH)
           IF WS-GF-DIGITS-X NOT NUMERIC
               MOVE 'NNUM' TO WS-GF-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GF-DIVISOR = 10 ** WS-FM-DECIMALS(WS-FM-IDX)
           COMPUTE WS-GF-NUMBER = WS-GF-DIGITS / WS-GF-DIVISOR
           IF WS-GF-SIGN = '-'
               COMPUTE WS-GF-NUMBER = 0 - WS-GF-NUMBER
           END-IF.

       7020-CONVERT-DATE.
           IF WS-GF-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FM-DATE-FORMAT(WS-FM-IDX)
               WHEN 'YYYYMMDD'
                   MOVE WS-GF-TEXT(1:4) TO WS-GF-YYYY
                   MOVE WS-GF-TEXT(5:2) TO WS-GF-MM
                   MOVE WS-GF-TEXT(7:2) TO WS-GF-DD
               WHEN 'MMDDYYYY'
                   MOVE WS-GF-TEXT(5:4) TO WS-GF-YYYY
                   MOVE WS-GF-TEXT(1:2) TO WS-GF-MM
                   MOVE WS-GF-TEXT(3:2) TO WS-GF-DD
               WHEN 'YYYY-MM-DD'
                   MOVE WS-GF-TEXT(1:4) TO WS-GF-YYYY
                   MOVE WS-GF-TEXT(6:2) TO WS-GF-MM
                   MOVE WS-GF-TEXT(9:2) TO WS-GF-DD
               WHEN 'MM/DD/YYYY'
                   MOVE WS-GF-TEXT(7:4) TO WS-GF-YYYY
                   MOVE WS-GF-TEXT(1:2) TO WS-GF-MM
                   MOVE WS-GF-TEXT(4:2) TO WS-GF-DD
           END-EVALUATE
           IF WS-GF-YYYY NOT NUMERIC
               OR WS-GF-MM NOT NUMERIC
               OR WS-GF-DD NOT NUMERIC
               MOVE 'BDAT' TO WS-GF-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-GF-MM < '01' OR WS-GF-MM > '12'
               OR WS-GF-DD < '01' OR WS-GF-DD > '31'
               MOVE 'BDAT' TO WS-GF-ERROR
               EXIT PARAGRAPH
           END-IF
           STRING WS-GF-YYYY '-' WS-GF-MM '-' WS-GF-DD
               DELIMITED SIZE INTO WS-GF-DATE.

       7100-GET-REQUIRED-FIELD.
           PERFORM 7000-GET-FIELD
           IF WS-GF-ERROR = SPACES AND WS-GF-TEXT = SPACES
               MOVE 'MISS' TO WS-GF-ERROR
               PERFORM 7500-WRITE-EXCEPTION
           END-IF.

       7200-MAP-CODE.
      *    Translates the code just fetched (WS-GF-TEXT) through
      *    the WS-MC-TYPE code map. A blank code was already
      *    reported as missing.
           MOVE SPACES TO WS-MC-TARGET
           MOVE SPACES TO WS-MC-ROSTER-TYPE
           IF WS-GF-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
                      OR WS-FOUND = 'Y'
               IF WS-CM-TYPE(WS-CM-IDX) = WS-MC-TYPE
                   AND WS-CM-SOURCE-CODE(WS-CM-IDX)
                       = WS-GF-TEXT(1:10)
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-CM-TARGET(WS-CM-IDX) TO WS-MC-TARGET
                   MOVE WS-CM-ROSTER-TYPE(WS-CM-IDX)
                       TO WS-MC-ROSTER-TYPE
               END-IF
           END-PERFORM
           IF WS-FOUND = 'N'
               MOVE 'UNMP' TO WS-GF-ERROR
               PERFORM 7500-WRITE-EXCEPTION
           END-IF.

       7500-WRITE-EXCEPTION.
           ADD 1 TO WS-REC-ERRORS
           MOVE SPACES TO CONVERSION-EXCEPTION-REC
           MOVE WS-SOURCE-SYSTEM TO CNVX-SOURCE-SYSTEM
           MOVE WS-CUR-EXTRACT TO CNVX-EXTRACT
           MOVE WS-CUR-RECORD-NUMBER TO CNVX-RECORD-NUMBER
           MOVE WS-CUR-KEY TO CNVX-RECORD-KEY
           MOVE WS-GF-FIELD-NAME TO CNVX-FIELD-NAME
           MOVE WS-GF-TEXT TO CNVX-SOURCE-VALUE
           MOVE WS-GF-ERROR TO CNVX-REASON-CODE
           EVALUATE WS-GF-ERROR
               WHEN 'UNMP'
                   MOVE 'CODE HAS NO MAPPING ENTRY'
                       TO CNVX-REASON-TEXT
               WHEN 'NNUM'
                   MOVE 'NUMERIC FIELD NOT NUMERIC'
                       TO CNVX-REASON-TEXT
               WHEN 'BDAT'
                   MOVE 'DATE FIELD NOT A VALID DATE'
                       TO CNVX-REASON-TEXT
               WHEN 'MISS'
                   MOVE 'REQUIRED FIELD BLANK' TO CNVX-REASON-TEXT
               WHEN 'DUPK'
                   MOVE 'KEY APPEARS MORE THAN ONCE ON EXTRACT'
                       TO CNVX-REASON-TEXT
               WHEN 'NOAC'
                   MOVE 'ACCOUNT WAS NOT CONVERTED'
                       TO CNVX-REASON-TEXT
               WHEN 'NORS'
                   MOVE 'ACCOUNT OWNERSHIP CARRIES NO ROSTER'
                       TO CNVX-REASON-TEXT
           END-EVALUATE
           WRITE CONVERSION-EXCEPTION-REC
           ADD 1 TO WS-EXCEPTION-COUNT.

       9000-FINALIZE.
           CLOSE EXCEPTION-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'ACQUIRED BOOK CONVERSION -- SOURCE SYSTEM '
                  WS-SOURCE-SYSTEM ' INSTITUTION ' WS-INSTITUTION-ID
                  ' EXTRACT DATE ' WS-EXTRACT-DATE
               DELIMITED SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'EXTRACT                            READ   CONVERTED'
               TO CONTROL-REPORT-LINE
           MOVE 'WITHHELD' TO CONTROL-REPORT-LINE(57:8)
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'ACCOUNTS (CNVACCT)' TO CDL-EXTRACT
           MOVE WS-ACCT-READ TO CDL-READ
           MOVE WS-ACCT-CONVERTED TO CDL-CONVERTED
           MOVE WS-ACCT-WITHHELD TO CDL-WITHHELD
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE
           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'CUSTOMERS (CNVCUST)' TO CDL-EXTRACT
           MOVE WS-CUST-READ TO CDL-READ
           MOVE WS-CUST-CONVERTED TO CDL-CONVERTED
           MOVE WS-CUST-WITHHELD TO CDL-WITHHELD
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE
           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'BENEFICIARIES (CNVPODB)' TO CDL-EXTRACT
           MOVE WS-BENE-READ TO CDL-READ
           MOVE WS-BENE-POD TO CDL-CONVERTED
           MOVE WS-BENE-WITHHELD TO CDL-WITHHELD
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE
           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE '              (CNVDTBN)' TO CDL-EXTRACT
           MOVE WS-BENE-DTB TO CDL-CONVERTED
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE
           MOVE SPACES TO CONTROL-DETAIL-LINE
           MOVE 'INSURED FIGURES (CNVINSD)' TO CDL-EXTRACT
           MOVE WS-INSD-READ TO CDL-READ
           MOVE WS-INSD-CONVERTED TO CDL-CONVERTED
           MOVE WS-INSD-WITHHELD TO CDL-WITHHELD
           WRITE CONTROL-REPORT-LINE FROM CONTROL-DETAIL-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING 'EXCEPTIONS WRITTEN TO CNVEXCP: ' WS-EXCEPTION-COUNT
               DELIMITED SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           CLOSE CONTROL-REPORT-FILE
           DISPLAY 'ACQUIRED BOOK CONVERSION COMPLETE'
           DISPLAY '  SOURCE SYSTEM:          ' WS-SOURCE-SYSTEM
           DISPLAY '  ACCOUNTS CONVERTED:     ' WS-ACCT-CONVERTED
                    ' WITHHELD ' WS-ACCT-WITHHELD
           DISPLAY '  CUSTOMERS CONVERTED:    ' WS-CUST-CONVERTED
                    ' WITHHELD ' WS-CUST-WITHHELD
           DISPLAY '  POD BENEFICIARIES:      ' WS-BENE-POD
           DISPLAY '  TRUST BENEFICIARIES:    ' WS-BENE-DTB
           DISPLAY '  BENEFICIARIES WITHHELD: ' WS-BENE-WITHHELD
           DISPLAY '  INSURED FIGURES:        ' WS-INSD-CONVERTED
                    ' WITHHELD ' WS-INSD-WITHHELD
           DISPLAY '  EXCEPTIONS:             ' WS-EXCEPTION-COUNT.
