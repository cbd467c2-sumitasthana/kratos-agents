      *================================================================*
      * PROGRAM: DISPUTE-FOLLOWUP
      * PURPOSE: Nightly follow-up of depositors' coverage disputes.
      *          When a customer or their attorney disputed the
      *          coverage on a DEPOSITOR-COVERAGE-STMT statement the
      *          letter went to whoever opened the mail: nothing tied
      *          it to the determination, set a response date, or
      *          showed an examiner it was answered. Disputes are
      *          keyed online through DSPI (DISPUTE-INTAKE-ENTRY) and
      *          carried on the dispute register (DSPREG, see
      *          DISPUTE-CASE.cpy) from cycle to cycle:
      *            - the analysts' dispute updates (DSPUPD) are
      *              applied first -- assign an analyst, start the
      *              analyst review, or resolve. A resolution names
      *              the outcome (the determination stands, it was
      *              corrected, or the customer withdrew), is
      *              approved by a second user who is not the
      *              analyst, and carries the note printed in the
      *              customer's letter as the explanation. A
      *              correction must be linked to what made it: an
      *              approved DETERMINATION-OVERRIDE on a disputed
      *              account or trust, or the reference of the data
      *              fix. A bad update is rejected on the activity
      *              report;
      *            - tonight's DSPI intake (DSPINTK, see
      *              DISPUTE-INTAKE.cpy) registers each new complaint
      *              under the next dispute id with its response due
      *              date (received date + the DSPPARM response
      *              days), and adds the disputed items and the
      *              documents received to the dispute their intake
      *              reference names;
      *            - for each item added tonight (registration), and
      *              each item of a dispute resolved tonight
      *              (resolution), the determination rows from
      *              RSLTFILE and RESULTOUT, the overrides on
      *              DETOVRRD, and the AUDITTRL rows are printed to
      *              the dispute evidence file (DSPEVID, see
      *              DISPUTE-EVIDENCE.cpy) and the figures kept on
      *              the item. The resolution figures have the
      *              approved overrides applied, the same way
      *              PART370-SUBMISSION applies them;
      *            - a response letter is written to the print
      *              vendor extract (DSPLTR, see DISPUTE-LETTER.cpy)
      *              for each resolved dispute not yet lettered, to
      *              the CUSTFILE name and address and, when a
      *              representative disputed, to their attention. A
      *              depositor with no customer record or no address
      *              is retried each cycle until it is fixed;
      *            - resolved disputes drop off the register once
      *              they are older than the retention days.
      *          The new register generation (DSPREGN) and a daily
      *          activity report (DSPACT), with the open disputes
      *          past their response date, are written. The monthly
      *          aging and outcome report for Compliance is
      *          DISPUTE-AGING-RPT.
      * REGULATION: 12 CFR Part 330; 12 CFR 370.10
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-FOLLOWUP.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-REGISTER-FILE ASSIGN TO 'DSPREG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT REGISTER-SORT-FILE ASSIGN TO 'DSPRGSW'.
           SELECT NEW-REGISTER-FILE ASSIGN TO 'DSPREGN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NREG-STATUS.
           SELECT INTAKE-FILE ASSIGN TO 'DSPINTK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.
           SELECT DISPUTE-UPDATE-FILE ASSIGN TO 'DSPUPD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUP-STATUS.
           SELECT DISPUTE-PARM-FILE ASSIGN TO 'DSPPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO 'DETOVRRD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OVR-STATUS.
           SELECT DEPOSIT-RESULT-FILE ASSIGN TO 'RSLTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRSLT-STATUS.
           SELECT TRUST-RESULT-FILE ASSIGN TO 'RESULTOUT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRSLT-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT EVIDENCE-SORT-FILE ASSIGN TO 'DSPEVSW'.
           SELECT SORTED-EVIDENCE-FILE ASSIGN TO 'DSPEVSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEVD-STATUS.
           SELECT EVIDENCE-FILE ASSIGN TO 'DSPEVID'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVD-STATUS.
           SELECT LETTER-EXTRACT-FILE ASSIGN TO 'DSPLTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.
           SELECT ACTIVITY-REPORT-FILE ASSIGN TO 'DSPACT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RSLT-VALIDATE-STATUS-FILE ASSIGN TO 'RSLTVSTS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVS-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Dispute register generations -- layout is DISPUTE-CASE.cpy,
      *    worked in WORKING-STORAGE. The new generation is sorted
      *    into dispute-id order, header first, from the tables.
       FD  PRIOR-REGISTER-FILE.
       01  PREG-RECORD               PIC X(300).

       SD  REGISTER-SORT-FILE.
       01  RSW-RECORD.
           05  RSW-DISPUTE-ID        PIC 9(9).
           05  FILLER                PIC X(1).
           05  RSW-SEQ               PIC 9(3).
           05  FILLER                PIC X(287).

       FD  NEW-REGISTER-FILE.
       01  NREG-RECORD               PIC X(300).

      *    DSPI intake cut from the transient data queue -- layout is
      *    DISPUTE-INTAKE.cpy, worked in WORKING-STORAGE.
       FD  INTAKE-FILE.
       01  DINT-RECORD               PIC X(160).

      *    Analyst dispute updates, one per line, applied in file
      *    order.
       FD  DISPUTE-UPDATE-FILE.
       01  DISPUTE-UPDATE-REC.
           05  DUP-DISPUTE-ID        PIC 9(9).
           05  DUP-ACTION            PIC X(1).
               88  DUP-ASSIGN        VALUE 'A'.
               88  DUP-REVIEW        VALUE 'V'.
               88  DUP-RESOLVE       VALUE 'R'.
           05  DUP-ANALYST-ID        PIC X(10).
           05  DUP-OUTCOME           PIC X(1).
               88  DUP-UPHELD        VALUE 'U'.
               88  DUP-CORRECTED     VALUE 'C'.
               88  DUP-WITHDRAWN     VALUE 'W'.
           05  DUP-APPROVER-ID       PIC X(10).
           05  DUP-CORRECTION-TYPE   PIC X(1).
               88  DUP-CORR-OVERRIDE VALUE 'O'.
               88  DUP-CORR-DATA-FIX VALUE 'F'.
      *        The overridden account or trust id, or the data fix
      *        reference (change ticket, ACCTDLTA batch).
           05  DUP-CORRECTION-REF    PIC X(20).
           05  DUP-CORRECTION-DATE   PIC X(10).
           05  DUP-RESOLUTION-NOTE   PIC X(60).
           05  FILLER                PIC X(8).

       FD  DISPUTE-PARM-FILE.
       01  DISPUTE-PARM-REC.
           05  DSPP-RESPONSE-DAYS    PIC 9(3).
           05  DSPP-RETAIN-DAYS      PIC 9(5).
           05  FILLER                PIC X(72).

       FD  OVERRIDE-FILE.
           COPY DETERMINATION-OVERRIDE.

      *    Mirrors RSLT-RECORD in DEPOSIT-INSURANCE-CALC.cob.
       FD  DEPOSIT-RESULT-FILE.
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

       FD  AUDIT-TRAIL-FILE.
           COPY AUDIT-TRAIL.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-MASTER.

      *    Evidence lines in the order they were found, sorted into
      *    dispute, package, and item order before they are
      *    numbered onto DSPEVID.
       SD  EVIDENCE-SORT-FILE.
       01  DSW-RECORD.
           05  DSW-DISPUTE-ID        PIC 9(9).
           05  DSW-STAGE             PIC X(1).
           05  DSW-ITEM-SEQ          PIC 9(3).
           05  DSW-SECTION           PIC 9(1).
           05  DSW-ORDER             PIC 9(7).
           05  DSW-PRINT-LINE        PIC X(132).

       FD  SORTED-EVIDENCE-FILE.
       01  DSS-RECORD.
           05  DSS-DISPUTE-ID        PIC 9(9).
           05  DSS-STAGE             PIC X(1).
           05  DSS-ITEM-SEQ          PIC 9(3).
           05  DSS-SECTION           PIC 9(1).
           05  DSS-ORDER             PIC 9(7).
           05  DSS-PRINT-LINE        PIC X(132).

       FD  EVIDENCE-FILE.
           COPY DISPUTE-EVIDENCE.

       FD  LETTER-EXTRACT-FILE.
           COPY DISPUTE-LETTER.

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-LINE      PIC X(132).

       FD  RSLT-VALIDATE-STATUS-FILE.
           COPY RSLT-VALIDATE-STATUS.

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-PREG-STATUS            PIC XX.
       01  WS-NREG-STATUS            PIC XX.
       01  WS-INT-STATUS             PIC XX.
       01  WS-DUP-STATUS             PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-OVR-STATUS             PIC XX.
       01  WS-DRSLT-STATUS           PIC XX.
       01  WS-TRSLT-STATUS           PIC XX.
       01  WS-AUD-STATUS             PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-SEVD-STATUS            PIC XX.
       01  WS-EVD-STATUS             PIC XX.
       01  WS-LTR-STATUS             PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RVS-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.
       01  WS-PRED-TRSTCALC-DONE     PIC X VALUE 'N'.

      *    Days from receipt to the response due date, and days a
      *    resolved dispute is kept on the register. The literals
      *    are the fallback if DSPPARM can't be read.
       01  WS-RESPONSE-DAYS          PIC 9(3) VALUE 30.
       01  WS-RETAIN-DAYS            PIC 9(5) VALUE 2555.

       COPY DISPUTE-CASE.

       COPY DISPUTE-INTAKE.

      *--- The register, loaded once: headers and their items and
      *--- documents in separate tables, joined on the dispute id.
       01  WS-DSP-COUNT              PIC 9(5) VALUE 0.
       01  WS-DSP-MAX                PIC 9(5) VALUE 5000.
       01  WS-DSP-IDX-SAVE           PIC 9(5).
       01  WS-DSP-TABLE.
           05  WS-DS-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-DS-IDX.
               10  WS-DS-DISPUTE-ID  PIC 9(9).
               10  WS-DS-INTAKE-REF  PIC X(18).
               10  WS-DS-DEPOSITOR-ID PIC X(15).
               10  WS-DS-STATUS      PIC X(1).
      *            N registered, A assigned, V review started, R
      *            resolved this cycle; D dropped from the new
      *            generation.
               10  WS-DS-ACTIVITY    PIC X(1).
      *            Y lettered this cycle; C not on CUSTFILE, M no
      *            mailing address, U CUSTFILE not available, T
      *            letter table full -- retried next cycle.
               10  WS-DS-LETTER      PIC X(1).
               10  WS-DS-PAST-DUE    PIC X(1).
               10  WS-DS-DAYS-LATE   PIC 9(5).
               10  WS-DS-STAGED-R    PIC 9(3).
               10  WS-DS-STAGED-F    PIC 9(3).
               10  WS-DS-EV-LINES    PIC 9(5).
               10  WS-DS-DATA        PIC X(300).

       01  WS-DTL-COUNT              PIC 9(5) VALUE 0.
       01  WS-DTL-MAX                PIC 9(5) VALUE 20000.
       01  WS-DTL-TABLE.
           05  WS-DT-ENTRY OCCURS 20000 TIMES
                            INDEXED BY WS-DT-IDX.
               10  WS-DT-DISPUTE-ID  PIC 9(9).
      *            Y when added from tonight's intake.
               10  WS-DT-NEW         PIC X(1).
               10  WS-DT-DATA        PIC X(300).

       01  WS-NEXT-DISPUTE-ID        PIC 9(9) VALUE 0.
       01  WS-FIND-DISPUTE-ID        PIC 9(9).
       01  WS-FIND-INTAKE-REF        PIC X(18).
       01  WS-NEW-SEQ                PIC 9(3).

      *--- Approved determination overrides (maker-checker passed),
      *--- in DETOVRRD order; the first match for an entity is the
      *--- one applied, as in PART370-SUBMISSION.
       01  WS-OVR-COUNT              PIC 9(4) VALUE 0.
       01  WS-OVR-MAX                PIC 9(4) VALUE 2000.
       01  WS-OVR-REFUSED            PIC 9(4) VALUE 0.
       01  WS-OVR-IDX-SAVE           PIC 9(4).
       01  WS-OVR-TABLE.
           05  WS-OV-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-OV-IDX.
               10  WS-OV-TYPE        PIC X(1).
               10  WS-OV-ENTITY-ID   PIC X(20).
               10  WS-OV-GRANTOR-ID  PIC X(10).
               10  WS-OV-INSURED     PIC S9(13)V99.
               10  WS-OV-UNINSURED   PIC S9(13)V99.
               10  WS-OV-REASON      PIC X(4).
               10  WS-OV-JUSTIFICATION PIC X(60).
               10  WS-OV-REVIEWER    PIC X(10).
               10  WS-OV-APPROVER    PIC X(10).
               10  WS-OV-DECISION-DATE PIC X(10).
       01  WS-FIND-TYPE              PIC X(1).
       01  WS-FIND-ENTITY-ID         PIC X(20).
       01  WS-FIND-GRANTOR-ID        PIC X(10).

      *--- Items whose evidence is attached this cycle ---
      * BUG: every result and audit row is matched by a scan of
      * this list, as EXAM-EVIDENCE-EXTRACT does for its sample.
      * Fine at a few hundred items a night.
       01  WS-STG-COUNT              PIC 9(4) VALUE 0.
       01  WS-STG-MAX                PIC 9(4) VALUE 2000.
       01  WS-STG-TABLE.
           05  WS-SG-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-SG-IDX.
               10  WS-SG-DT-IDX      PIC 9(5).
               10  WS-SG-DS-IDX      PIC 9(5).
               10  WS-SG-DISPUTE-ID  PIC 9(9).
      *            R registration, F resolution (DEV-STAGE).
               10  WS-SG-STAGE       PIC X(1).
               10  WS-SG-ITEM-SEQ    PIC 9(3).
               10  WS-SG-ENTITY-TYPE PIC X(1).
               10  WS-SG-ENTITY-ID   PIC X(20).
               10  WS-SG-FOUND       PIC X(1).
               10  WS-SG-ORC         PIC X(5).
               10  WS-SG-BALANCE     PIC S9(13)V99.
               10  WS-SG-INSURED     PIC S9(13)V99.
               10  WS-SG-UNINSURED   PIC S9(13)V99.
               10  WS-SG-OVERRIDE    PIC X(1).
      *            Lines found for sections 2-4 (result, override,
      *            audit), so an empty one can say so.
               10  WS-SG-SECTION-LINES PIC 9(5) OCCURS 3 TIMES.

      *--- Resolved disputes to letter, with their CUSTFILE address
       01  WS-LTR-COUNT              PIC 9(4) VALUE 0.
       01  WS-LTR-MAX                PIC 9(4) VALUE 1000.
       01  WS-LTR-TABLE.
           05  WS-LT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-LT-IDX.
               10  WS-LT-DS-IDX      PIC 9(5).
               10  WS-LT-DEPOSITOR-ID PIC X(15).
               10  WS-LT-CUST-FOUND  PIC X(1).
               10  WS-LT-NAME        PIC X(50).
               10  WS-LT-ADDR-LINE1  PIC X(50).
               10  WS-LT-ADDR-CITY   PIC X(30).
               10  WS-LT-ADDR-STATE  PIC X(2).
               10  WS-LT-ADDR-ZIP    PIC X(10).

      *--- Calendar work fields (INTEGER-OF-DATE day numbers) ---
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-WORK-DATE              PIC X(10).
       01  WS-WORK-DAYNO             PIC 9(7).
       01  WS-BUS-DAYNO              PIC 9(7).
       01  WS-AGE-DAYS               PIC S9(7).

      *--- Rejected intake and updates, kept for the activity report
       01  WS-REJECTED               PIC X(1).
       01  WS-REJECT-COUNT           PIC 9(3) VALUE 0.
       01  WS-REJECT-MAX             PIC 9(3) VALUE 200.
       01  WS-REJECT-OVERFLOW        PIC 9(5) VALUE 0.
       01  WS-REJECT-SOURCE          PIC X(6).
       01  WS-REJECT-RECORD          PIC X(70).
       01  WS-REJECT-REASON          PIC X(40).
       01  WS-REJECT-TABLE.
           05  WS-RJ-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-RJ-IDX.
               10  WS-RJ-SOURCE      PIC X(6).
               10  WS-RJ-RECORD      PIC X(70).
               10  WS-RJ-REASON      PIC X(40).

      *--- Resolution work fields ---
       01  WS-CORRECTION-DATE        PIC X(10).
       01  WS-ITEM-FOUND             PIC X(1).

      *--- Evidence line being released ---
       01  WS-EVIDENCE-LINE          PIC X(132).
       01  WS-SECTION-NO             PIC 9(1).
       01  WS-EV-DISPUTE-ID          PIC 9(9).
       01  WS-EV-STAGE               PIC X(1).
       01  WS-EV-ITEM-SEQ            PIC 9(3).
       01  WS-EV-DS-IDX              PIC 9(5).
       01  WS-EV-SG-IDX              PIC 9(4).
       01  WS-EV-ORDER               PIC 9(7) VALUE 0.
       01  WS-EV-LINE-NO             PIC 9(5).
       01  WS-PREV-DISPUTE-ID        PIC 9(9).
       01  WS-PREV-STAGE             PIC X(1).
       01  WS-AUD-AVAILABLE          PIC X(1) VALUE 'N'.
       01  WS-ROW-INSURED            PIC S9(13)V99.
       01  WS-ROW-UNINSURED          PIC S9(13)V99.
       01  WS-STAGE-TITLE            PIC X(24).

       01  WS-EDIT-AMT-1             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT-2             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-AMT-3             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDIT-COUNT             PIC ZZZZ9.
       01  WS-EDIT-SEQ               PIC 9(3).

      *--- Letter work fields ---
       01  WS-CATEGORY-WORDING       PIC X(40).
       01  WS-PARAGRAPH-TEXT         PIC X(100).
       01  WS-LETTER-DS-IDX          PIC 9(5).

       01  WS-PRIOR-READ             PIC 9(7) VALUE 0.
       01  WS-INTAKE-READ            PIC 9(7) VALUE 0.
       01  WS-UPDATES-READ           PIC 9(7) VALUE 0.
       01  WS-REGISTERED-COUNT       PIC 9(7) VALUE 0.
       01  WS-ITEMS-ADDED            PIC 9(7) VALUE 0.
       01  WS-DOCS-ADDED             PIC 9(7) VALUE 0.
       01  WS-ASSIGNED-COUNT         PIC 9(7) VALUE 0.
       01  WS-REVIEW-COUNT           PIC 9(7) VALUE 0.
       01  WS-RESOLVED-COUNT         PIC 9(7) VALUE 0.
       01  WS-EVIDENCE-WRITTEN       PIC 9(7) VALUE 0.
       01  WS-LETTER-COUNT           PIC 9(7) VALUE 0.
       01  WS-NO-LETTER-COUNT        PIC 9(7) VALUE 0.
       01  WS-EXTRACT-RECORDS        PIC 9(9) VALUE 0.
       01  WS-OPEN-COUNT             PIC 9(7) VALUE 0.
       01  WS-PAST-DUE-COUNT         PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT           PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT          PIC 9(7).
       01  WS-SECTION-ACTIVITY       PIC X(1).

       01  DISPUTE-HEADING-LINE.
           05  FILLER PIC X(11) VALUE 'DISPUTE ID'.
           05  FILLER PIC X(16) VALUE 'DEPOSITOR'.
           05  FILLER PIC X(3)  VALUE 'BY'.
           05  FILLER PIC X(11) VALUE 'RECEIVED'.
           05  FILLER PIC X(11) VALUE 'DUE'.
           05  FILLER PIC X(3)  VALUE 'ST'.
           05  FILLER PIC X(11) VALUE 'ANALYST'.
           05  FILLER PIC X(6)  VALUE 'ITEMS'.
           05  FILLER PIC X(49) VALUE 'DETAIL'.

       01  DISPUTE-DETAIL-LINE.
           05  DDL-DISPUTE-ID        PIC Z(8)9.
           05  FILLER                PIC X(2).
           05  DDL-DEPOSITOR-ID      PIC X(15).
           05  FILLER                PIC X(1).
           05  DDL-DISPUTANT-TYPE    PIC X(1).
           05  FILLER                PIC X(2).
           05  DDL-RECEIVED-DATE     PIC X(10).
           05  FILLER                PIC X(1).
           05  DDL-DUE-DATE          PIC X(10).
           05  FILLER                PIC X(1).
           05  DDL-STATUS            PIC X(1).
           05  FILLER                PIC X(2).
           05  DDL-ANALYST-ID        PIC X(10).
           05  FILLER                PIC X(1).
           05  DDL-ITEM-COUNT        PIC ZZ9.
           05  FILLER                PIC X(3).
           05  DDL-DETAIL            PIC X(49).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-UPDATES
           PERFORM 3000-APPLY-INTAKE
           PERFORM 4000-ATTACH-EVIDENCE
           PERFORM 5000-WRITE-LETTERS
           PERFORM 5500-AGE-DISPUTES
           PERFORM 6000-WRITE-DISPUTE-REGISTER
           PERFORM 7000-WRITE-ACTIVITY-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1040-CHECK-RSLT-VALIDATE
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-PARM
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8200-SET-WORK-DAYNO
           MOVE WS-WORK-DAYNO TO WS-BUS-DAYNO
           PERFORM 1250-LOAD-OVERRIDES
           PERFORM 1300-LOAD-REGISTER
           ADD 1 TO WS-NEXT-DISPUTE-ID.

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

       1100-READ-RUN-CONTROL.
      *    The business date comes from the run-control file written
      *    by CYCLE-OPEN -- never the system clock. Both calcs must
      *    have finished for the same business date: the evidence
      *    attached to a dispute is the cycle's determination, not
      *    a half-built one.
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
                       IF RC-JOB-COMPLETE-REC
                           AND RC-BUSINESS-DATE = WS-BUSINESS-DATE
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
           OPEN INPUT DISPUTE-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ DISPUTE-PARM-FILE
                   NOT AT END
                       IF DSPP-RESPONSE-DAYS NUMERIC
                           AND DSPP-RESPONSE-DAYS > 0
                           MOVE DSPP-RESPONSE-DAYS
                               TO WS-RESPONSE-DAYS
                       END-IF
                       IF DSPP-RETAIN-DAYS NUMERIC
                           AND DSPP-RETAIN-DAYS > 0
                           MOVE DSPP-RETAIN-DAYS TO WS-RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE DISPUTE-PARM-FILE
           END-IF.

       1250-LOAD-OVERRIDES.
      *    Only an override with a reviewer AND a distinct approver
      *    is ever applied (PART370-SUBMISSION refuses the rest), so
      *    only those can be a dispute's correction. An absent or
      *    empty file is the normal cycle.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVR-STATUS = '00'
               PERFORM UNTIL WS-OVR-STATUS NOT = '00'
                   READ OVERRIDE-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM 1260-STAGE-ONE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.

       1260-STAGE-ONE-OVERRIDE.
           EVALUATE TRUE
               WHEN NOT OVR-DEPOSIT-ENTITY
                   AND NOT OVR-TRUST-ENTITY
                   ADD 1 TO WS-OVR-REFUSED
               WHEN OVR-REVIEWER-ID = SPACES
                   OR OVR-APPROVER-ID = SPACES
                   OR OVR-APPROVER-ID = OVR-REVIEWER-ID
                   ADD 1 TO WS-OVR-REFUSED
               WHEN WS-OVR-COUNT < WS-OVR-MAX
                   ADD 1 TO WS-OVR-COUNT
                   SET WS-OV-IDX TO WS-OVR-COUNT
                   MOVE OVR-ENTITY-TYPE   TO WS-OV-TYPE(WS-OV-IDX)
                   MOVE OVR-ENTITY-ID     TO WS-OV-ENTITY-ID(WS-OV-IDX)
                   MOVE OVR-GRANTOR-ID    TO WS-OV-GRANTOR-ID(WS-OV-IDX)
                   MOVE OVR-INSURED-AMT   TO WS-OV-INSURED(WS-OV-IDX)
                   MOVE OVR-UNINSURED-AMT TO WS-OV-UNINSURED(WS-OV-IDX)
                   MOVE OVR-REASON-CODE   TO WS-OV-REASON(WS-OV-IDX)
                   MOVE OVR-JUSTIFICATION
                       TO WS-OV-JUSTIFICATION(WS-OV-IDX)
                   MOVE OVR-REVIEWER-ID   TO WS-OV-REVIEWER(WS-OV-IDX)
                   MOVE OVR-APPROVER-ID   TO WS-OV-APPROVER(WS-OV-IDX)
                   MOVE OVR-DECISION-DATE
                       TO WS-OV-DECISION-DATE(WS-OV-IDX)
               WHEN OTHER
                   DISPLAY 'OVERRIDE TABLE FULL AT ' WS-OVR-MAX
                            ' -- RUN ABORTED.'
                   CLOSE OVERRIDE-FILE
                   STOP RUN
           END-EVALUATE.

       1300-LOAD-REGISTER.
      *    An absent prior generation is the first run. A register
      *    too big for the tables stops the run -- dropping a
      *    dispute would lose it.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRIOR-REGISTER-FILE
           IF WS-PREG-STATUS NOT = '00'
               DISPLAY 'NO PRIOR DISPUTE REGISTER -- STARTING EMPTY'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRIOR-REGISTER-FILE INTO DISPUTE-CASE-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PRIOR-READ
                       IF DSP-HEADER-REC
                           PERFORM 1310-LOAD-HEADER
                       ELSE
                           PERFORM 3500-ADD-DETAIL
                           MOVE 'N' TO WS-DT-NEW(WS-DT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-REGISTER-FILE.

       1310-LOAD-HEADER.
           IF WS-DSP-COUNT NOT < WS-DSP-MAX
               DISPLAY 'DISPUTE REGISTER EXCEEDS ' WS-DSP-MAX
                        ' DISPUTES -- RUN ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-DSP-COUNT
           SET WS-DS-IDX TO WS-DSP-COUNT
           PERFORM 8850-CLEAR-DISPUTE-ENTRY
           PERFORM 8900-STORE-DISPUTE
           IF DSP-DISPUTE-ID > WS-NEXT-DISPUTE-ID
               MOVE DSP-DISPUTE-ID TO WS-NEXT-DISPUTE-ID
           END-IF.

       2000-APPLY-UPDATES.
      *    Updates are optional -- no DSPUPD means nobody worked a
      *    dispute today.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DISPUTE-UPDATE-FILE
           IF WS-DUP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DISPUTE-UPDATE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-UPDATES-READ
                       PERFORM 2100-APPLY-UPDATE
               END-READ
           END-PERFORM
           CLOSE DISPUTE-UPDATE-FILE.

       2100-APPLY-UPDATE.
      *    A resolved dispute is closed to further updates -- a new
      *    complaint is logged instead.
           MOVE 'N' TO WS-REJECTED
           MOVE DUP-DISPUTE-ID TO WS-FIND-DISPUTE-ID
           PERFORM 8100-FIND-DISPUTE-ID
           IF WS-DSP-IDX-SAVE = 0
               MOVE 'NO SUCH DISPUTE' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           SET WS-DS-IDX TO WS-DSP-IDX-SAVE
           MOVE WS-DS-DATA(WS-DS-IDX) TO DISPUTE-CASE-REC
           IF DSP-RESOLVED
               MOVE 'DISPUTE IS ALREADY RESOLVED' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN DUP-ASSIGN
                   PERFORM 2110-ASSIGN
               WHEN DUP-REVIEW
                   PERFORM 2120-START-REVIEW
               WHEN DUP-RESOLVE
                   PERFORM 2130-RESOLVE
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-UPDATE
           END-EVALUATE.

       2110-ASSIGN.
      *    Reassignment is allowed until the dispute is resolved;
      *    the new analyst starts their own review.
           IF DUP-ANALYST-ID = SPACES
               MOVE 'ASSIGN WITH NO ANALYST' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           MOVE DUP-ANALYST-ID   TO DSP-ANALYST-ID
           MOVE WS-BUSINESS-DATE TO DSP-ASSIGNED-DATE
           MOVE SPACES           TO DSP-REVIEW-DATE
           SET DSP-ASSIGNED TO TRUE
           MOVE 'A' TO WS-DS-ACTIVITY(WS-DS-IDX)
           ADD 1 TO WS-ASSIGNED-COUNT
           PERFORM 8900-STORE-DISPUTE.

       2120-START-REVIEW.
           IF NOT DSP-ASSIGNED
               MOVE 'DISPUTE IS NOT ASSIGNED' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF DUP-ANALYST-ID NOT = SPACES
               AND DUP-ANALYST-ID NOT = DSP-ANALYST-ID
               MOVE 'NOT THE ASSIGNED ANALYST' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF DSP-ITEM-COUNT = 0
               MOVE 'NO DISPUTED ITEM ON THE DISPUTE'
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE TO DSP-REVIEW-DATE
           SET DSP-IN-REVIEW TO TRUE
           MOVE 'V' TO WS-DS-ACTIVITY(WS-DS-IDX)
           ADD 1 TO WS-REVIEW-COUNT
           PERFORM 8900-STORE-DISPUTE.

       2130-RESOLVE.
      *    Maker-checker: the approver is a second user, never the
      *    analyst who reviewed it. A correction must say what made
      *    it; any other outcome must not carry one.
           IF NOT DSP-IN-REVIEW
               MOVE 'DISPUTE IS NOT IN ANALYST REVIEW'
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF NOT DUP-UPHELD AND NOT DUP-CORRECTED
               AND NOT DUP-WITHDRAWN
               MOVE 'OUTCOME MUST BE U, C OR W' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF DUP-APPROVER-ID = SPACES
               MOVE 'RESOLVE WITH NO APPROVER' TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF DUP-APPROVER-ID = DSP-ANALYST-ID
               MOVE 'APPROVER MUST DIFFER FROM ANALYST'
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           IF DUP-RESOLUTION-NOTE = SPACES
               MOVE 'RESOLVE WITH NO RESOLUTION NOTE'
                   TO WS-REJECT-REASON
               PERFORM 2900-REJECT-UPDATE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CORRECTION-DATE
           IF DUP-CORRECTED
               PERFORM 2140-EDIT-CORRECTION
               IF WS-REJECTED = 'Y'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF DUP-CORRECTION-TYPE NOT = SPACES
                   OR DUP-CORRECTION-REF NOT = SPACES
                   OR DUP-CORRECTION-DATE NOT = SPACES
                   MOVE 'CORRECTION GIVEN BUT OUTCOME NOT C'
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-UPDATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-BUSINESS-DATE    TO DSP-RESOLVED-DATE
           MOVE DUP-OUTCOME         TO DSP-OUTCOME
           MOVE DUP-APPROVER-ID     TO DSP-APPROVER-ID
           MOVE DUP-CORRECTION-TYPE TO DSP-CORRECTION-TYPE
           MOVE DUP-CORRECTION-REF  TO DSP-CORRECTION-REF
           MOVE WS-CORRECTION-DATE  TO DSP-CORRECTION-DATE
           MOVE DUP-RESOLUTION-NOTE TO DSP-RESOLUTION-NOTE
           SET DSP-RESOLVED TO TRUE
           MOVE 'R' TO WS-DS-ACTIVITY(WS-DS-IDX)
           ADD 1 TO WS-RESOLVED-COUNT
           PERFORM 8900-STORE-DISPUTE.

       2140-EDIT-CORRECTION.
      *    An override correction names a disputed account or trust
      *    with an approved override on DETOVRRD; its date is the
      *    override's decision date. A data fix names its reference
      *    and defaults to today.
           EVALUATE TRUE
               WHEN DUP-CORR-OVERRIDE
                   MOVE 'N' TO WS-ITEM-FOUND
                   PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                       UNTIL WS-DT-IDX > WS-DTL-COUNT
                       PERFORM 2150-MATCH-CORRECTION-ITEM
                   END-PERFORM
                   IF WS-ITEM-FOUND = 'N'
                       MOVE 'OVERRIDE REF IS NOT A DISPUTED ITEM'
                           TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-UPDATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE DUP-CORRECTION-REF TO WS-FIND-ENTITY-ID
                   MOVE SPACES TO WS-FIND-GRANTOR-ID
                   PERFORM 8300-FIND-OVERRIDE
                   IF WS-OVR-IDX-SAVE = 0
                       MOVE 'NO APPROVED OVERRIDE ON DETOVRRD'
                           TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-UPDATE
                       EXIT PARAGRAPH
                   END-IF
                   SET WS-OV-IDX TO WS-OVR-IDX-SAVE
                   IF DUP-CORRECTION-DATE NOT = SPACES
                       AND DUP-CORRECTION-DATE
                           NOT = WS-OV-DECISION-DATE(WS-OV-IDX)
                       MOVE 'DATE IS NOT THE OVERRIDE DECISION DATE'
                           TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-UPDATE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-OV-DECISION-DATE(WS-OV-IDX)
                       TO WS-CORRECTION-DATE
               WHEN DUP-CORR-DATA-FIX
                   IF DUP-CORRECTION-REF = SPACES
                       MOVE 'DATA FIX WITH NO REFERENCE'
                           TO WS-REJECT-REASON
                       PERFORM 2900-REJECT-UPDATE
                       EXIT PARAGRAPH
                   END-IF
                   IF DUP-CORRECTION-DATE = SPACES
                       MOVE WS-BUSINESS-DATE TO WS-CORRECTION-DATE
                   ELSE
                       MOVE DUP-CORRECTION-DATE TO WS-WORK-DATE
                       PERFORM 8200-SET-WORK-DAYNO
                       IF WS-WORK-DAYNO = 0
                           OR WS-WORK-DAYNO > WS-BUS-DAYNO
                           MOVE 'BAD DATA FIX DATE'
                               TO WS-REJECT-REASON
                           PERFORM 2900-REJECT-UPDATE
                           EXIT PARAGRAPH
                       END-IF
                       MOVE DUP-CORRECTION-DATE TO WS-CORRECTION-DATE
                   END-IF
               WHEN OTHER
                   MOVE 'CORRECTION TYPE MUST BE O OR F'
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-UPDATE
           END-EVALUATE.

       2150-MATCH-CORRECTION-ITEM.
      *    Detail rows are the DISPUTE-CASE layout: record type in
      *    byte 10, the item's entity type and id from byte 14.
           IF WS-DT-DISPUTE-ID(WS-DT-IDX) = DSP-DISPUTE-ID
               AND WS-DT-DATA(WS-DT-IDX)(10:1) = 'I'
               AND WS-DT-DATA(WS-DT-IDX)(15:20) = DUP-CORRECTION-REF
               MOVE 'Y' TO WS-ITEM-FOUND
               MOVE WS-DT-DATA(WS-DT-IDX)(14:1) TO WS-FIND-TYPE
           END-IF.

       2900-REJECT-UPDATE.
           MOVE 'Y' TO WS-REJECTED
           MOVE 'UPDATE' TO WS-REJECT-SOURCE
           MOVE DISPUTE-UPDATE-REC TO WS-REJECT-RECORD
           PERFORM 8800-ADD-REJECT.

       3000-APPLY-INTAKE.
      *    Intake is optional -- no DSPINTK means nothing was keyed
      *    through DSPI today. Records are applied in keying order,
      *    so a complaint is registered before its items.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT INTAKE-FILE
           IF WS-INT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INTAKE-FILE INTO DISPUTE-INTAKE-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-INTAKE-READ
                       PERFORM 3100-APPLY-INTAKE-REC
               END-READ
           END-PERFORM
           CLOSE INTAKE-FILE.

       3100-APPLY-INTAKE-REC.
           MOVE 'N' TO WS-REJECTED
           IF DSI-INTAKE-REF = SPACES OR DSI-DEPOSITOR-ID = SPACES
               MOVE 'NO INTAKE REF OR DEPOSITOR' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN DSI-COMPLAINT-REC
                   PERFORM 3200-REGISTER-COMPLAINT
               WHEN DSI-ITEM-REC
                   PERFORM 3300-ADD-ITEM
               WHEN DSI-DOCUMENT-REC
                   PERFORM 3400-ADD-DOCUMENT
               WHEN OTHER
                   MOVE 'UNKNOWN INTAKE RECORD TYPE'
                       TO WS-REJECT-REASON
                   PERFORM 3900-REJECT-INTAKE
           END-EVALUATE.

       3150-FIND-COMPLAINT.
      *    An item or document joins the dispute registered under
      *    its intake reference, for the same depositor, while it
      *    is still unresolved.
           MOVE DSI-INTAKE-REF TO WS-FIND-INTAKE-REF
           PERFORM 8150-FIND-INTAKE-REF
           IF WS-DSP-IDX-SAVE = 0
               MOVE 'NO COMPLAINT REGISTERED FOR INTAKE REF'
                   TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           SET WS-DS-IDX TO WS-DSP-IDX-SAVE
           IF WS-DS-DEPOSITOR-ID(WS-DS-IDX) NOT = DSI-DEPOSITOR-ID
               MOVE 'DEPOSITOR DIFFERS FROM THE COMPLAINT'
                   TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           IF WS-DS-STATUS(WS-DS-IDX) = 'R'
               MOVE 'DISPUTE IS ALREADY RESOLVED' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
           END-IF.

       3200-REGISTER-COMPLAINT.
           MOVE DSI-INTAKE-REF TO WS-FIND-INTAKE-REF
           PERFORM 8150-FIND-INTAKE-REF
           IF WS-DSP-IDX-SAVE NOT = 0
               MOVE 'INTAKE REF ALREADY REGISTERED' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           IF NOT DSI-BY-CUSTOMER AND NOT DSI-BY-ATTORNEY
               AND NOT DSI-BY-OTHER-REP
               MOVE 'DISPUTANT TYPE MUST BE C, A OR O'
                   TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           MOVE DSI-RECEIVED-DATE TO WS-WORK-DATE
           PERFORM 8200-SET-WORK-DAYNO
           IF WS-WORK-DAYNO = 0 OR WS-WORK-DAYNO > WS-BUS-DAYNO
               MOVE 'BAD RECEIVED DATE' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           IF WS-DSP-COUNT NOT < WS-DSP-MAX
               DISPLAY 'DISPUTE REGISTER FULL AT ' WS-DSP-MAX
                        ' DISPUTES -- RUN ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-DSP-COUNT
           SET WS-DS-IDX TO WS-DSP-COUNT
           PERFORM 8850-CLEAR-DISPUTE-ENTRY
           MOVE SPACES TO DISPUTE-CASE-REC
           MOVE WS-NEXT-DISPUTE-ID TO DSP-DISPUTE-ID
           ADD 1 TO WS-NEXT-DISPUTE-ID
           SET DSP-HEADER-REC TO TRUE
           MOVE 0 TO DSP-SEQ
           MOVE DSI-INTAKE-REF     TO DSP-INTAKE-REF
           MOVE DSI-DEPOSITOR-ID   TO DSP-DEPOSITOR-ID
           MOVE DSI-DISPUTANT-TYPE TO DSP-DISPUTANT-TYPE
           IF NOT DSI-BY-CUSTOMER
               MOVE DSI-TEXT       TO DSP-DISPUTANT-NAME
           END-IF
           MOVE DSI-RECEIVED-DATE  TO DSP-RECEIVED-DATE
           MOVE WS-BUSINESS-DATE   TO DSP-REGISTERED-DATE
           COMPUTE WS-WORK-DAYNO = WS-WORK-DAYNO + WS-RESPONSE-DAYS
           PERFORM 8250-SET-WORK-DATE
           MOVE WS-WORK-DATE       TO DSP-DUE-DATE
           SET DSP-OPEN TO TRUE
           MOVE 0 TO DSP-ITEM-COUNT
           MOVE 0 TO DSP-DOC-COUNT
           MOVE 0 TO DSP-EVIDENCE-LINES
           MOVE 'N' TO WS-DS-ACTIVITY(WS-DS-IDX)
           ADD 1 TO WS-REGISTERED-COUNT
           PERFORM 8900-STORE-DISPUTE.

       3300-ADD-ITEM.
           PERFORM 3150-FIND-COMPLAINT
           IF WS-REJECTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF NOT DSI-DEPOSIT-ENTITY AND NOT DSI-TRUST-ENTITY
               MOVE 'ENTITY TYPE MUST BE D OR T' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           IF DSI-ENTITY-ID = SPACES
               MOVE 'NO ACCOUNT OR TRUST ID' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-ITEM-FOUND
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DTL-COUNT
               IF WS-DT-DISPUTE-ID(WS-DT-IDX)
                       = WS-DS-DISPUTE-ID(WS-DS-IDX)
                   AND WS-DT-DATA(WS-DT-IDX)(10:1) = 'I'
                   AND WS-DT-DATA(WS-DT-IDX)(14:1) = DSI-ENTITY-TYPE
                   AND WS-DT-DATA(WS-DT-IDX)(15:20) = DSI-ENTITY-ID
                   MOVE 'Y' TO WS-ITEM-FOUND
               END-IF
           END-PERFORM
           IF WS-ITEM-FOUND = 'Y'
               MOVE 'ITEM ALREADY ON THE DISPUTE' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DS-DATA(WS-DS-IDX) TO DISPUTE-CASE-REC
           ADD 1 TO DSP-ITEM-COUNT
           COMPUTE WS-NEW-SEQ = DSP-ITEM-COUNT + DSP-DOC-COUNT
           PERFORM 8900-STORE-DISPUTE
           MOVE SPACES TO DISPUTE-CASE-REC
           MOVE WS-DS-DISPUTE-ID(WS-DS-IDX) TO DSP-DISPUTE-ID
           SET DSP-ITEM-REC TO TRUE
           MOVE WS-NEW-SEQ        TO DSP-SEQ
           MOVE DSI-ENTITY-TYPE   TO DSP-ENTITY-TYPE
           MOVE DSI-ENTITY-ID     TO DSP-ENTITY-ID
           MOVE DSI-CLAIMED-ORC   TO DSP-CLAIMED-ORC
           MOVE DSI-TEXT          TO DSP-CLAIM-TEXT
           MOVE WS-BUSINESS-DATE  TO DSP-ITEM-ADDED-DATE
           MOVE 'N' TO DSP-REG-FOUND
           MOVE 0 TO DSP-REG-BALANCE DSP-REG-INSURED
                     DSP-REG-UNINSURED
           MOVE 0 TO DSP-FINAL-BALANCE DSP-FINAL-INSURED
                     DSP-FINAL-UNINSURED
           PERFORM 3500-ADD-DETAIL
           ADD 1 TO WS-ITEMS-ADDED.

       3400-ADD-DOCUMENT.
           PERFORM 3150-FIND-COMPLAINT
           IF WS-REJECTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF DSI-DOC-TYPE = SPACES
               MOVE 'NO DOCUMENT TYPE' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           IF DSI-RECEIVED-DATE = SPACES
               MOVE DSI-KEYED-DATE TO DSI-RECEIVED-DATE
           END-IF
           MOVE DSI-RECEIVED-DATE TO WS-WORK-DATE
           PERFORM 8200-SET-WORK-DAYNO
           IF WS-WORK-DAYNO = 0 OR WS-WORK-DAYNO > WS-BUS-DAYNO
               MOVE 'BAD DOCUMENT RECEIVED DATE' TO WS-REJECT-REASON
               PERFORM 3900-REJECT-INTAKE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DS-DATA(WS-DS-IDX) TO DISPUTE-CASE-REC
           ADD 1 TO DSP-DOC-COUNT
           COMPUTE WS-NEW-SEQ = DSP-ITEM-COUNT + DSP-DOC-COUNT
           PERFORM 8900-STORE-DISPUTE
           MOVE SPACES TO DISPUTE-CASE-REC
           MOVE WS-DS-DISPUTE-ID(WS-DS-IDX) TO DSP-DISPUTE-ID
           SET DSP-DOCUMENT-REC TO TRUE
           MOVE WS-NEW-SEQ        TO DSP-SEQ
           MOVE DSI-DOC-TYPE      TO DSP-DOC-TYPE
           MOVE DSI-TEXT          TO DSP-DOC-DESC
           MOVE DSI-RECEIVED-DATE TO DSP-DOC-RECEIVED-DATE
           MOVE DSI-KEYED-BY      TO DSP-DOC-KEYED-BY
           PERFORM 3500-ADD-DETAIL
           ADD 1 TO WS-DOCS-ADDED.

       3500-ADD-DETAIL.
      *    Adds the item or document in DISPUTE-CASE-REC to the
      *    detail table as added tonight; the prior-register load
      *    resets the flag.
           IF WS-DTL-COUNT NOT < WS-DTL-MAX
               DISPLAY 'DISPUTE ITEMS AND DOCUMENTS EXCEED '
                        WS-DTL-MAX ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-DTL-COUNT
           SET WS-DT-IDX TO WS-DTL-COUNT
           MOVE DSP-DISPUTE-ID   TO WS-DT-DISPUTE-ID(WS-DT-IDX)
           MOVE 'Y'              TO WS-DT-NEW(WS-DT-IDX)
           MOVE DISPUTE-CASE-REC TO WS-DT-DATA(WS-DT-IDX).

       3900-REJECT-INTAKE.
           MOVE 'Y' TO WS-REJECTED
           MOVE 'INTAKE' TO WS-REJECT-SOURCE
           MOVE DISPUTE-INTAKE-REC TO WS-REJECT-RECORD
           PERFORM 8800-ADD-REJECT.

       4000-ATTACH-EVIDENCE.
      *    Items added tonight get the registration package; every
      *    item of a dispute resolved tonight gets the resolution
      *    package. Nothing to attach leaves DSPEVID untouched.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DTL-COUNT
               MOVE WS-DT-DATA(WS-DT-IDX) TO DISPUTE-CASE-REC
               IF DSP-ITEM-REC
                   MOVE DSP-DISPUTE-ID TO WS-FIND-DISPUTE-ID
                   PERFORM 8100-FIND-DISPUTE-ID
                   SET WS-DS-IDX TO WS-DSP-IDX-SAVE
                   EVALUATE TRUE
                       WHEN WS-DT-NEW(WS-DT-IDX) = 'Y'
                           MOVE 'R' TO WS-EV-STAGE
                           PERFORM 4010-STAGE-ITEM
                       WHEN WS-DS-ACTIVITY(WS-DS-IDX) = 'R'
                           MOVE 'F' TO WS-EV-STAGE
                           PERFORM 4010-STAGE-ITEM
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-STG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           SORT EVIDENCE-SORT-FILE
               ON ASCENDING KEY DSW-DISPUTE-ID DSW-STAGE
                                DSW-ITEM-SEQ DSW-SECTION DSW-ORDER
               INPUT PROCEDURE 4100-GATHER-EVIDENCE
               GIVING SORTED-EVIDENCE-FILE
           PERFORM 4200-WRITE-EVIDENCE-FILE
           PERFORM 4300-POST-FIGURES.

       4010-STAGE-ITEM.
           IF WS-STG-COUNT NOT < WS-STG-MAX
               DISPLAY 'MORE THAN ' WS-STG-MAX ' DISPUTED ITEMS TO '
                        'EVIDENCE -- RUN ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-STG-COUNT
           SET WS-SG-IDX TO WS-STG-COUNT
           SET WS-SG-DT-IDX(WS-SG-IDX) TO WS-DT-IDX
           SET WS-SG-DS-IDX(WS-SG-IDX) TO WS-DS-IDX
           MOVE DSP-DISPUTE-ID  TO WS-SG-DISPUTE-ID(WS-SG-IDX)
           MOVE WS-EV-STAGE     TO WS-SG-STAGE(WS-SG-IDX)
           MOVE DSP-SEQ         TO WS-SG-ITEM-SEQ(WS-SG-IDX)
           MOVE DSP-ENTITY-TYPE TO WS-SG-ENTITY-TYPE(WS-SG-IDX)
           MOVE DSP-ENTITY-ID   TO WS-SG-ENTITY-ID(WS-SG-IDX)
           MOVE 'N'    TO WS-SG-FOUND(WS-SG-IDX)
           MOVE SPACES TO WS-SG-ORC(WS-SG-IDX)
           MOVE 0      TO WS-SG-BALANCE(WS-SG-IDX)
           MOVE 0      TO WS-SG-INSURED(WS-SG-IDX)
           MOVE 0      TO WS-SG-UNINSURED(WS-SG-IDX)
           MOVE 'N'    TO WS-SG-OVERRIDE(WS-SG-IDX)
           MOVE 0 TO WS-SG-SECTION-LINES(WS-SG-IDX, 1)
           MOVE 0 TO WS-SG-SECTION-LINES(WS-SG-IDX, 2)
           MOVE 0 TO WS-SG-SECTION-LINES(WS-SG-IDX, 3)
           IF WS-EV-STAGE = 'R'
               ADD 1 TO WS-DS-STAGED-R(WS-DS-IDX)
           ELSE
               ADD 1 TO WS-DS-STAGED-F(WS-DS-IDX)
           END-IF.

       4100-GATHER-EVIDENCE.
      *    Sections: 1 package and item headings, 2 determination
      *    rows, 3 overrides, 4 audit trail rows, 9 package end.
           PERFORM 4110-SCAN-DEPOSIT-RESULTS
           PERFORM 4120-SCAN-TRUST-RESULTS
           PERFORM 4130-LIST-OVERRIDES
           PERFORM 4140-SCAN-AUDIT-TRAIL
           PERFORM 4150-RELEASE-FRAMES.

       4110-SCAN-DEPOSIT-RESULTS.
      *    Both calcs have posted complete, so both result files
      *    must be there.
           OPEN INPUT DEPOSIT-RESULT-FILE
           IF WS-DRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RSLTFILE: ' WS-DRSLT-STATUS
               DISPLAY 'RUN ABORTED -- DISPUTE REGISTER NOT UPDATED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                           UNTIL WS-SG-IDX > WS-STG-COUNT
                           IF WS-SG-ENTITY-TYPE(WS-SG-IDX) = 'D'
                               AND WS-SG-ENTITY-ID(WS-SG-IDX)
                                   = DRSLT-ACCT-NUMBER
                               PERFORM 4111-TAKE-DEPOSIT-RESULT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-RESULT-FILE.

       4111-TAKE-DEPOSIT-RESULT.
           PERFORM 4910-SET-EVIDENCE-ITEM
           MOVE 2 TO WS-SECTION-NO
           MOVE DRSLT-INSURED-AMT   TO WS-ROW-INSURED
           MOVE DRSLT-UNINSURED-AMT TO WS-ROW-UNINSURED
           MOVE 0 TO WS-OVR-IDX-SAVE
           IF WS-SG-STAGE(WS-SG-IDX) = 'F'
               MOVE 'D' TO WS-FIND-TYPE
               MOVE DRSLT-ACCT-NUMBER TO WS-FIND-ENTITY-ID
               MOVE SPACES TO WS-FIND-GRANTOR-ID
               PERFORM 8300-FIND-OVERRIDE
           END-IF
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ACCOUNT ' DRSLT-ACCT-NUMBER
                  '  DEPOSITOR ' DRSLT-DEPOSITOR-ID
                  '  INSTITUTION ' DRSLT-INSTITUTION-ID
                  '  ORC ' DRSLT-ORC-TYPE
                  '  METHOD ' DRSLT-CALC-METHOD
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           MOVE DRSLT-BALANCE       TO WS-EDIT-AMT-1
           MOVE DRSLT-INSURED-AMT   TO WS-EDIT-AMT-2
           MOVE DRSLT-UNINSURED-AMT TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  BALANCE ' WS-EDIT-AMT-1
                  '  INSURED ' WS-EDIT-AMT-2
                  '  UNINSURED ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ERROR FLAG ' DRSLT-ERROR-FLAG
                  '  REASON ' DRSLT-REASON-CODE
                  '  CALCULATED ' DRSLT-TIMESTAMP
                  '  SANCTIONS BLOCKED ' DRSLT-BLOCKED-FLAG
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           PERFORM 4115-APPLY-OVERRIDE
           MOVE DRSLT-ORC-TYPE TO WS-SG-ORC(WS-SG-IDX)
           MOVE 'Y' TO WS-SG-FOUND(WS-SG-IDX)
           ADD DRSLT-BALANCE TO WS-SG-BALANCE(WS-SG-IDX)
           ADD WS-ROW-INSURED TO WS-SG-INSURED(WS-SG-IDX)
           ADD WS-ROW-UNINSURED TO WS-SG-UNINSURED(WS-SG-IDX).

       4115-APPLY-OVERRIDE.
      *    At resolution an approved override replaces the row's
      *    insured and uninsured figures, as it does on the Part 370
      *    export -- the figures the customer is told.
           IF WS-OVR-IDX-SAVE = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-OV-IDX TO WS-OVR-IDX-SAVE
           MOVE WS-OV-INSURED(WS-OV-IDX)   TO WS-ROW-INSURED
           MOVE WS-OV-UNINSURED(WS-OV-IDX) TO WS-ROW-UNINSURED
           MOVE 'Y' TO WS-SG-OVERRIDE(WS-SG-IDX)
           MOVE WS-ROW-INSURED   TO WS-EDIT-AMT-1
           MOVE WS-ROW-UNINSURED TO WS-EDIT-AMT-2
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  OVERRIDE ' WS-OV-REASON(WS-OV-IDX)
                  ' APPLIED -- INSURED ' WS-EDIT-AMT-1
                  '  UNINSURED ' WS-EDIT-AMT-2
                  '  DECIDED ' WS-OV-DECISION-DATE(WS-OV-IDX)
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE.

       4120-SCAN-TRUST-RESULTS.
      *    A joint grantors' trust has a row per grantor under the
      *    same trust id; the item's figures are their sum.
           OPEN INPUT TRUST-RESULT-FILE
           IF WS-TRSLT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RESULTOUT: ' WS-TRSLT-STATUS
               DISPLAY 'RUN ABORTED -- DISPUTE REGISTER NOT UPDATED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                           UNTIL WS-SG-IDX > WS-STG-COUNT
                           IF WS-SG-ENTITY-TYPE(WS-SG-IDX) = 'T'
                               AND WS-SG-ENTITY-ID(WS-SG-IDX)
                                   = TRSLT-TRUST-ID
                               PERFORM 4121-TAKE-TRUST-RESULT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE TRUST-RESULT-FILE.

       4121-TAKE-TRUST-RESULT.
           PERFORM 4910-SET-EVIDENCE-ITEM
           MOVE 2 TO WS-SECTION-NO
           MOVE TRSLT-INSURED-AMT   TO WS-ROW-INSURED
           MOVE TRSLT-UNINSURED-AMT TO WS-ROW-UNINSURED
           MOVE 0 TO WS-OVR-IDX-SAVE
           IF WS-SG-STAGE(WS-SG-IDX) = 'F'
               MOVE 'T' TO WS-FIND-TYPE
               MOVE TRSLT-TRUST-ID TO WS-FIND-ENTITY-ID
               MOVE TRSLT-GRANTOR-ID TO WS-FIND-GRANTOR-ID
               PERFORM 8300-FIND-OVERRIDE
           END-IF
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  TRUST ' TRSLT-TRUST-ID
                  ' ' TRSLT-TRUST-NAME
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           MOVE TRSLT-BENE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  TYPE ' TRSLT-TRUST-TYPE
                  '  ORC ' TRSLT-ORC-TYPE
                  '  GRANTOR ' TRSLT-GRANTOR-ID
                  '  INSTITUTION ' TRSLT-INSTITUTION-ID
                  '  BENEFICIARIES ' WS-EDIT-COUNT
                  '  METHOD ' TRSLT-CALC-METHOD
                  '  STATUS ' TRSLT-STATUS
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           MOVE TRSLT-TOTAL-BALANCE TO WS-EDIT-AMT-1
           MOVE TRSLT-INSURED-AMT   TO WS-EDIT-AMT-2
           MOVE TRSLT-UNINSURED-AMT TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  BALANCE ' WS-EDIT-AMT-1
                  '  INSURED ' WS-EDIT-AMT-2
                  '  UNINSURED ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           MOVE TRSLT-PENDING-AMT    TO WS-EDIT-AMT-1
           MOVE TRSLT-NONDEPOSIT-AMT TO WS-EDIT-AMT-2
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  PENDING ' WS-EDIT-AMT-1
                  '  NON-DEPOSIT ' WS-EDIT-AMT-2
                  '  SANCTIONS BLOCKED ' TRSLT-BLOCKED-FLAG
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           PERFORM 4115-APPLY-OVERRIDE
           IF WS-SG-FOUND(WS-SG-IDX) = 'N'
               MOVE TRSLT-ORC-TYPE TO WS-SG-ORC(WS-SG-IDX)
           END-IF
           MOVE 'Y' TO WS-SG-FOUND(WS-SG-IDX)
           ADD TRSLT-TOTAL-BALANCE TO WS-SG-BALANCE(WS-SG-IDX)
           ADD WS-ROW-INSURED TO WS-SG-INSURED(WS-SG-IDX)
           ADD WS-ROW-UNINSURED TO WS-SG-UNINSURED(WS-SG-IDX).

       4130-LIST-OVERRIDES.
      *    Every approved override on the item, applied or not.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-STG-COUNT
               PERFORM 4910-SET-EVIDENCE-ITEM
               MOVE 3 TO WS-SECTION-NO
               PERFORM VARYING WS-OV-IDX FROM 1 BY 1
                   UNTIL WS-OV-IDX > WS-OVR-COUNT
                   IF WS-OV-TYPE(WS-OV-IDX)
                           = WS-SG-ENTITY-TYPE(WS-SG-IDX)
                       AND WS-OV-ENTITY-ID(WS-OV-IDX)
                           = WS-SG-ENTITY-ID(WS-SG-IDX)
                       PERFORM 4131-FORMAT-OVERRIDE
                   END-IF
               END-PERFORM
           END-PERFORM.

       4131-FORMAT-OVERRIDE.
           MOVE WS-OV-INSURED(WS-OV-IDX)   TO WS-EDIT-AMT-1
           MOVE WS-OV-UNINSURED(WS-OV-IDX) TO WS-EDIT-AMT-2
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  OVERRIDE ' WS-OV-REASON(WS-OV-IDX)
                  '  INSURED ' WS-EDIT-AMT-1
                  '  UNINSURED ' WS-EDIT-AMT-2
                  '  DECIDED ' WS-OV-DECISION-DATE(WS-OV-IDX)
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '      REVIEWER ' WS-OV-REVIEWER(WS-OV-IDX)
                  '  APPROVER ' WS-OV-APPROVER(WS-OV-IDX)
                  '  GRANTOR ' WS-OV-GRANTOR-ID(WS-OV-IDX)
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '      ' WS-OV-JUSTIFICATION(WS-OV-IDX)
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE.

       4140-SCAN-AUDIT-TRAIL.
      *    The live trail only -- older rows are on the archive
      *    generations (see AUDIT-INQUIRY). An unreadable trail is
      *    said so in each package rather than stopping the run.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUD-STATUS NOT = '00'
               MOVE 'N' TO WS-AUD-AVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AUD-AVAILABLE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-TRAIL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                           UNTIL WS-SG-IDX > WS-STG-COUNT
                           IF WS-SG-ENTITY-ID(WS-SG-IDX)
                                   = AUD-ENTITY-ID
                               PERFORM 4141-FORMAT-AUDIT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE.

       4141-FORMAT-AUDIT.
           PERFORM 4910-SET-EVIDENCE-ITEM
           MOVE 4 TO WS-SECTION-NO
           MOVE AUD-INPUT-BALANCE TO WS-EDIT-AMT-1
           MOVE AUD-INSURED-AMT   TO WS-EDIT-AMT-2
           MOVE AUD-UNINSURED-AMT TO WS-EDIT-AMT-3
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  ' AUD-SOURCE-SYSTEM
                  ' ' AUD-ORC-TYPE
                  ' ' AUD-CALC-METHOD
                  ' ' WS-EDIT-AMT-1
                  ' ' WS-EDIT-AMT-2
                  ' ' WS-EDIT-AMT-3
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '      ENTITY ' AUD-ENTITY-ID
                  '  AT ' AUD-TIMESTAMP
                  '  USER ' AUD-USER-ID
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE.

       4150-RELEASE-FRAMES.
      *    Item headings, an explicit line for every empty section
      *    -- an examiner must see that a source was searched, not
      *    just that nothing printed -- and each package's heading
      *    and end line.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-STG-COUNT
               PERFORM 4151-RELEASE-ITEM-HEADING
               PERFORM VARYING WS-SECTION-NO FROM 2 BY 1
                   UNTIL WS-SECTION-NO > 4
                   IF WS-SG-SECTION-LINES(WS-SG-IDX, WS-SECTION-NO - 1)
                       = 0
                       PERFORM 4152-RELEASE-EMPTY-SECTION
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DSP-COUNT
               IF WS-DS-STAGED-R(WS-DS-IDX) > 0
                   MOVE 'R' TO WS-EV-STAGE
                   PERFORM 4153-RELEASE-PACKAGE-FRAME
               END-IF
               IF WS-DS-STAGED-F(WS-DS-IDX) > 0
                   MOVE 'F' TO WS-EV-STAGE
                   PERFORM 4153-RELEASE-PACKAGE-FRAME
               END-IF
           END-PERFORM.

       4151-RELEASE-ITEM-HEADING.
           PERFORM 4910-SET-EVIDENCE-ITEM
           MOVE 1 TO WS-SECTION-NO
           MOVE WS-DT-DATA(WS-SG-DT-IDX(WS-SG-IDX)) TO DISPUTE-CASE-REC
           MOVE DSP-SEQ TO WS-EDIT-SEQ
           MOVE SPACES TO WS-EVIDENCE-LINE
           IF DSP-DEPOSIT-ENTITY
               STRING ' ITEM ' WS-EDIT-SEQ '  ACCOUNT ' DSP-ENTITY-ID
                      '  CLAIMED ORC ' DSP-CLAIMED-ORC
                      '  ADDED ' DSP-ITEM-ADDED-DATE
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
           ELSE
               STRING ' ITEM ' WS-EDIT-SEQ '  TRUST ' DSP-ENTITY-ID
                      '  CLAIMED ORC ' DSP-CLAIMED-ORC
                      '  ADDED ' DSP-ITEM-ADDED-DATE
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
           END-IF
           PERFORM 4900-RELEASE-EVIDENCE
           IF DSP-CLAIM-TEXT NOT = SPACES
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING '      CLAIM: ' DSP-CLAIM-TEXT
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
               PERFORM 4900-RELEASE-EVIDENCE
           END-IF.

       4152-RELEASE-EMPTY-SECTION.
           MOVE SPACES TO WS-EVIDENCE-LINE
           EVALUATE TRUE
               WHEN WS-SECTION-NO = 2
                   AND WS-SG-ENTITY-TYPE(WS-SG-IDX) = 'D'
                   MOVE '  NOT ON RSLTFILE THIS CYCLE'
                       TO WS-EVIDENCE-LINE
               WHEN WS-SECTION-NO = 2
                   MOVE '  NOT ON RESULTOUT THIS CYCLE'
                       TO WS-EVIDENCE-LINE
               WHEN WS-SECTION-NO = 3
                   MOVE '  NO APPROVED OVERRIDE ON DETOVRRD'
                       TO WS-EVIDENCE-LINE
               WHEN WS-AUD-AVAILABLE = 'N'
                   STRING '  AUDITTRL NOT AVAILABLE THIS RUN -- '
                          'STATUS ' WS-AUD-STATUS
                       DELIMITED SIZE INTO WS-EVIDENCE-LINE
               WHEN OTHER
                   MOVE '  NO AUDITTRL ROWS ON THE LIVE TRAIL'
                       TO WS-EVIDENCE-LINE
           END-EVALUATE
           PERFORM 4900-RELEASE-EVIDENCE.

       4153-RELEASE-PACKAGE-FRAME.
      *    Heading (item 000) and end line (item 999) of the
      *    dispute's package for the stage in WS-EV-STAGE.
           MOVE WS-DS-DATA(WS-DS-IDX) TO DISPUTE-CASE-REC
           MOVE DSP-DISPUTE-ID TO WS-EV-DISPUTE-ID
           SET WS-EV-DS-IDX TO WS-DS-IDX
           MOVE 0 TO WS-EV-SG-IDX
           MOVE 0 TO WS-EV-ITEM-SEQ
           MOVE 1 TO WS-SECTION-NO
           IF WS-EV-STAGE = 'R'
               MOVE 'REGISTRATION EVIDENCE' TO WS-STAGE-TITLE
           ELSE
               MOVE 'RESOLUTION EVIDENCE' TO WS-STAGE-TITLE
           END-IF
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING 'DISPUTE ' DSP-DISPUTE-ID '  ' WS-STAGE-TITLE
                  '  ATTACHED ' WS-BUSINESS-DATE
                  '  INTAKE REF ' DSP-INTAKE-REF
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  DEPOSITOR ' DSP-DEPOSITOR-ID
                  '  BY ' DSP-DISPUTANT-TYPE ' ' DSP-DISPUTANT-NAME
                  '  RECEIVED ' DSP-RECEIVED-DATE
                  '  DUE ' DSP-DUE-DATE
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE
           IF WS-EV-STAGE = 'F'
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING '  OUTCOME ' DSP-OUTCOME
                      '  ANALYST ' DSP-ANALYST-ID
                      '  APPROVER ' DSP-APPROVER-ID
                      '  CORRECTION ' DSP-CORRECTION-TYPE
                      ' ' DSP-CORRECTION-REF
                      ' ' DSP-CORRECTION-DATE
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
               PERFORM 4900-RELEASE-EVIDENCE
               MOVE SPACES TO WS-EVIDENCE-LINE
               STRING '  ' DSP-RESOLUTION-NOTE
                   DELIMITED SIZE INTO WS-EVIDENCE-LINE
               PERFORM 4900-RELEASE-EVIDENCE
           END-IF
           MOVE 999 TO WS-EV-ITEM-SEQ
           MOVE 9 TO WS-SECTION-NO
           IF WS-EV-STAGE = 'R'
               MOVE WS-DS-STAGED-R(WS-DS-IDX) TO WS-EDIT-COUNT
           ELSE
               MOVE WS-DS-STAGED-F(WS-DS-IDX) TO WS-EDIT-COUNT
           END-IF
           MOVE SPACES TO WS-EVIDENCE-LINE
           STRING '  END OF ' WS-STAGE-TITLE ' -- DISPUTE '
                  DSP-DISPUTE-ID '  ITEMS ' WS-EDIT-COUNT
               DELIMITED SIZE INTO WS-EVIDENCE-LINE
           PERFORM 4900-RELEASE-EVIDENCE.

       4200-WRITE-EVIDENCE-FILE.
      *    The evidence accumulates across cycles -- EXTEND, never
      *    OUTPUT. Lines are numbered within each package.
           OPEN EXTEND EVIDENCE-FILE
           IF WS-EVD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DISPUTE EVIDENCE FILE: '
                        WS-EVD-STATUS
               DISPLAY 'RUN ABORTED -- DISPUTE REGISTER NOT UPDATED.'
               STOP RUN
           END-IF
           OPEN INPUT SORTED-EVIDENCE-FILE
           MOVE 0 TO WS-PREV-DISPUTE-ID
           MOVE SPACES TO WS-PREV-STAGE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SORTED-EVIDENCE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DSS-DISPUTE-ID NOT = WS-PREV-DISPUTE-ID
                           OR DSS-STAGE NOT = WS-PREV-STAGE
                           MOVE 0 TO WS-EV-LINE-NO
                           MOVE DSS-DISPUTE-ID TO WS-PREV-DISPUTE-ID
                           MOVE DSS-STAGE TO WS-PREV-STAGE
                       END-IF
                       ADD 1 TO WS-EV-LINE-NO
                       MOVE DSS-DISPUTE-ID   TO DEV-DISPUTE-ID
                       MOVE DSS-STAGE        TO DEV-STAGE
                       MOVE WS-BUSINESS-DATE TO DEV-ATTACHED-DATE
                       MOVE WS-EV-LINE-NO    TO DEV-LINE-NO
                       MOVE DSS-PRINT-LINE   TO DEV-PRINT-LINE
                       WRITE DISPUTE-EVIDENCE-REC
                       ADD 1 TO WS-EVIDENCE-WRITTEN
               END-READ
           END-PERFORM
           CLOSE SORTED-EVIDENCE-FILE
           CLOSE EVIDENCE-FILE.

       4300-POST-FIGURES.
      *    The gathered figures go onto the items -- registration or
      *    resolution -- and the line counts onto the headers.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-STG-COUNT
               SET WS-DT-IDX TO WS-SG-DT-IDX(WS-SG-IDX)
               MOVE WS-DT-DATA(WS-DT-IDX) TO DISPUTE-CASE-REC
               IF WS-SG-STAGE(WS-SG-IDX) = 'R'
                   MOVE WS-SG-FOUND(WS-SG-IDX)     TO DSP-REG-FOUND
                   MOVE WS-SG-ORC(WS-SG-IDX)       TO DSP-REG-ORC
                   MOVE WS-SG-BALANCE(WS-SG-IDX)   TO DSP-REG-BALANCE
                   MOVE WS-SG-INSURED(WS-SG-IDX)   TO DSP-REG-INSURED
                   MOVE WS-SG-UNINSURED(WS-SG-IDX)
                       TO DSP-REG-UNINSURED
               ELSE
                   MOVE WS-SG-FOUND(WS-SG-IDX)     TO DSP-FINAL-FOUND
                   MOVE WS-SG-ORC(WS-SG-IDX)       TO DSP-FINAL-ORC
                   MOVE WS-SG-BALANCE(WS-SG-IDX)
                       TO DSP-FINAL-BALANCE
                   MOVE WS-SG-INSURED(WS-SG-IDX)
                       TO DSP-FINAL-INSURED
                   MOVE WS-SG-UNINSURED(WS-SG-IDX)
                       TO DSP-FINAL-UNINSURED
                   MOVE WS-SG-OVERRIDE(WS-SG-IDX)
                       TO DSP-FINAL-OVERRIDE
               END-IF
               MOVE DISPUTE-CASE-REC TO WS-DT-DATA(WS-DT-IDX)
           END-PERFORM
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DSP-COUNT
               IF WS-DS-EV-LINES(WS-DS-IDX) > 0
                   MOVE WS-DS-DATA(WS-DS-IDX) TO DISPUTE-CASE-REC
                   ADD WS-DS-EV-LINES(WS-DS-IDX) TO DSP-EVIDENCE-LINES
                   PERFORM 8900-STORE-DISPUTE
               END-IF
           END-PERFORM.

       4900-RELEASE-EVIDENCE.
      *    One line of WS-EVIDENCE-LINE for the package and item set
      *    by 4910 (or the frame), in section WS-SECTION-NO.
           ADD 1 TO WS-EV-ORDER
           MOVE WS-EV-DISPUTE-ID TO DSW-DISPUTE-ID
           MOVE WS-EV-STAGE      TO DSW-STAGE
           MOVE WS-EV-ITEM-SEQ   TO DSW-ITEM-SEQ
           MOVE WS-SECTION-NO    TO DSW-SECTION
           MOVE WS-EV-ORDER      TO DSW-ORDER
           MOVE WS-EVIDENCE-LINE TO DSW-PRINT-LINE
           RELEASE DSW-RECORD
           ADD 1 TO WS-DS-EV-LINES(WS-EV-DS-IDX)
           IF WS-EV-SG-IDX > 0
               AND WS-SECTION-NO > 1 AND WS-SECTION-NO < 5
               ADD 1 TO
                   WS-SG-SECTION-LINES(WS-EV-SG-IDX, WS-SECTION-NO - 1)
           END-IF.

       4910-SET-EVIDENCE-ITEM.
           MOVE WS-SG-DISPUTE-ID(WS-SG-IDX) TO WS-EV-DISPUTE-ID
           MOVE WS-SG-STAGE(WS-SG-IDX)      TO WS-EV-STAGE
           MOVE WS-SG-ITEM-SEQ(WS-SG-IDX)   TO WS-EV-ITEM-SEQ
           MOVE WS-SG-DS-IDX(WS-SG-IDX)     TO WS-EV-DS-IDX
           SET WS-EV-SG-IDX TO WS-SG-IDX.

       5000-WRITE-LETTERS.
      *    Every resolved dispute not yet lettered -- tonight's, and
      *    any held back for a missing customer record or address.
      *    The extract is written every cycle, trailer only on a
      *    quiet night, so the vendor always has a file to balance.
           OPEN OUTPUT LETTER-EXTRACT-FILE
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DSP-COUNT
               MOVE WS-DS-DATA(WS-DS-IDX) TO DISPUTE-CASE-REC
               IF DSP-RESOLVED AND DSP-LETTER-DATE = SPACES
                   IF WS-LTR-COUNT < WS-LTR-MAX
                       ADD 1 TO WS-LTR-COUNT
                       SET WS-LT-IDX TO WS-LTR-COUNT
                       SET WS-LT-DS-IDX(WS-LT-IDX) TO WS-DS-IDX
                       MOVE DSP-DEPOSITOR-ID
                           TO WS-LT-DEPOSITOR-ID(WS-LT-IDX)
                       MOVE 'N' TO WS-LT-CUST-FOUND(WS-LT-IDX)
                   ELSE
                       MOVE 'T' TO WS-DS-LETTER(WS-DS-IDX)
                       ADD 1 TO WS-NO-LETTER-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LTR-COUNT > 0
               PERFORM 5100-MATCH-CUSTOMERS
           END-IF
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LTR-COUNT
               SET WS-DS-IDX TO WS-LT-DS-IDX(WS-LT-IDX)
               EVALUATE TRUE
                   WHEN WS-LT-CUST-FOUND(WS-LT-IDX) = 'U'
                       MOVE 'U' TO WS-DS-LETTER(WS-DS-IDX)
                   WHEN WS-LT-CUST-FOUND(WS-LT-IDX) = 'N'
                       MOVE 'C' TO WS-DS-LETTER(WS-DS-IDX)
                   WHEN WS-LT-ADDR-LINE1(WS-LT-IDX) = SPACES
                       MOVE 'M' TO WS-DS-LETTER(WS-DS-IDX)
                   WHEN OTHER
                       PERFORM 5200-WRITE-LETTER
               END-EVALUATE
               IF WS-DS-LETTER(WS-DS-IDX) NOT = 'Y'
                   ADD 1 TO WS-NO-LETTER-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO DISPUTE-LETTER-REC
           SET DLT-TRAILER-REC TO TRUE
           MOVE 999999999 TO DLT-DISPUTE-ID
           MOVE HIGH-VALUES TO DLT-DEPOSITOR-ID
           ADD 1 TO WS-EXTRACT-RECORDS
           MOVE WS-LETTER-COUNT    TO DLT-LETTER-COUNT
           MOVE WS-EXTRACT-RECORDS TO DLT-RECORD-COUNT
           WRITE DISPUTE-LETTER-REC
           CLOSE LETTER-EXTRACT-FILE.

       5100-MATCH-CUSTOMERS.
      *    One pass of CUSTFILE for the handful of letters a night.
      *    Without it no letter goes -- they are all retried next
      *    cycle.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTFILE NOT AVAILABLE: ' WS-CUST-STATUS
                        ' -- DISPUTE LETTERS HELD TO NEXT CYCLE.'
               PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LTR-COUNT
                   MOVE 'U' TO WS-LT-CUST-FOUND(WS-LT-IDX)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                           UNTIL WS-LT-IDX > WS-LTR-COUNT
                           IF WS-LT-DEPOSITOR-ID(WS-LT-IDX)
                                   = CUST-DEPOSITOR-ID
                               MOVE 'Y'
                                   TO WS-LT-CUST-FOUND(WS-LT-IDX)
                               MOVE CUST-NAME
                                   TO WS-LT-NAME(WS-LT-IDX)
                               MOVE CUST-ADDR-LINE1
                                   TO WS-LT-ADDR-LINE1(WS-LT-IDX)
                               MOVE CUST-ADDR-CITY
                                   TO WS-LT-ADDR-CITY(WS-LT-IDX)
                               MOVE CUST-ADDR-STATE
                                   TO WS-LT-ADDR-STATE(WS-LT-IDX)
                               MOVE CUST-ADDR-ZIP
                                   TO WS-LT-ADDR-ZIP(WS-LT-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       5200-WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-DS-DATA(WS-DS-IDX) TO DISPUTE-CASE-REC
           MOVE WS-BUSINESS-DATE TO DSP-LETTER-DATE
           PERFORM 8900-STORE-DISPUTE
           MOVE 'Y' TO WS-DS-LETTER(WS-DS-IDX)
           SET WS-LETTER-DS-IDX TO WS-DS-IDX
           MOVE SPACES TO DISPUTE-LETTER-REC
           SET DLT-HEADER-REC TO TRUE
           MOVE DSP-DISPUTE-ID                TO DLT-DISPUTE-ID
           MOVE DSP-DEPOSITOR-ID              TO DLT-DEPOSITOR-ID
           MOVE WS-LT-NAME(WS-LT-IDX)         TO DLT-NAME
           MOVE WS-LT-ADDR-LINE1(WS-LT-IDX)   TO DLT-ADDR-LINE1
           MOVE WS-LT-ADDR-CITY(WS-LT-IDX)    TO DLT-ADDR-CITY
           MOVE WS-LT-ADDR-STATE(WS-LT-IDX)   TO DLT-ADDR-STATE
           MOVE WS-LT-ADDR-ZIP(WS-LT-IDX)     TO DLT-ADDR-ZIP
           IF NOT DSP-BY-CUSTOMER
               MOVE DSP-DISPUTANT-NAME        TO DLT-ATTENTION
           END-IF
           MOVE WS-BUSINESS-DATE              TO DLT-LETTER-DATE
           MOVE DSP-RECEIVED-DATE             TO DLT-RECEIVED-DATE
           MOVE DSP-OUTCOME                   TO DLT-OUTCOME
           PERFORM 5300-WRITE-EXTRACT
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DTL-COUNT
               IF WS-DT-DISPUTE-ID(WS-DT-IDX)
                       = WS-DS-DISPUTE-ID(WS-LETTER-DS-IDX)
                   MOVE WS-DT-DATA(WS-DT-IDX) TO DISPUTE-CASE-REC
                   IF DSP-ITEM-REC
                       PERFORM 5210-WRITE-ENTITY
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DS-DATA(WS-LETTER-DS-IDX) TO DISPUTE-CASE-REC
           PERFORM 5230-WRITE-OUTCOME-PARAGRAPHS.

       5210-WRITE-ENTITY.
      *    The coverage as it now stands, flagged where it differs
      *    from what the disputed statement showed.
           MOVE SPACES TO DISPUTE-LETTER-REC
           SET DLT-ENTITY-REC TO TRUE
           MOVE DSP-DISPUTE-ID      TO DLT-DISPUTE-ID
           MOVE WS-DS-DEPOSITOR-ID(WS-LETTER-DS-IDX)
               TO DLT-DEPOSITOR-ID
           MOVE DSP-ENTITY-TYPE     TO DLT-ENTITY-TYPE
           MOVE DSP-ENTITY-ID       TO DLT-ENTITY-ID
           MOVE DSP-FINAL-ORC       TO DLT-ORC-TYPE
           PERFORM 5220-WORD-CATEGORY
           MOVE WS-CATEGORY-WORDING TO DLT-CATEGORY-TEXT
           MOVE DSP-FINAL-BALANCE   TO DLT-BALANCE
           MOVE DSP-FINAL-INSURED   TO DLT-INSURED-AMT
           MOVE DSP-FINAL-UNINSURED TO DLT-UNINSURED-AMT
           MOVE 'N' TO DLT-CHANGED-FLAG
           IF DSP-FINAL-FOUND NOT = DSP-REG-FOUND
               OR DSP-FINAL-ORC NOT = DSP-REG-ORC
               OR DSP-FINAL-INSURED NOT = DSP-REG-INSURED
               OR DSP-FINAL-UNINSURED NOT = DSP-REG-UNINSURED
               SET DLT-COVERAGE-CHANGED TO TRUE
           END-IF
           PERFORM 5300-WRITE-EXTRACT.

       5220-WORD-CATEGORY.
      *    The letter goes to a customer, not an examiner -- plain
      *    words for the category, as on the over-limit letter.
           IF DSP-FINAL-FOUND NOT = 'Y'
               MOVE 'NO LONGER ON DEPOSIT WITH US'
                   TO WS-CATEGORY-WORDING
               EXIT PARAGRAPH
           END-IF
           EVALUATE DSP-FINAL-ORC(1:3)
               WHEN 'SGL'
                   MOVE 'ACCOUNTS IN YOUR NAME ALONE'
                       TO WS-CATEGORY-WORDING
               WHEN 'JNT'
                   MOVE 'JOINT ACCOUNTS' TO WS-CATEGORY-WORDING
               WHEN 'REV'
                   MOVE 'ACCOUNTS WITH NAMED BENEFICIARIES'
                       TO WS-CATEGORY-WORDING
               WHEN 'IRR'
                   MOVE 'IRREVOCABLE TRUST ACCOUNTS'
                       TO WS-CATEGORY-WORDING
               WHEN 'CRA'
                   MOVE 'RETIREMENT ACCOUNTS' TO WS-CATEGORY-WORDING
               WHEN 'BUS'
                   MOVE 'BUSINESS ACCOUNTS' TO WS-CATEGORY-WORDING
               WHEN 'EBP'
                   MOVE 'EMPLOYEE BENEFIT PLAN ACCOUNTS'
                       TO WS-CATEGORY-WORDING
               WHEN 'GOV'
                   MOVE 'GOVERNMENT ACCOUNTS' TO WS-CATEGORY-WORDING
               WHEN OTHER
                   MOVE 'OTHER ACCOUNTS' TO WS-CATEGORY-WORDING
           END-EVALUATE.

       5230-WRITE-OUTCOME-PARAGRAPHS.
      *    The outcome in plain words, the analyst's resolution note
      *    as the explanation, and how to reach us.
           MOVE SPACES TO WS-PARAGRAPH-TEXT
           EVALUATE TRUE
               WHEN DSP-UPHELD
                   STRING 'WE HAVE REVIEWED THE DEPOSIT INSURANCE '
                          'COVERAGE YOU QUESTIONED. OUR DETERMINATION '
                          'IS UNCHANGED.'
                       DELIMITED SIZE INTO WS-PARAGRAPH-TEXT
               WHEN DSP-CORRECTED
                   STRING 'WE HAVE REVIEWED THE DEPOSIT INSURANCE '
                          'COVERAGE YOU QUESTIONED AND CORRECTED OUR '
                          'DETERMINATION.'
                       DELIMITED SIZE INTO WS-PARAGRAPH-TEXT
               WHEN OTHER
                   STRING 'AS YOU ASKED, WE HAVE CLOSED YOUR '
                          'QUESTION ABOUT YOUR DEPOSIT INSURANCE '
                          'COVERAGE.'
                       DELIMITED SIZE INTO WS-PARAGRAPH-TEXT
           END-EVALUATE
           PERFORM 5240-WRITE-PARAGRAPH
           MOVE DSP-RESOLUTION-NOTE TO WS-PARAGRAPH-TEXT
           PERFORM 5240-WRITE-PARAGRAPH
           MOVE SPACES TO WS-PARAGRAPH-TEXT
           IF DSP-CORRECTED
               STRING 'ACCOUNTS MARKED AS CHANGED SHOW THE CORRECTED '
                      'COVERAGE.'
                   DELIMITED SIZE INTO WS-PARAGRAPH-TEXT
           ELSE
               STRING 'THE COVERAGE SHOWN IS HOW YOUR DEPOSITS WITH '
                      'US ARE INSURED TODAY.'
                   DELIMITED SIZE INTO WS-PARAGRAPH-TEXT
           END-IF
           PERFORM 5240-WRITE-PARAGRAPH
           MOVE SPACES TO WS-PARAGRAPH-TEXT
           STRING 'IF YOU HAVE QUESTIONS, PLEASE CALL YOUR BANKER AND '
                  'GIVE THE DISPUTE NUMBER ON THIS LETTER.'
               DELIMITED SIZE INTO WS-PARAGRAPH-TEXT
           PERFORM 5240-WRITE-PARAGRAPH.

       5240-WRITE-PARAGRAPH.
           MOVE SPACES TO DISPUTE-LETTER-REC
           SET DLT-PARAGRAPH-REC TO TRUE
           MOVE WS-DS-DISPUTE-ID(WS-LETTER-DS-IDX)   TO DLT-DISPUTE-ID
           MOVE WS-DS-DEPOSITOR-ID(WS-LETTER-DS-IDX)
               TO DLT-DEPOSITOR-ID
           MOVE WS-PARAGRAPH-TEXT TO DLT-PARAGRAPH-TEXT
           PERFORM 5300-WRITE-EXTRACT.

       5300-WRITE-EXTRACT.
           ADD 1 TO WS-EXTRACT-RECORDS
           WRITE DISPUTE-LETTER-REC.

       5500-AGE-DISPUTES.
      *    Open disputes are aged against their response due date;
      *    resolved and lettered ones past the retention days are
      *    dropped. A dispute worked tonight always makes the new
      *    generation.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DSP-COUNT
               MOVE WS-DS-DATA(WS-DS-IDX) TO DISPUTE-CASE-REC
               IF DSP-RESOLVED
                   PERFORM 5510-TEST-RETENTION
               ELSE
                   PERFORM 5520-AGE-OPEN-DISPUTE
               END-IF
           END-PERFORM.

       5510-TEST-RETENTION.
           IF WS-DS-ACTIVITY(WS-DS-IDX) NOT = SPACES
               OR DSP-LETTER-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE DSP-RESOLVED-DATE TO WS-WORK-DATE
           PERFORM 8200-SET-WORK-DAYNO
           IF WS-WORK-DAYNO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-BUS-DAYNO - WS-WORK-DAYNO
           IF WS-AGE-DAYS > WS-RETAIN-DAYS
               MOVE 'D' TO WS-DS-ACTIVITY(WS-DS-IDX)
               ADD 1 TO WS-PURGED-COUNT
           END-IF.

       5520-AGE-OPEN-DISPUTE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE DSP-DUE-DATE TO WS-WORK-DATE
           PERFORM 8200-SET-WORK-DAYNO
           IF WS-WORK-DAYNO = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-DAYNO < WS-BUS-DAYNO
               MOVE 'Y' TO WS-DS-PAST-DUE(WS-DS-IDX)
               COMPUTE WS-DS-DAYS-LATE(WS-DS-IDX) =
                   WS-BUS-DAYNO - WS-WORK-DAYNO
               ADD 1 TO WS-PAST-DUE-COUNT
           END-IF.

       6000-WRITE-DISPUTE-REGISTER.
      *    Headers (seq 000) and their items and documents, sorted
      *    into dispute-id order.
           SORT REGISTER-SORT-FILE
               ON ASCENDING KEY RSW-DISPUTE-ID RSW-SEQ
               INPUT PROCEDURE 6100-RELEASE-REGISTER
               GIVING NEW-REGISTER-FILE.

       6100-RELEASE-REGISTER.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DSP-COUNT
               IF WS-DS-ACTIVITY(WS-DS-IDX) NOT = 'D'
                   RELEASE RSW-RECORD FROM WS-DS-DATA(WS-DS-IDX)
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DTL-COUNT
               MOVE WS-DT-DISPUTE-ID(WS-DT-IDX) TO WS-FIND-DISPUTE-ID
               PERFORM 8100-FIND-DISPUTE-ID
               IF WS-DSP-IDX-SAVE NOT = 0
                   SET WS-DS-IDX TO WS-DSP-IDX-SAVE
                   IF WS-DS-ACTIVITY(WS-DS-IDX) NOT = 'D'
                       RELEASE RSW-RECORD FROM WS-DT-DATA(WS-DT-IDX)
                       ADD 1 TO WS-RECORDS-WRITTEN
                   END-IF
               END-IF
           END-PERFORM.

       7000-WRITE-ACTIVITY-REPORT.
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'COVERAGE DISPUTE ACTIVITY -- BUSINESS DATE '
                  WS-BUSINESS-DATE
                  '   RESPONSE DAYS ' WS-RESPONSE-DAYS
               DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'INTAKE READ ' WS-INTAKE-READ
                  '  UPDATES READ ' WS-UPDATES-READ
                  '  REGISTERED ' WS-REGISTERED-COUNT
                  '  ITEMS ADDED ' WS-ITEMS-ADDED
                  '  DOCUMENTS ADDED ' WS-DOCS-ADDED
               DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'DISPUTES -- ASSIGNED ' WS-ASSIGNED-COUNT
                  '  IN REVIEW ' WS-REVIEW-COUNT
                  '  RESOLVED ' WS-RESOLVED-COUNT
                  '  OPEN ' WS-OPEN-COUNT
                  '  PAST DUE ' WS-PAST-DUE-COUNT
                  '  PURGED ' WS-PURGED-COUNT
               DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'EVIDENCE LINES ' WS-EVIDENCE-WRITTEN
                  '  LETTERS ' WS-LETTER-COUNT
                  '  LETTERS HELD ' WS-NO-LETTER-COUNT
                  '  LETTER EXTRACT RECORDS ' WS-EXTRACT-RECORDS
               DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE 'N' TO WS-SECTION-ACTIVITY
           MOVE 'DISPUTES REGISTERED' TO ACTIVITY-REPORT-LINE
           PERFORM 7100-WRITE-DISPUTE-SECTION
           PERFORM 7200-WRITE-ADDED-SECTION
           MOVE 'A' TO WS-SECTION-ACTIVITY
           MOVE 'DISPUTES ASSIGNED' TO ACTIVITY-REPORT-LINE
           PERFORM 7100-WRITE-DISPUTE-SECTION
           MOVE 'V' TO WS-SECTION-ACTIVITY
           MOVE 'DISPUTES INTO ANALYST REVIEW' TO ACTIVITY-REPORT-LINE
           PERFORM 7100-WRITE-DISPUTE-SECTION
           MOVE 'R' TO WS-SECTION-ACTIVITY
           MOVE 'DISPUTES RESOLVED' TO ACTIVITY-REPORT-LINE
           PERFORM 7100-WRITE-DISPUTE-SECTION
           MOVE 'L' TO WS-SECTION-ACTIVITY
           MOVE 'RESPONSE LETTERS' TO ACTIVITY-REPORT-LINE
           PERFORM 7100-WRITE-DISPUTE-SECTION
           MOVE 'P' TO WS-SECTION-ACTIVITY
           MOVE 'OPEN DISPUTES PAST THE RESPONSE DUE DATE'
               TO ACTIVITY-REPORT-LINE
           PERFORM 7100-WRITE-DISPUTE-SECTION
           PERFORM 7300-WRITE-REJECTS
           CLOSE ACTIVITY-REPORT-FILE.

       7100-WRITE-DISPUTE-SECTION.
      *    The caller moves the section title to the report line.
      *    L lists every letter attempted, P every open dispute
      *    past due; the others list tonight's activity.
           WRITE ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE FROM DISPUTE-HEADING-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
               UNTIL WS-DS-IDX > WS-DSP-COUNT
               EVALUATE TRUE
                   WHEN WS-SECTION-ACTIVITY = 'L'
                       IF WS-DS-LETTER(WS-DS-IDX) NOT = SPACES
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM 7110-WRITE-DISPUTE-LINE
                       END-IF
                   WHEN WS-SECTION-ACTIVITY = 'P'
                       IF WS-DS-PAST-DUE(WS-DS-IDX) = 'Y'
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM 7110-WRITE-DISPUTE-LINE
                       END-IF
                   WHEN WS-DS-ACTIVITY(WS-DS-IDX)
                       = WS-SECTION-ACTIVITY
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM 7110-WRITE-DISPUTE-LINE
               END-EVALUATE
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE.

       7110-WRITE-DISPUTE-LINE.
           MOVE WS-DS-DATA(WS-DS-IDX) TO DISPUTE-CASE-REC
           MOVE SPACES TO DISPUTE-DETAIL-LINE
           MOVE DSP-DISPUTE-ID     TO DDL-DISPUTE-ID
           MOVE DSP-DEPOSITOR-ID   TO DDL-DEPOSITOR-ID
           MOVE DSP-DISPUTANT-TYPE TO DDL-DISPUTANT-TYPE
           MOVE DSP-RECEIVED-DATE  TO DDL-RECEIVED-DATE
           MOVE DSP-DUE-DATE       TO DDL-DUE-DATE
           MOVE DSP-STATUS         TO DDL-STATUS
           MOVE DSP-ANALYST-ID     TO DDL-ANALYST-ID
           MOVE DSP-ITEM-COUNT     TO DDL-ITEM-COUNT
           EVALUATE WS-SECTION-ACTIVITY
               WHEN 'N'
                   MOVE DSP-DISPUTANT-NAME TO DDL-DETAIL
               WHEN 'A'
                   STRING 'ASSIGNED ' DSP-ASSIGNED-DATE
                       DELIMITED SIZE INTO DDL-DETAIL
               WHEN 'V'
                   STRING 'REVIEW STARTED ' DSP-REVIEW-DATE
                       DELIMITED SIZE INTO DDL-DETAIL
               WHEN 'R'
                   STRING 'OUTCOME ' DSP-OUTCOME
                          ' APPROVER ' DSP-APPROVER-ID
                          ' ' DSP-CORRECTION-TYPE
                          ' ' DSP-CORRECTION-REF
                       DELIMITED SIZE INTO DDL-DETAIL
               WHEN 'L'
                   PERFORM 7120-WORD-LETTER-STATUS
               WHEN 'P'
                   MOVE WS-DS-DAYS-LATE(WS-DS-IDX) TO WS-EDIT-COUNT
                   STRING WS-EDIT-COUNT ' DAYS PAST DUE'
                       DELIMITED SIZE INTO DDL-DETAIL
           END-EVALUATE
           WRITE ACTIVITY-REPORT-LINE FROM DISPUTE-DETAIL-LINE.

       7120-WORD-LETTER-STATUS.
           EVALUATE WS-DS-LETTER(WS-DS-IDX)
               WHEN 'Y'
                   STRING 'LETTER WRITTEN ' DSP-LETTER-DATE
                       DELIMITED SIZE INTO DDL-DETAIL
               WHEN 'C'
                   MOVE 'HELD -- DEPOSITOR NOT ON CUSTFILE'
                       TO DDL-DETAIL
               WHEN 'M'
                   MOVE 'HELD -- NO MAILING ADDRESS ON CUSTFILE'
                       TO DDL-DETAIL
               WHEN 'U'
                   MOVE 'HELD -- CUSTFILE NOT AVAILABLE'
                       TO DDL-DETAIL
               WHEN OTHER
                   MOVE 'HELD -- LETTER TABLE FULL' TO DDL-DETAIL
           END-EVALUATE.

       7200-WRITE-ADDED-SECTION.
      *    Items and documents added from tonight's intake, with the
      *    determination they were registered against.
           MOVE 'ITEMS AND DOCUMENTS ADDED' TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DTL-COUNT
               IF WS-DT-NEW(WS-DT-IDX) = 'Y'
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM 7210-WRITE-ADDED-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE.

       7210-WRITE-ADDED-LINE.
           MOVE WS-DT-DATA(WS-DT-IDX) TO DISPUTE-CASE-REC
           MOVE DSP-SEQ TO WS-EDIT-SEQ
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           IF DSP-ITEM-REC
               IF DSP-REG-FOUND = 'Y'
                   MOVE DSP-REG-INSURED TO WS-EDIT-AMT-1
                   STRING '  ' DSP-DISPUTE-ID ' ' WS-EDIT-SEQ
                          ' ITEM ' DSP-ENTITY-TYPE ' ' DSP-ENTITY-ID
                          ' CLAIMED ' DSP-CLAIMED-ORC
                          ' DETERMINED ' DSP-REG-ORC
                          ' INSURED ' WS-EDIT-AMT-1
                       DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
               ELSE
                   STRING '  ' DSP-DISPUTE-ID ' ' WS-EDIT-SEQ
                          ' ITEM ' DSP-ENTITY-TYPE ' ' DSP-ENTITY-ID
                          ' CLAIMED ' DSP-CLAIMED-ORC
                          ' -- NOT ON RSLTFILE OR RESULTOUT'
                       DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
               END-IF
           ELSE
               STRING '  ' DSP-DISPUTE-ID ' ' WS-EDIT-SEQ
                      ' DOCUMENT ' DSP-DOC-TYPE
                      ' RECEIVED ' DSP-DOC-RECEIVED-DATE
                      ' ' DSP-DOC-DESC
                   DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
           END-IF
           WRITE ACTIVITY-REPORT-LINE.

       7300-WRITE-REJECTS.
           MOVE 'INTAKE AND UPDATES REJECTED' TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           IF WS-REJECT-COUNT = 0
               MOVE '  NONE' TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
               UNTIL WS-RJ-IDX > WS-REJECT-COUNT
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '  ' WS-RJ-SOURCE(WS-RJ-IDX)
                      ' ' WS-RJ-RECORD(WS-RJ-IDX)
                      ' -- ' WS-RJ-REASON(WS-RJ-IDX)
                   DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-PERFORM
           IF WS-REJECT-OVERFLOW > 0
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '  MORE REJECTS NOT LISTED: ' WS-REJECT-OVERFLOW
                   DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           IF WS-OVR-REFUSED > 0
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '  DETOVRRD RECORDS FAILING MAKER-CHECKER, NOT '
                      'USABLE AS A CORRECTION: ' WS-OVR-REFUSED
                   DELIMITED SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF.

       8100-FIND-DISPUTE-ID.
      *    WS-DSP-IDX-SAVE is the entry for WS-FIND-DISPUTE-ID, or
      *    zero.
           MOVE 0 TO WS-DSP-IDX-SAVE
           SET WS-DS-IDX TO 1
           PERFORM UNTIL WS-DS-IDX > WS-DSP-COUNT
               IF WS-DS-DISPUTE-ID(WS-DS-IDX) = WS-FIND-DISPUTE-ID
                   SET WS-DSP-IDX-SAVE TO WS-DS-IDX
                   SET WS-DS-IDX TO WS-DSP-COUNT
               END-IF
               SET WS-DS-IDX UP BY 1
           END-PERFORM.

       8150-FIND-INTAKE-REF.
           MOVE 0 TO WS-DSP-IDX-SAVE
           SET WS-DS-IDX TO 1
           PERFORM UNTIL WS-DS-IDX > WS-DSP-COUNT
               IF WS-DS-INTAKE-REF(WS-DS-IDX) = WS-FIND-INTAKE-REF
                   SET WS-DSP-IDX-SAVE TO WS-DS-IDX
                   SET WS-DS-IDX TO WS-DSP-COUNT
               END-IF
               SET WS-DS-IDX UP BY 1
           END-PERFORM.

       8200-SET-WORK-DAYNO.
      *    Day number of WS-WORK-DATE (YYYY-MM-DD); zero when the
      *    date is blank or not a date.
           MOVE 0 TO WS-WORK-DAYNO
           IF WS-WORK-DATE(1:4) NUMERIC
               AND WS-WORK-DATE(6:2) NUMERIC
               AND WS-WORK-DATE(9:2) NUMERIC
               MOVE WS-WORK-DATE(1:4) TO WS-DATE-NUM(1:4)
               MOVE WS-WORK-DATE(6:2) TO WS-DATE-NUM(5:2)
               MOVE WS-WORK-DATE(9:2) TO WS-DATE-NUM(7:2)
               COMPUTE WS-WORK-DAYNO =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF.

       8250-SET-WORK-DATE.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNO)
           MOVE SPACES TO WS-WORK-DATE
           MOVE WS-DATE-NUM(1:4) TO WS-WORK-DATE(1:4)
           MOVE '-' TO WS-WORK-DATE(5:1)
           MOVE WS-DATE-NUM(5:2) TO WS-WORK-DATE(6:2)
           MOVE '-' TO WS-WORK-DATE(8:1)
           MOVE WS-DATE-NUM(7:2) TO WS-WORK-DATE(9:2).

       8300-FIND-OVERRIDE.
      *    WS-OVR-IDX-SAVE is the first approved override for
      *    WS-FIND-TYPE / WS-FIND-ENTITY-ID, or zero. A trust
      *    override with a grantor id applies to that grantor's row
      *    only; a blank WS-FIND-GRANTOR-ID takes any.
           MOVE 0 TO WS-OVR-IDX-SAVE
           SET WS-OV-IDX TO 1
           PERFORM UNTIL WS-OV-IDX > WS-OVR-COUNT
               IF WS-OV-TYPE(WS-OV-IDX) = WS-FIND-TYPE
                   AND WS-OV-ENTITY-ID(WS-OV-IDX) = WS-FIND-ENTITY-ID
                   AND (WS-FIND-GRANTOR-ID = SPACES
                        OR WS-OV-GRANTOR-ID(WS-OV-IDX) = SPACES
                        OR WS-OV-GRANTOR-ID(WS-OV-IDX)
                           = WS-FIND-GRANTOR-ID)
                   SET WS-OVR-IDX-SAVE TO WS-OV-IDX
                   SET WS-OV-IDX TO WS-OVR-COUNT
               END-IF
               SET WS-OV-IDX UP BY 1
           END-PERFORM.

       8800-ADD-REJECT.
           IF WS-REJECT-COUNT < WS-REJECT-MAX
               ADD 1 TO WS-REJECT-COUNT
               SET WS-RJ-IDX TO WS-REJECT-COUNT
               MOVE WS-REJECT-SOURCE TO WS-RJ-SOURCE(WS-RJ-IDX)
               MOVE WS-REJECT-RECORD TO WS-RJ-RECORD(WS-RJ-IDX)
               MOVE WS-REJECT-REASON TO WS-RJ-REASON(WS-RJ-IDX)
           ELSE
               ADD 1 TO WS-REJECT-OVERFLOW
           END-IF.

       8850-CLEAR-DISPUTE-ENTRY.
           MOVE SPACES TO WS-DS-ACTIVITY(WS-DS-IDX)
           MOVE SPACES TO WS-DS-LETTER(WS-DS-IDX)
           MOVE 'N'    TO WS-DS-PAST-DUE(WS-DS-IDX)
           MOVE 0      TO WS-DS-DAYS-LATE(WS-DS-IDX)
           MOVE 0      TO WS-DS-STAGED-R(WS-DS-IDX)
           MOVE 0      TO WS-DS-STAGED-F(WS-DS-IDX)
           MOVE 0      TO WS-DS-EV-LINES(WS-DS-IDX).

       8900-STORE-DISPUTE.
      *    Puts the header in DISPUTE-CASE-REC back in the table
      *    entry at WS-DS-IDX with its keys and status.
           MOVE DSP-DISPUTE-ID   TO WS-DS-DISPUTE-ID(WS-DS-IDX)
           MOVE DSP-INTAKE-REF   TO WS-DS-INTAKE-REF(WS-DS-IDX)
           MOVE DSP-DEPOSITOR-ID TO WS-DS-DEPOSITOR-ID(WS-DS-IDX)
           MOVE DSP-STATUS       TO WS-DS-STATUS(WS-DS-IDX)
           MOVE DISPUTE-CASE-REC TO WS-DS-DATA(WS-DS-IDX).

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'DISPUTE FOLLOW-UP COMPLETE'
           DISPLAY '  BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY '  PRIOR RECORDS READ:     ' WS-PRIOR-READ
           DISPLAY '  INTAKE RECORDS READ:    ' WS-INTAKE-READ
           DISPLAY '  UPDATES READ:           ' WS-UPDATES-READ
           DISPLAY '  DISPUTES REGISTERED:    ' WS-REGISTERED-COUNT
           DISPLAY '  ITEMS ADDED:            ' WS-ITEMS-ADDED
           DISPLAY '  DOCUMENTS ADDED:        ' WS-DOCS-ADDED
           DISPLAY '  DISPUTES RESOLVED:      ' WS-RESOLVED-COUNT
           DISPLAY '  EVIDENCE LINES WRITTEN: ' WS-EVIDENCE-WRITTEN
           DISPLAY '  LETTERS WRITTEN:        ' WS-LETTER-COUNT
           DISPLAY '  LETTERS HELD:           ' WS-NO-LETTER-COUNT
           DISPLAY '  OPEN DISPUTES PAST DUE: ' WS-PAST-DUE-COUNT
           DISPLAY '  DISPUTES PURGED:        ' WS-PURGED-COUNT
           DISPLAY '  REGISTER RECORDS:       ' WS-RECORDS-WRITTEN
           IF WS-REJECT-COUNT NOT = 0
               DISPLAY '  INTAKE/UPDATES REJECTED: ' WS-REJECT-COUNT
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'DISPUTE-FOLLOWUP' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
