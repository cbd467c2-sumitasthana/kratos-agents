      *================================================================*
      * PROGRAM: RETENTION-PURGE
      * PURPOSE: Record-retention purge of closed relationships'
      *          personal data. A closed customer's name, SSN, date
      *          of birth, and address stayed on CUSTFILE and the
      *          rosters for as long as the files existed, long
      *          after the retention schedule said they must go.
      *          Each run:
      *            - ages every closed account on ACCTFILE and closed
      *              trust on TRUSTIN on the closure register
      *              (RTNCLOSE, see RETENTION-CLOSURE.cpy -- neither
      *              master keeps a closing date) and writes the new
      *              generation (RTNCLOSN);
      *            - an account or trust closed on or before the
      *              business date less the retention period
      *              (RTNPARM, in years) is purgeable unless it is
      *              under an open legal restraint (RSTRCLN), on
      *              the escheat status file at any stage (ESCHSTAT),
      *              or in an examiner's sample (EXMSAMPL);
      *            - a customer is purged only when EVERY account the
      *              customer holds an interest in -- as depositor
      *              on ACCTFILE, co-owner on SIGCARD, principal on
      *              AGYOWNER, or client on FIDCLNT -- is purgeable
      *              and the customer is not named by an escheat case
      *              or an examiner's sample;
      *            - a purgeable account's POD and irrevocable trust
      *              beneficiaries (PODBENEF, DTBENEF) and EBP
      *              participants (EBPPART), and a purgeable trust's
      *              own names, co-grantors (COGRNTR), beneficiaries
      *              (BENEIN), and participants (PARTICIN), are
      *              purged with it.
      *          Purging overwrites names with a fixed marker and
      *          blanks SSNs, government ids, dates of birth, and
      *          street address and contact columns. Every key,
      *          amount, percentage, status, and the owner's state is
      *          kept, so history, trend, and audit reporting still
      *          foot. Every file is rewritten whole to its purged
      *          generation (CUSTPRGD, PODBPRGD, DTBPRGD, EBPPPRGD,
      *          TRSTPRGD, CGRPRGD, BENEPRGD, PARTPRGD), which
      *          operations catalogue in place of the input. SIGCARD,
      *          AGYOWNER, FIDCLNT, and the archived audit trail and
      *          access journal (AUDARCH, ACCARCH) carry only keys
      *          and amounts; they are read and their rows on purged
      *          relationships counted, not rewritten. The
      *          certificate of destruction (RTNCERT) lists each
      *          record purged by its keys -- never by the data it
      *          destroyed -- with the totals per file and the
      *          sign-off for the expiry of the prior generations.
      * REGULATION: FDIC IT Guide v3.0 (record retention); 16 CFR
      *             Part 314 (disposal of customer information)
      *
      * BUG: The closure clock starts the first time the purge sees
      *      an account or trust closed, unless operations seed the
      *      first RTNCLOSE generation with the source systems'
      *      closing dates -- anything closed before the first run
      *      is otherwise kept a full period longer than it need be.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  3100-RELEASE-PARTIES checks the ACCTFILE open
      *               as 2100-RELEASE-CLOSURES does -- an account
      *               file lost between the two passes must abort,
      *               not release no depositor links and purge
      *               every customer as unlinked.
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-PARM-FILE ASSIGN TO 'RTNPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PRIOR-CLOSURE-FILE ASSIGN TO 'RTNCLOSE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCLS-STATUS.
           SELECT CLOSURE-SORT-FILE ASSIGN TO 'RTNWK01'.
           SELECT NEW-CLOSURE-FILE ASSIGN TO 'RTNCLOSN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NCLS-STATUS.
           SELECT RESTRAINT-FILE ASSIGN TO 'RSTRCLN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LRS-STATUS.
           SELECT ESCHEAT-STATUS-FILE ASSIGN TO 'ESCHSTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT EXAM-SAMPLE-FILE ASSIGN TO 'EXMSAMPL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMP-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT DEPOSIT-SIG-CARD-FILE ASSIGN TO 'SIGCARD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSC-STATUS.
           SELECT AGENT-OWNER-FILE ASSIGN TO 'AGYOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-STATUS.
           SELECT FIDUCIARY-CLIENT-FILE ASSIGN TO 'FIDCLNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDC-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PARTY-SORT-FILE ASSIGN TO 'RTNWK02'.
           SELECT SORTED-PARTY-FILE ASSIGN TO 'RTNPSRT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPTY-STATUS.
           SELECT PURGED-CUST-FILE ASSIGN TO 'CUSTPRGD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCST-STATUS.
           SELECT POD-BENE-FILE ASSIGN TO 'PODBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PODB-STATUS.
           SELECT PURGED-POD-FILE ASSIGN TO 'PODBPRGD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPOD-STATUS.
           SELECT DEPOSIT-TRUST-BENE-FILE ASSIGN TO 'DTBENEF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTB-STATUS.
           SELECT PURGED-DTB-FILE ASSIGN TO 'DTBPRGD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDTB-STATUS.
           SELECT EBP-PARTICIPANT-FILE ASSIGN TO 'EBPPART'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EBPP-STATUS.
           SELECT PURGED-EBP-FILE ASSIGN TO 'EBPPPRGD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEBP-STATUS.
           SELECT TRUST-MASTER-FILE ASSIGN TO 'TRUSTIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT PURGED-TRUST-FILE ASSIGN TO 'TRSTPRGD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTRM-STATUS.
           SELECT COGRANTOR-FILE ASSIGN TO 'COGRNTR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CGR-STATUS.
           SELECT PURGED-CGR-FILE ASSIGN TO 'CGRPRGD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCGR-STATUS.
           SELECT TRUST-BENE-FILE ASSIGN TO 'BENEIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BENE-STATUS.
           SELECT PURGED-BENE-FILE ASSIGN TO 'BENEPRGD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PBEN-STATUS.
           SELECT PARTICIPANT-FILE ASSIGN TO 'PARTICIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PURGED-PART-FILE ASSIGN TO 'PARTPRGD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PPRT-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO 'AUDARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO 'ACCARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JAR-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO 'RTNCERT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RETENTION-PARM-FILE.
       01  RETENTION-PARM-REC.
           05  RTP-RETENTION-YEARS   PIC 9(2).
           05  FILLER                PIC X(18).

      *    Closure register generations -- layout is
      *    RETENTION-CLOSURE.cpy, worked in WORKING-STORAGE.
       FD  PRIOR-CLOSURE-FILE.
       01  PCLS-RECORD               PIC X(60).

       SD  CLOSURE-SORT-FILE.
       01  CSRT-REC.
           05  CSRT-KEY              PIC X(21).
           05  FILLER                PIC X(39).

       FD  NEW-CLOSURE-FILE.
       01  NCLS-RECORD               PIC X(60).

       FD  RESTRAINT-FILE.
           COPY LEGAL-RESTRAINT.

       FD  ESCHEAT-STATUS-FILE.
           COPY ESCHEAT-STATUS.

       FD  EXAM-SAMPLE-FILE.
           COPY EXAM-SAMPLE.

       FD  ACCOUNT-FILE.
           COPY ACCOUNT-MASTER.

       FD  DEPOSIT-SIG-CARD-FILE.
           COPY DEPOSIT-SIGNATURE-CARD.

       FD  AGENT-OWNER-FILE.
           COPY AGENT-OWNER.

       FD  FIDUCIARY-CLIENT-FILE.
           COPY FIDUCIARY-CLIENT.

       FD  CUSTOMER-FILE.
           COPY CUSTOMER-MASTER.

      *    One record per account link (kind '1') and per customer
      *    (kind '2', carrying the CUST-MASTER-REC image), so each
      *    customer arrives after every link that decides it.
       SD  PARTY-SORT-FILE.
       01  PSRT-REC.
           05  PSRT-PARTY-ID         PIC X(15).
           05  PSRT-KIND             PIC X(1).
           05  PSRT-STATE            PIC X(1).
           05  PSRT-ACCT-NUMBER      PIC X(20).
           05  PSRT-CLOSED-DATE      PIC X(10).
           05  PSRT-SOURCE           PIC X(4).
           05  PSRT-CUST-DATA        PIC X(310).

       FD  SORTED-PARTY-FILE.
       01  SPTY-REC.
           05  SPTY-PARTY-ID         PIC X(15).
           05  SPTY-KIND             PIC X(1).
               88  SPTY-LINK         VALUE '1'.
               88  SPTY-CUSTOMER     VALUE '2'.
           05  SPTY-STATE            PIC X(1).
               88  SPTY-PURGEABLE    VALUE 'P'.
           05  SPTY-ACCT-NUMBER      PIC X(20).
           05  SPTY-CLOSED-DATE      PIC X(10).
           05  SPTY-SOURCE           PIC X(4).
           05  SPTY-CUST-DATA        PIC X(310).

       FD  PURGED-CUST-FILE.
           COPY CUSTOMER-MASTER
               REPLACING ==CUST-MASTER-REC== BY ==PRGD-CUST-REC==.

       FD  POD-BENE-FILE.
           COPY POD-BENEFICIARY.

       FD  PURGED-POD-FILE.
           COPY POD-BENEFICIARY
               REPLACING ==POD-BENEFICIARY-REC== BY ==PRGD-POD-REC==.

       FD  DEPOSIT-TRUST-BENE-FILE.
           COPY DEPOSIT-TRUST-BENEFICIARY.

       FD  PURGED-DTB-FILE.
           COPY DEPOSIT-TRUST-BENEFICIARY
               REPLACING ==DEPOSIT-TRUST-BENE-REC== BY
                         ==PRGD-DTB-REC==.

       FD  EBP-PARTICIPANT-FILE.
           COPY EBP-PARTICIPANT.

       FD  PURGED-EBP-FILE.
           COPY EBP-PARTICIPANT
               REPLACING ==EBP-PARTICIPANT-REC== BY ==PRGD-EBP-REC==.

       FD  TRUST-MASTER-FILE.
           COPY TRUST-ACCOUNT-MASTER.

       FD  PURGED-TRUST-FILE.
           COPY TRUST-ACCOUNT-MASTER
               REPLACING ==TRUST-ACCOUNT-REC== BY ==PRGD-TRUST-REC==.

       FD  COGRANTOR-FILE.
           COPY TRUST-COGRANTOR.

       FD  PURGED-CGR-FILE.
           COPY TRUST-COGRANTOR
               REPLACING ==TRUST-COGRANTOR-REC== BY ==PRGD-CGR-REC==.

       FD  TRUST-BENE-FILE.
           COPY TRUST-BENEFICIARY.

       FD  PURGED-BENE-FILE.
           COPY TRUST-BENEFICIARY
               REPLACING ==TRUST-BENEFICIARY-REC== BY
                         ==PRGD-BENE-REC==.

       FD  PARTICIPANT-FILE.
           COPY TRUST-PARTICIPANT.

       FD  PURGED-PART-FILE.
           COPY TRUST-PARTICIPANT
               REPLACING ==TRUST-PARTICIPANT-REC== BY
                         ==PRGD-PART-REC==.

       FD  AUDIT-ARCHIVE-FILE.
           COPY AUDIT-TRAIL.

       FD  JOURNAL-ARCHIVE-FILE.
           COPY ACCESS-JOURNAL.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE          PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-PCLS-STATUS            PIC XX.
       01  WS-NCLS-STATUS            PIC XX.
       01  WS-LRS-STATUS             PIC XX.
       01  WS-ESC-STATUS             PIC XX.
       01  WS-SMP-STATUS             PIC XX.
       01  WS-ACCT-STATUS            PIC XX.
       01  WS-DSC-STATUS             PIC XX.
       01  WS-AGY-STATUS             PIC XX.
       01  WS-FDC-STATUS             PIC XX.
       01  WS-CUST-STATUS            PIC XX.
       01  WS-SPTY-STATUS            PIC XX.
       01  WS-PCST-STATUS            PIC XX.
       01  WS-PODB-STATUS            PIC XX.
       01  WS-PPOD-STATUS            PIC XX.
       01  WS-DTB-STATUS             PIC XX.
       01  WS-PDTB-STATUS            PIC XX.
       01  WS-EBPP-STATUS            PIC XX.
       01  WS-PEBP-STATUS            PIC XX.
       01  WS-TRM-STATUS             PIC XX.
       01  WS-PTRM-STATUS            PIC XX.
       01  WS-CGR-STATUS             PIC XX.
       01  WS-PCGR-STATUS            PIC XX.
       01  WS-BENE-STATUS            PIC XX.
       01  WS-PBEN-STATUS            PIC XX.
       01  WS-PART-STATUS            PIC XX.
       01  WS-PPRT-STATUS            PIC XX.
       01  WS-ARC-STATUS             PIC XX.
       01  WS-JAR-STATUS             PIC XX.
       01  WS-CERT-STATUS            PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-RETENTION-YEARS        PIC 9(2) VALUE 0.
      *    Closed on or before this date: the retention period has
      *    run. Same month and day, the retention years earlier.
       01  WS-CUTOFF-DATE            PIC X(10).
       01  WS-CUTOFF-YEAR            PIC 9(4).

      *    What a purged name reads afterwards -- also how a record
      *    purged by an earlier run is recognised and left alone.
       01  WS-PURGED-NAME            PIC X(13) VALUE 'RECORD PURGED'.

       COPY RETENTION-CLOSURE.

      *--- The prior closure register, loaded once in key order and
      *    searched by halving. A register too big for the table
      *    stops the run -- a dropped closure would restart its
      *    clock. WS-CL-STATE is set as the masters are aged: 'P'
      *    purgeable, 'K' closed but kept; blank when the account
      *    or trust is no longer closed. ---
       01  WS-CL-COUNT               PIC 9(5) VALUE 0.
       01  WS-CL-MAX                 PIC 9(5) VALUE 20000.
       01  WS-CL-DUP-COUNT           PIC 9(5) VALUE 0.
       01  WS-CL-LOW                 PIC 9(5).
       01  WS-CL-HIGH                PIC 9(5).
       01  WS-CL-MID                 PIC 9(5).
       01  WS-CL-HIT                 PIC 9(5).
       01  WS-CL-FOUND               PIC X(1).
       01  WS-CLOSURE-TABLE.
           05  WS-CL-ENTRY OCCURS 20000 TIMES.
               10  WS-CL-KEY         PIC X(21).
               10  WS-CL-CLOSED-DATE PIC X(10).
               10  WS-CL-PURGED-DATE PIC X(10).
               10  WS-CL-STATE       PIC X(1).

       01  WS-FIND-KEY.
           05  WS-FK-TYPE            PIC X(1).
           05  WS-FK-KEY             PIC X(20).
       01  WS-KEY-STATE              PIC X(1).
       01  WS-KEY-CLOSED-DATE        PIC X(10).
       01  WS-AGE-STATE              PIC X(1).

      *--- Open holds. Kind 'E' is an account or trust, kind 'P' a
      *    customer. Any hold source too big for the table stops
      *    the run -- a purge can't be undone, so nothing is
      *    purged unless every hold was seen. ---
      * BUG: searched linearly, but only for a relationship already
      * past its retention period -- fine at today's volumes.
       01  WS-HOLD-COUNT             PIC 9(5) VALUE 0.
       01  WS-HOLD-MAX               PIC 9(5) VALUE 10000.
       01  WS-HOLD-FOUND             PIC X(1).
       01  WS-HOLD-REASON            PIC X(3).
       01  WS-HOLD-KEY.
           05  WS-HK-KIND            PIC X(1).
           05  WS-HK-KEY             PIC X(20).
       01  WS-HOLD-TABLE.
           05  WS-HD-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-HD-IDX.
               10  WS-HD-KEY         PIC X(21).
               10  WS-HD-REASON      PIC X(3).

      *--- Customer being decided from the sorted party file ---
       01  WS-GRP-PARTY-ID           PIC X(15) VALUE LOW-VALUES.
       01  WS-GRP-LINKS              PIC 9(5).
       01  WS-GRP-RETAINED           PIC X(1).
       01  WS-GRP-CLOSED-DATE        PIC X(10).

      *--- Files the purge covers, in certificate order ---
       01  WS-FILE-NAMES.
           05  FILLER PIC X(8)  VALUE 'CUSTFILE'.
           05  FILLER PIC X(40)
               VALUE 'NAME, GOVT ID, DOB, ADDRESS, CONTACT'.
           05  FILLER PIC X(8)  VALUE 'PODBENEF'.
           05  FILLER PIC X(40) VALUE 'BENEFICIARY NAME, SSN'.
           05  FILLER PIC X(8)  VALUE 'DTBENEF'.
           05  FILLER PIC X(40) VALUE 'BENEFICIARY NAME, SSN'.
           05  FILLER PIC X(8)  VALUE 'EBPPART'.
           05  FILLER PIC X(40)
               VALUE 'PARTICIPANT NAME, SSN, BIRTH DATE'.
           05  FILLER PIC X(8)  VALUE 'TRUSTIN'.
           05  FILLER PIC X(40)
               VALUE 'TRUST, GRANTOR, TRUSTEE NAMES, SSN'.
           05  FILLER PIC X(8)  VALUE 'COGRNTR'.
           05  FILLER PIC X(40) VALUE 'CO-GRANTOR NAME, SSN'.
           05  FILLER PIC X(8)  VALUE 'BENEIN'.
           05  FILLER PIC X(40) VALUE 'BENEFICIARY NAME, SSN, DOB'.
           05  FILLER PIC X(8)  VALUE 'PARTICIN'.
           05  FILLER PIC X(40) VALUE 'PARTICIPANT NAME, SSN'.
           05  FILLER PIC X(8)  VALUE 'SIGCARD'.
           05  FILLER PIC X(40) VALUE 'KEYS ONLY -- RETAINED'.
           05  FILLER PIC X(8)  VALUE 'AGYOWNER'.
           05  FILLER PIC X(40)
               VALUE 'KEYS AND AMOUNTS ONLY -- RETAINED'.
           05  FILLER PIC X(8)  VALUE 'FIDCLNT'.
           05  FILLER PIC X(40)
               VALUE 'KEYS AND AMOUNTS ONLY -- RETAINED'.
           05  FILLER PIC X(8)  VALUE 'AUDARCH'.
           05  FILLER PIC X(40)
               VALUE 'KEYS AND AMOUNTS ONLY -- RETAINED'.
           05  FILLER PIC X(8)  VALUE 'ACCARCH'.
           05  FILLER PIC X(40)
               VALUE 'KEYS AND ACCESS DETAIL ONLY -- RETAINED'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FN-ENTRY OCCURS 13 TIMES.
               10  WS-FN-NAME        PIC X(8).
               10  WS-FN-DISPOSITION PIC X(40).
      *    Per file: records read, purged this run, purged by an
      *    earlier run, and (key-only files) rows on a purged
      *    account or trust.
       01  WS-FILE-STATS.
           05  WS-FS-ENTRY OCCURS 13 TIMES.
               10  WS-FS-PRESENT     PIC X(1).
               10  WS-FS-READ        PIC 9(9).
               10  WS-FS-PURGED      PIC 9(9).
               10  WS-FS-EARLIER     PIC 9(9).
               10  WS-FS-ON-PURGED   PIC 9(9).
       01  WS-FX                     PIC 9(2).

      *--- Counters ---
       01  WS-CL-LOADED              PIC 9(7) VALUE 0.
       01  WS-ACCT-READ              PIC 9(9) VALUE 0.
       01  WS-ACCT-CLOSED            PIC 9(9) VALUE 0.
       01  WS-ACCT-PURGEABLE         PIC 9(9) VALUE 0.
       01  WS-TRUST-READ             PIC 9(9) VALUE 0.
       01  WS-TRUST-CLOSED           PIC 9(9) VALUE 0.
       01  WS-TRUST-PURGEABLE        PIC 9(9) VALUE 0.
       01  WS-NEW-CLOSURE-COUNT      PIC 9(9) VALUE 0.
       01  WS-PAST-RETENTION         PIC 9(9) VALUE 0.
       01  WS-FIRST-PURGE-COUNT      PIC 9(9) VALUE 0.
       01  WS-HELD-LRS               PIC 9(9) VALUE 0.
       01  WS-HELD-ESC               PIC 9(9) VALUE 0.
       01  WS-HELD-EXM               PIC 9(9) VALUE 0.
       01  WS-CUST-ACTIVE            PIC 9(9) VALUE 0.
       01  WS-CUST-HELD              PIC 9(9) VALUE 0.
       01  WS-CUST-NO-ACCTS          PIC 9(9) VALUE 0.
       01  WS-CLOSURES-WRITTEN       PIC 9(9) VALUE 0.
       01  WS-CERT-DETAIL-COUNT      PIC 9(9) VALUE 0.

       01  CERT-HEADING-LINE.
           05  FILLER PIC X(10) VALUE 'FILE'.
           05  FILLER PIC X(21) VALUE 'ACCOUNT / TRUST / ID'.
           05  FILLER PIC X(16) VALUE 'PERSON KEY'.
           05  FILLER PIC X(11) VALUE 'CLOSED'.
           05  FILLER PIC X(40) VALUE 'DATA DESTROYED'.

       01  CERT-DETAIL-LINE.
           05  CDT-FILE              PIC X(8).
           05  FILLER                PIC X(2).
           05  CDT-KEY               PIC X(20).
           05  FILLER                PIC X(1).
           05  CDT-KEY-2             PIC X(15).
           05  FILLER                PIC X(1).
           05  CDT-CLOSED-DATE       PIC X(10).
           05  FILLER                PIC X(1).
           05  CDT-FIELDS            PIC X(40).

       01  FILE-HEADING-LINE.
           05  FILLER PIC X(10) VALUE 'FILE'.
           05  FILLER PIC X(11) VALUE '       READ'.
           05  FILLER PIC X(11) VALUE '     PURGED'.
           05  FILLER PIC X(11) VALUE '    EARLIER'.
           05  FILLER PIC X(11) VALUE ' ON PURGED'.
           05  FILLER PIC X(2)  VALUE SPACES.
           05  FILLER PIC X(40) VALUE 'DISPOSITION'.

       01  FILE-TOTAL-LINE.
           05  FTL-FILE              PIC X(8).
           05  FILLER                PIC X(2).
           05  FTL-READ              PIC Z(9)9.
           05  FILLER                PIC X(1).
           05  FTL-PURGED            PIC Z(9)9.
           05  FILLER                PIC X(1).
           05  FTL-EARLIER           PIC Z(9)9.
           05  FILLER                PIC X(1).
           05  FTL-ON-PURGED         PIC Z(9)9.
           05  FILLER                PIC X(2).
           05  FTL-DISPOSITION       PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-CLOSURES
           PERFORM 3000-PURGE-CUSTOMERS
           PERFORM 4000-PURGE-DEPOSIT-ROSTERS
           PERFORM 5000-PURGE-TRUST-FILES
           PERFORM 6000-SCAN-AUDIT-ARCHIVES
           PERFORM 8000-WRITE-CERTIFICATE-TOTALS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-READ-RETENTION-PARM
           PERFORM 1300-LOAD-HOLDS
           PERFORM 1400-LOAD-CLOSURES
           INITIALIZE WS-FILE-STATS
           PERFORM 1500-START-CERTIFICATE.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock. The purge reads only the masters, rosters,
      *    and hold files, so no predecessor is gated on.
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

       1200-READ-RETENTION-PARM.
      *    No fallback period: a purge can't be undone, so without
      *    a period the records management office has set, nothing
      *    is purged.
           OPEN INPUT RETENTION-PARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING RETENTION PARAMETER: '
                        WS-PARM-STATUS
               DISPLAY 'NO RETENTION PERIOD -- RUN ABORTED.'
               STOP RUN
           END-IF
           READ RETENTION-PARM-FILE
               NOT AT END
                   IF RTP-RETENTION-YEARS IS NUMERIC
                       MOVE RTP-RETENTION-YEARS
                           TO WS-RETENTION-YEARS
                   END-IF
           END-READ
           CLOSE RETENTION-PARM-FILE
           IF WS-RETENTION-YEARS = 0
               DISPLAY 'RETENTION PERIOD MISSING OR ZERO '
                        '-- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
           MOVE WS-BUSINESS-DATE(1:4) TO WS-CUTOFF-YEAR
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE(1:4).

       1300-LOAD-HOLDS.
      *    Restraints and escheat status must be on hand -- with
      *    either missing a hold could go unseen. No examiner's
      *    sample means no examination is in progress.
           OPEN INPUT RESTRAINT-FILE
           IF WS-LRS-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LEGAL RESTRAINTS: '
                        WS-LRS-STATUS
               DISPLAY 'HOLDS UNKNOWN -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RESTRAINT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
      *                A restraint is open until its release date
      *                has passed.
                       IF LRS-RELEASE-DATE = SPACES
                           OR LRS-RELEASE-DATE > WS-BUSINESS-DATE
                           MOVE 'E' TO WS-HK-KIND
                           MOVE LRS-ACCT-NUMBER TO WS-HK-KEY
                           MOVE 'LRS' TO WS-HOLD-REASON
                           PERFORM 1390-ADD-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRAINT-FILE
           OPEN INPUT ESCHEAT-STATUS-FILE
           IF WS-ESC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ESCHEAT STATUS: '
                        WS-ESC-STATUS
               DISPLAY 'HOLDS UNKNOWN -- RUN ABORTED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ESCHEAT-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
      *                Any stage, remitted included -- the state can
      *                still audit the owner records and the owner
      *                can still claim.
                       MOVE 'E' TO WS-HK-KIND
                       MOVE ESC-ACCT-NUMBER TO WS-HK-KEY
                       MOVE 'ESC' TO WS-HOLD-REASON
                       PERFORM 1390-ADD-HOLD
                       MOVE 'P' TO WS-HK-KIND
                       MOVE ESC-DEPOSITOR-ID TO WS-HK-KEY
                       PERFORM 1390-ADD-HOLD
               END-READ
           END-PERFORM
           CLOSE ESCHEAT-STATUS-FILE
           OPEN INPUT EXAM-SAMPLE-FILE
           IF WS-SMP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EXAM-SAMPLE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'E' TO WS-HK-KIND
                       MOVE SMP-ENTITY-ID TO WS-HK-KEY
                       MOVE 'EXM' TO WS-HOLD-REASON
                       PERFORM 1390-ADD-HOLD
                       IF SMP-OWNER-ID NOT = SPACES
                           MOVE 'P' TO WS-HK-KIND
                           MOVE SMP-OWNER-ID TO WS-HK-KEY
                           PERFORM 1390-ADD-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAM-SAMPLE-FILE.

       1390-ADD-HOLD.
           IF WS-HK-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLD-COUNT NOT < WS-HOLD-MAX
               DISPLAY 'OPEN HOLDS EXCEED ' WS-HOLD-MAX
                        ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           SET WS-HD-IDX TO WS-HOLD-COUNT
           MOVE WS-HOLD-KEY    TO WS-HD-KEY(WS-HD-IDX)
           MOVE WS-HOLD-REASON TO WS-HD-REASON(WS-HD-IDX).

       1400-LOAD-CLOSURES.
      *    An absent register is the first run: every closed
      *    account and trust starts its clock tonight. The register
      *    is written in key order; one out of order stops the run,
      *    since the search depends on it.
           OPEN INPUT PRIOR-CLOSURE-FILE
           IF WS-PCLS-STATUS NOT = '00'
               DISPLAY 'NO PRIOR CLOSURE REGISTER -- STARTING EMPTY'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRIOR-CLOSURE-FILE INTO RETENTION-CLOSURE-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CL-LOADED
                       PERFORM 1410-STORE-CLOSURE
               END-READ
           END-PERFORM
           CLOSE PRIOR-CLOSURE-FILE.

       1410-STORE-CLOSURE.
           MOVE RTC-KEY-TYPE TO WS-FK-TYPE
           MOVE RTC-KEY      TO WS-FK-KEY
           IF WS-CL-COUNT > 0
               IF WS-FIND-KEY = WS-CL-KEY(WS-CL-COUNT)
                   ADD 1 TO WS-CL-DUP-COUNT
                   EXIT PARAGRAPH
               END-IF
               IF WS-FIND-KEY < WS-CL-KEY(WS-CL-COUNT)
                   DISPLAY 'CLOSURE REGISTER OUT OF SEQUENCE AT '
                            WS-FIND-KEY ' -- RUN ABORTED.'
                   CLOSE PRIOR-CLOSURE-FILE
                   STOP RUN
               END-IF
           END-IF
           IF WS-CL-COUNT NOT < WS-CL-MAX
               DISPLAY 'CLOSURE REGISTER EXCEEDS ' WS-CL-MAX
                        ' RECORDS -- RUN ABORTED.'
               CLOSE PRIOR-CLOSURE-FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-CL-COUNT
           MOVE WS-FIND-KEY     TO WS-CL-KEY(WS-CL-COUNT)
           MOVE RTC-CLOSED-DATE TO WS-CL-CLOSED-DATE(WS-CL-COUNT)
           MOVE RTC-PURGED-DATE TO WS-CL-PURGED-DATE(WS-CL-COUNT)
           MOVE SPACES          TO WS-CL-STATE(WS-CL-COUNT).

       1500-START-CERTIFICATE.
           OPEN OUTPUT CERTIFICATE-FILE
           MOVE 'CERTIFICATE OF DESTRUCTION -- PERSONAL DATA OF '
               TO CERTIFICATE-LINE
           MOVE 'CLOSED RELATIONSHIPS' TO CERTIFICATE-LINE(48:20)
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'BUSINESS DATE ' WS-BUSINESS-DATE
                  '   RETENTION ' WS-RETENTION-YEARS ' YEARS'
                  '   PURGED IF CLOSED ON OR BEFORE ' WS-CUTOFF-DATE
               DELIMITED SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE 'RECORDS PURGED THIS RUN' TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE FROM CERT-HEADING-LINE.

       2000-AGE-CLOSURES.
      *    The new register generation comes straight out of the
      *    sort, in key order for the next run's search.
           SORT CLOSURE-SORT-FILE
               ON ASCENDING KEY CSRT-KEY
               INPUT PROCEDURE 2100-RELEASE-CLOSURES
               GIVING NEW-CLOSURE-FILE.

       2100-RELEASE-CLOSURES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
               DISPLAY 'RUN ABORTED -- NOTHING PURGED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       IF ACCT-CLOSED
                           ADD 1 TO WS-ACCT-CLOSED
                           MOVE 'A' TO WS-FK-TYPE
                           MOVE ACCT-NUMBER TO WS-FK-KEY
                           PERFORM 2200-AGE-ONE-CLOSURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           OPEN INPUT TRUST-MASTER-FILE
           IF WS-TRM-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRUST MASTER: ' WS-TRM-STATUS
               DISPLAY 'RUN ABORTED -- NOTHING PURGED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRUST-READ
                       IF TRUST-CLOSED OF TRUST-ACCOUNT-REC
                           ADD 1 TO WS-TRUST-CLOSED
                           MOVE 'T' TO WS-FK-TYPE
                           MOVE TRUST-ID OF TRUST-ACCOUNT-REC
                               TO WS-FK-KEY
                           PERFORM 2200-AGE-ONE-CLOSURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRUST-MASTER-FILE.

       2200-AGE-ONE-CLOSURE.
      *    The caller has set WS-FIND-KEY. A closure not on the
      *    prior register is dated tonight; one past the cutoff is
      *    purgeable unless a hold names it.
           MOVE SPACES TO RETENTION-CLOSURE-REC
           MOVE WS-FK-TYPE TO RTC-KEY-TYPE
           MOVE WS-FK-KEY  TO RTC-KEY
           PERFORM 7100-FIND-CLOSURE
           IF WS-CL-FOUND = 'Y'
               MOVE WS-CL-CLOSED-DATE(WS-CL-HIT) TO RTC-CLOSED-DATE
               MOVE WS-CL-PURGED-DATE(WS-CL-HIT) TO RTC-PURGED-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO RTC-CLOSED-DATE
               ADD 1 TO WS-NEW-CLOSURE-COUNT
           END-IF
           MOVE 'K' TO WS-AGE-STATE
           IF RTC-CLOSED-DATE NOT > WS-CUTOFF-DATE
               ADD 1 TO WS-PAST-RETENTION
               MOVE 'E' TO WS-HK-KIND
               MOVE WS-FK-KEY TO WS-HK-KEY
               PERFORM 7200-FIND-HOLD
               IF WS-HOLD-FOUND = 'Y'
                   EVALUATE WS-HOLD-REASON
                       WHEN 'LRS' ADD 1 TO WS-HELD-LRS
                       WHEN 'ESC' ADD 1 TO WS-HELD-ESC
                       WHEN OTHER ADD 1 TO WS-HELD-EXM
                   END-EVALUATE
               ELSE
                   MOVE 'P' TO WS-AGE-STATE
                   IF RTC-PURGED-DATE = SPACES
                       MOVE WS-BUSINESS-DATE TO RTC-PURGED-DATE
                       ADD 1 TO WS-FIRST-PURGE-COUNT
                   END-IF
                   IF RTC-ACCOUNT
                       ADD 1 TO WS-ACCT-PURGEABLE
                   ELSE
                       ADD 1 TO WS-TRUST-PURGEABLE
                   END-IF
               END-IF
           END-IF
           IF WS-CL-FOUND = 'Y'
               MOVE WS-AGE-STATE TO WS-CL-STATE(WS-CL-HIT)
           END-IF
           RELEASE CSRT-REC FROM RETENTION-CLOSURE-REC
           ADD 1 TO WS-CLOSURES-WRITTEN.

       3000-PURGE-CUSTOMERS.
      *    Customers are decided on the sorted party file, each one
      *    after all of its account links, and written back whole
      *    to CUSTPRGD (in depositor-id order).
           SORT PARTY-SORT-FILE
               ON ASCENDING KEY PSRT-PARTY-ID PSRT-KIND
               INPUT PROCEDURE 3100-RELEASE-PARTIES
               GIVING SORTED-PARTY-FILE
           MOVE 1 TO WS-FX
           MOVE 'Y' TO WS-FS-PRESENT(1)
           OPEN INPUT SORTED-PARTY-FILE
           OPEN OUTPUT PURGED-CUST-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SORTED-PARTY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 3200-APPLY-PARTY-RECORD
               END-READ
           END-PERFORM
           CLOSE SORTED-PARTY-FILE
           CLOSE PURGED-CUST-FILE.

       3100-RELEASE-PARTIES.
      *    Every interest in an account is a link: the depositor on
      *    ACCTFILE, co-owners on SIGCARD, principals on AGYOWNER,
      *    clients on FIDCLNT. The three rosters are optional -- an
      *    absent one has no links to give.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT FILE: ' WS-ACCT-STATUS
               DISPLAY 'RUN ABORTED -- NOTHING PURGED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACCT-DEPOSITOR-ID TO PSRT-PARTY-ID
                       MOVE ACCT-NUMBER TO PSRT-ACCT-NUMBER
                       MOVE 'DEP ' TO PSRT-SOURCE
                       PERFORM 3110-RELEASE-LINK
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           MOVE 9 TO WS-FX
           OPEN INPUT DEPOSIT-SIG-CARD-FILE
           IF WS-DSC-STATUS = '00'
               MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ DEPOSIT-SIG-CARD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FS-READ(WS-FX)
                           MOVE DSC-OWNER-ID TO PSRT-PARTY-ID
                           MOVE DSC-ACCT-NUMBER TO PSRT-ACCT-NUMBER
                           MOVE 'OWN ' TO PSRT-SOURCE
                           PERFORM 3110-RELEASE-LINK
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-SIG-CARD-FILE
           END-IF
           MOVE 10 TO WS-FX
           OPEN INPUT AGENT-OWNER-FILE
           IF WS-AGY-STATUS = '00'
               MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ AGENT-OWNER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FS-READ(WS-FX)
                           MOVE AGY-OWNER-ID TO PSRT-PARTY-ID
                           MOVE AGY-ACCT-NUMBER TO PSRT-ACCT-NUMBER
                           MOVE 'AGY ' TO PSRT-SOURCE
                           PERFORM 3110-RELEASE-LINK
                   END-READ
               END-PERFORM
               CLOSE AGENT-OWNER-FILE
           END-IF
           MOVE 11 TO WS-FX
           OPEN INPUT FIDUCIARY-CLIENT-FILE
           IF WS-FDC-STATUS = '00'
               MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ FIDUCIARY-CLIENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FS-READ(WS-FX)
                           MOVE FDC-CLIENT-ID TO PSRT-PARTY-ID
                           MOVE FDC-ACCT-NUMBER TO PSRT-ACCT-NUMBER
                           MOVE 'FDC ' TO PSRT-SOURCE
                           PERFORM 3110-RELEASE-LINK
                   END-READ
               END-PERFORM
               CLOSE FIDUCIARY-CLIENT-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               DISPLAY 'RUN ABORTED -- CUSTOMERS NOT PURGED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FS-READ(1)
                       MOVE SPACES TO PSRT-REC
                       MOVE CUST-DEPOSITOR-ID OF CUST-MASTER-REC
                           TO PSRT-PARTY-ID
                       MOVE '2' TO PSRT-KIND
                       MOVE CUST-MASTER-REC TO PSRT-CUST-DATA
                       RELEASE PSRT-REC
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       3110-RELEASE-LINK.
      *    The caller has moved the party, account, and source. A
      *    link row on a purgeable account is also counted against
      *    its roster (WS-FX) -- the SIGCARD, AGYOWNER, and FIDCLNT
      *    rows carry no personal data and are kept.
           IF PSRT-PARTY-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE '1' TO PSRT-KIND
           MOVE SPACES TO PSRT-CUST-DATA
           MOVE 'A' TO WS-FK-TYPE
           MOVE PSRT-ACCT-NUMBER TO WS-FK-KEY
           PERFORM 7150-GET-KEY-STATE
           MOVE WS-KEY-STATE TO PSRT-STATE
           MOVE WS-KEY-CLOSED-DATE TO PSRT-CLOSED-DATE
           IF WS-KEY-STATE = 'P' AND PSRT-SOURCE NOT = 'DEP '
               ADD 1 TO WS-FS-ON-PURGED(WS-FX)
           END-IF
           RELEASE PSRT-REC.

       3200-APPLY-PARTY-RECORD.
           IF SPTY-PARTY-ID NOT = WS-GRP-PARTY-ID
               MOVE SPTY-PARTY-ID TO WS-GRP-PARTY-ID
               MOVE 0 TO WS-GRP-LINKS
               MOVE 'N' TO WS-GRP-RETAINED
               MOVE SPACES TO WS-GRP-CLOSED-DATE
           END-IF
           IF SPTY-LINK
               ADD 1 TO WS-GRP-LINKS
               IF NOT SPTY-PURGEABLE
                   MOVE 'Y' TO WS-GRP-RETAINED
               ELSE
                   IF SPTY-CLOSED-DATE > WS-GRP-CLOSED-DATE
                       MOVE SPTY-CLOSED-DATE TO WS-GRP-CLOSED-DATE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPTY-CUST-DATA TO PRGD-CUST-REC
           PERFORM 3300-DECIDE-CUSTOMER
           WRITE PRGD-CUST-REC.

       3300-DECIDE-CUSTOMER.
      *    A customer with no account links at all is kept -- with
      *    nothing closed there is no retention period to run.
           EVALUATE TRUE
               WHEN CUST-NAME OF PRGD-CUST-REC = WS-PURGED-NAME
                   ADD 1 TO WS-FS-EARLIER(1)
               WHEN WS-GRP-LINKS = 0
                   ADD 1 TO WS-CUST-NO-ACCTS
               WHEN WS-GRP-RETAINED = 'Y'
                   ADD 1 TO WS-CUST-ACTIVE
               WHEN OTHER
                   MOVE 'P' TO WS-HK-KIND
                   MOVE CUST-DEPOSITOR-ID OF PRGD-CUST-REC
                       TO WS-HK-KEY
                   PERFORM 7200-FIND-HOLD
                   IF WS-HOLD-FOUND = 'Y'
                       ADD 1 TO WS-CUST-HELD
                   ELSE
                       PERFORM 3400-PURGE-CUSTOMER
                   END-IF
           END-EVALUATE.

       3400-PURGE-CUSTOMER.
      *    Kept: the depositor id, person / entity and death flags,
      *    tax id type, entity form, state, and source system.
           MOVE WS-PURGED-NAME TO CUST-NAME OF PRGD-CUST-REC
           MOVE SPACES TO CUST-GOVT-ID OF PRGD-CUST-REC
                          CUST-DOB OF PRGD-CUST-REC
                          CUST-DEATH-DATE OF PRGD-CUST-REC
                          CUST-ADDR-LINE1 OF PRGD-CUST-REC
                          CUST-ADDR-CITY OF PRGD-CUST-REC
                          CUST-ADDR-ZIP OF PRGD-CUST-REC
                          CUST-EMAIL OF PRGD-CUST-REC
                          CUST-PHONE OF PRGD-CUST-REC
           MOVE FUNCTION CURRENT-DATE
               TO CUST-LAST-UPDATED OF PRGD-CUST-REC
           ADD 1 TO WS-FS-PURGED(1)
           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE CUST-DEPOSITOR-ID OF PRGD-CUST-REC TO CDT-KEY
           MOVE WS-GRP-CLOSED-DATE TO CDT-CLOSED-DATE
           PERFORM 7800-WRITE-CERT-DETAIL.

       4000-PURGE-DEPOSIT-ROSTERS.
           PERFORM 4100-PURGE-POD-BENES
           PERFORM 4200-PURGE-DTB-BENES
           PERFORM 4300-PURGE-EBP-PARTICIPANTS.

       4100-PURGE-POD-BENES.
           MOVE 2 TO WS-FX
           OPEN INPUT POD-BENE-FILE
           IF WS-PODB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
           OPEN OUTPUT PURGED-POD-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ POD-BENE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FX)
                       MOVE POD-BENEFICIARY-REC TO PRGD-POD-REC
                       MOVE 'A' TO WS-FK-TYPE
                       MOVE PODB-ACCT-NUMBER OF PRGD-POD-REC
                           TO WS-FK-KEY
                       PERFORM 7150-GET-KEY-STATE
                       EVALUATE TRUE
                           WHEN PODB-BENE-NAME OF PRGD-POD-REC
                                = WS-PURGED-NAME
                               ADD 1 TO WS-FS-EARLIER(WS-FX)
                           WHEN WS-KEY-STATE = 'P'
                               MOVE WS-PURGED-NAME
                                   TO PODB-BENE-NAME OF PRGD-POD-REC
                               MOVE SPACES
                                   TO PODB-BENE-SSN OF PRGD-POD-REC
                               ADD 1 TO WS-FS-PURGED(WS-FX)
                               MOVE SPACES TO CERT-DETAIL-LINE
                               MOVE PODB-ACCT-NUMBER OF PRGD-POD-REC
                                   TO CDT-KEY
                               MOVE PODB-BENE-ID OF PRGD-POD-REC
                                   TO CDT-KEY-2
                               PERFORM 7800-WRITE-CERT-DETAIL
                       END-EVALUATE
                       WRITE PRGD-POD-REC
               END-READ
           END-PERFORM
           CLOSE POD-BENE-FILE
           CLOSE PURGED-POD-FILE.

       4200-PURGE-DTB-BENES.
           MOVE 3 TO WS-FX
           OPEN INPUT DEPOSIT-TRUST-BENE-FILE
           IF WS-DTB-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
           OPEN OUTPUT PURGED-DTB-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPOSIT-TRUST-BENE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FX)
                       MOVE DEPOSIT-TRUST-BENE-REC TO PRGD-DTB-REC
                       MOVE 'A' TO WS-FK-TYPE
                       MOVE DTB-ACCT-NUMBER OF PRGD-DTB-REC
                           TO WS-FK-KEY
                       PERFORM 7150-GET-KEY-STATE
                       EVALUATE TRUE
                           WHEN DTB-BENE-NAME OF PRGD-DTB-REC
                                = WS-PURGED-NAME
                               ADD 1 TO WS-FS-EARLIER(WS-FX)
                           WHEN WS-KEY-STATE = 'P'
                               MOVE WS-PURGED-NAME
                                   TO DTB-BENE-NAME OF PRGD-DTB-REC
                               MOVE SPACES
                                   TO DTB-BENE-SSN OF PRGD-DTB-REC
                               ADD 1 TO WS-FS-PURGED(WS-FX)
                               MOVE SPACES TO CERT-DETAIL-LINE
                               MOVE DTB-ACCT-NUMBER OF PRGD-DTB-REC
                                   TO CDT-KEY
                               MOVE DTB-BENE-ID OF PRGD-DTB-REC
                                   TO CDT-KEY-2
                               PERFORM 7800-WRITE-CERT-DETAIL
                       END-EVALUATE
                       WRITE PRGD-DTB-REC
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-TRUST-BENE-FILE
           CLOSE PURGED-DTB-FILE.

       4300-PURGE-EBP-PARTICIPANTS.
           MOVE 4 TO WS-FX
           OPEN INPUT EBP-PARTICIPANT-FILE
           IF WS-EBPP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
           OPEN OUTPUT PURGED-EBP-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EBP-PARTICIPANT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FX)
                       MOVE EBP-PARTICIPANT-REC TO PRGD-EBP-REC
                       MOVE 'A' TO WS-FK-TYPE
                       MOVE EBPP-PLAN-ACCT-NUMBER OF PRGD-EBP-REC
                           TO WS-FK-KEY
                       PERFORM 7150-GET-KEY-STATE
                       EVALUATE TRUE
                           WHEN EBPP-PARTICIPANT-NAME OF PRGD-EBP-REC
                                = WS-PURGED-NAME
                               ADD 1 TO WS-FS-EARLIER(WS-FX)
                           WHEN WS-KEY-STATE = 'P'
                               PERFORM 4310-PURGE-EBP-PARTICIPANT
                       END-EVALUATE
                       WRITE PRGD-EBP-REC
               END-READ
           END-PERFORM
           CLOSE EBP-PARTICIPANT-FILE
           CLOSE PURGED-EBP-FILE.

       4310-PURGE-EBP-PARTICIPANT.
           MOVE WS-PURGED-NAME
               TO EBPP-PARTICIPANT-NAME OF PRGD-EBP-REC
           MOVE SPACES TO EBPP-PARTICIPANT-SSN OF PRGD-EBP-REC
                          EBPP-BIRTH-DATE OF PRGD-EBP-REC
           ADD 1 TO WS-FS-PURGED(WS-FX)
           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE EBPP-PLAN-ACCT-NUMBER OF PRGD-EBP-REC TO CDT-KEY
           MOVE EBPP-PARTICIPANT-ID OF PRGD-EBP-REC TO CDT-KEY-2
           PERFORM 7800-WRITE-CERT-DETAIL.

       5000-PURGE-TRUST-FILES.
           PERFORM 5100-PURGE-TRUSTS
           PERFORM 5200-PURGE-COGRANTORS
           PERFORM 5300-PURGE-TRUST-BENES
           PERFORM 5400-PURGE-PARTICIPANTS.

       5100-PURGE-TRUSTS.
      *    The trust name usually carries the grantor's, so it goes
      *    too. The grantor and trustee ids are kept.
           MOVE 5 TO WS-FX
           MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
           OPEN INPUT TRUST-MASTER-FILE
           OPEN OUTPUT PURGED-TRUST-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FX)
                       MOVE TRUST-ACCOUNT-REC TO PRGD-TRUST-REC
                       MOVE 'T' TO WS-FK-TYPE
                       MOVE TRUST-ID OF PRGD-TRUST-REC TO WS-FK-KEY
                       PERFORM 7150-GET-KEY-STATE
                       EVALUATE TRUE
                           WHEN TRUST-NAME OF PRGD-TRUST-REC
                                = WS-PURGED-NAME
                               ADD 1 TO WS-FS-EARLIER(WS-FX)
                           WHEN WS-KEY-STATE = 'P'
                               PERFORM 5110-PURGE-TRUST
                       END-EVALUATE
                       WRITE PRGD-TRUST-REC
               END-READ
           END-PERFORM
           CLOSE TRUST-MASTER-FILE
           CLOSE PURGED-TRUST-FILE.

       5110-PURGE-TRUST.
           MOVE WS-PURGED-NAME TO TRUST-NAME OF PRGD-TRUST-REC
                                  TRUST-GRANTOR-NAME OF PRGD-TRUST-REC
                                  TRUST-TRUSTEE-NAME OF PRGD-TRUST-REC
           MOVE SPACES TO TRUST-GRANTOR-SSN OF PRGD-TRUST-REC
           ADD 1 TO WS-FS-PURGED(WS-FX)
           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE TRUST-ID OF PRGD-TRUST-REC TO CDT-KEY
           MOVE TRUST-GRANTOR-ID OF PRGD-TRUST-REC TO CDT-KEY-2
           PERFORM 7800-WRITE-CERT-DETAIL.

       5200-PURGE-COGRANTORS.
           MOVE 6 TO WS-FX
           OPEN INPUT COGRANTOR-FILE
           IF WS-CGR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
           OPEN OUTPUT PURGED-CGR-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COGRANTOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FX)
                       MOVE TRUST-COGRANTOR-REC TO PRGD-CGR-REC
                       MOVE 'T' TO WS-FK-TYPE
                       MOVE CGR-TRUST-ID OF PRGD-CGR-REC TO WS-FK-KEY
                       PERFORM 7150-GET-KEY-STATE
                       EVALUATE TRUE
                           WHEN CGR-GRANTOR-NAME OF PRGD-CGR-REC
                                = WS-PURGED-NAME
                               ADD 1 TO WS-FS-EARLIER(WS-FX)
                           WHEN WS-KEY-STATE = 'P'
                               MOVE WS-PURGED-NAME
                                   TO CGR-GRANTOR-NAME OF PRGD-CGR-REC
                               MOVE SPACES
                                   TO CGR-GRANTOR-SSN OF PRGD-CGR-REC
                               ADD 1 TO WS-FS-PURGED(WS-FX)
                               MOVE SPACES TO CERT-DETAIL-LINE
                               MOVE CGR-TRUST-ID OF PRGD-CGR-REC
                                   TO CDT-KEY
                               MOVE CGR-GRANTOR-ID OF PRGD-CGR-REC
                                   TO CDT-KEY-2
                               PERFORM 7800-WRITE-CERT-DETAIL
                       END-EVALUATE
                       WRITE PRGD-CGR-REC
               END-READ
           END-PERFORM
           CLOSE COGRANTOR-FILE
           CLOSE PURGED-CGR-FILE.

       5300-PURGE-TRUST-BENES.
           MOVE 7 TO WS-FX
           OPEN INPUT TRUST-BENE-FILE
           IF WS-BENE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
           OPEN OUTPUT PURGED-BENE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRUST-BENE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FX)
                       MOVE TRUST-BENEFICIARY-REC TO PRGD-BENE-REC
                       MOVE 'T' TO WS-FK-TYPE
                       MOVE BENE-TRUST-ID OF PRGD-BENE-REC
                           TO WS-FK-KEY
                       PERFORM 7150-GET-KEY-STATE
                       EVALUATE TRUE
                           WHEN BENE-NAME OF PRGD-BENE-REC
                                = WS-PURGED-NAME
                               ADD 1 TO WS-FS-EARLIER(WS-FX)
                           WHEN WS-KEY-STATE = 'P'
                               PERFORM 5310-PURGE-TRUST-BENE
                       END-EVALUATE
                       WRITE PRGD-BENE-REC
               END-READ
           END-PERFORM
           CLOSE TRUST-BENE-FILE
           CLOSE PURGED-BENE-FILE.

       5310-PURGE-TRUST-BENE.
           MOVE WS-PURGED-NAME TO BENE-NAME OF PRGD-BENE-REC
           MOVE SPACES TO BENE-SSN OF PRGD-BENE-REC
                          BENE-DOB OF PRGD-BENE-REC
           ADD 1 TO WS-FS-PURGED(WS-FX)
           MOVE SPACES TO CERT-DETAIL-LINE
           MOVE BENE-TRUST-ID OF PRGD-BENE-REC TO CDT-KEY
           MOVE BENE-ID OF PRGD-BENE-REC TO CDT-KEY-2
           PERFORM 7800-WRITE-CERT-DETAIL.

       5400-PURGE-PARTICIPANTS.
           MOVE 8 TO WS-FX
           OPEN INPUT PARTICIPANT-FILE
           IF WS-PART-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
           OPEN OUTPUT PURGED-PART-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PARTICIPANT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FS-READ(WS-FX)
                       MOVE TRUST-PARTICIPANT-REC TO PRGD-PART-REC
                       MOVE 'T' TO WS-FK-TYPE
                       MOVE PART-TRUST-ID OF PRGD-PART-REC
                           TO WS-FK-KEY
                       PERFORM 7150-GET-KEY-STATE
                       EVALUATE TRUE
                           WHEN PART-NAME OF PRGD-PART-REC
                                = WS-PURGED-NAME
                               ADD 1 TO WS-FS-EARLIER(WS-FX)
                           WHEN WS-KEY-STATE = 'P'
                               MOVE WS-PURGED-NAME
                                   TO PART-NAME OF PRGD-PART-REC
                               MOVE SPACES
                                   TO PART-SSN OF PRGD-PART-REC
                               ADD 1 TO WS-FS-PURGED(WS-FX)
                               MOVE SPACES TO CERT-DETAIL-LINE
                               MOVE PART-TRUST-ID OF PRGD-PART-REC
                                   TO CDT-KEY
                               MOVE PART-ID OF PRGD-PART-REC
                                   TO CDT-KEY-2
                               PERFORM 7800-WRITE-CERT-DETAIL
                       END-EVALUATE
                       WRITE PRGD-PART-REC
               END-READ
           END-PERFORM
           CLOSE PARTICIPANT-FILE
           CLOSE PURGED-PART-FILE.

       6000-SCAN-AUDIT-ARCHIVES.
      *    The archived audit trail and access journal hold account
      *    and trust ids, depositor ids, and amounts -- no name, SSN,
      *    or date of birth. Once the customer and roster records
      *    are purged their keys lead nowhere, so the generations
      *    are kept as cut (their expiry is the catalogue's, under
      *    AUDRETPR) and only the rows on purged accounts and
      *    trusts are counted for the certificate. Operations
      *    concatenate the generations to be covered; none on hand
      *    is reported.
           MOVE 12 TO WS-FX
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARC-STATUS = '00'
               MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ AUDIT-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FS-READ(WS-FX)
                           MOVE 'A' TO WS-FK-TYPE
                           MOVE AUD-ENTITY-ID TO WS-FK-KEY
                           PERFORM 7150-GET-KEY-STATE
                           IF WS-KEY-STATE NOT = 'P'
                               MOVE 'T' TO WS-FK-TYPE
                               PERFORM 7150-GET-KEY-STATE
                           END-IF
                           IF WS-KEY-STATE = 'P'
                               ADD 1 TO WS-FS-ON-PURGED(WS-FX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           MOVE 13 TO WS-FX
           OPEN INPUT JOURNAL-ARCHIVE-FILE
           IF WS-JAR-STATUS = '00'
               MOVE 'Y' TO WS-FS-PRESENT(WS-FX)
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ JOURNAL-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-FS-READ(WS-FX)
                           MOVE 'A' TO WS-FK-TYPE
                           MOVE ACJ-ACCT-NUMBER TO WS-FK-KEY
                           PERFORM 7150-GET-KEY-STATE
                           IF WS-KEY-STATE = 'P'
                               ADD 1 TO WS-FS-ON-PURGED(WS-FX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE-FILE
           END-IF.

       7100-FIND-CLOSURE.
      *    Halving search of the prior register for WS-FIND-KEY;
      *    WS-CL-HIT is the entry found.
           MOVE 'N' TO WS-CL-FOUND
           MOVE 1 TO WS-CL-LOW
           MOVE WS-CL-COUNT TO WS-CL-HIGH
           PERFORM UNTIL WS-CL-LOW > WS-CL-HIGH
               OR WS-CL-FOUND = 'Y'
               COMPUTE WS-CL-MID = (WS-CL-LOW + WS-CL-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-CL-KEY(WS-CL-MID) = WS-FIND-KEY
                       MOVE 'Y' TO WS-CL-FOUND
                       MOVE WS-CL-MID TO WS-CL-HIT
                   WHEN WS-CL-KEY(WS-CL-MID) < WS-FIND-KEY
                       COMPUTE WS-CL-LOW = WS-CL-MID + 1
                   WHEN OTHER
                       COMPUTE WS-CL-HIGH = WS-CL-MID - 1
               END-EVALUATE
           END-PERFORM.

       7150-GET-KEY-STATE.
      *    'P' only for an account or trust aged purgeable this run;
      *    anything else -- open, closed too recently, held, or
      *    closed only since the prior register -- is 'K'.
           MOVE 'K' TO WS-KEY-STATE
           MOVE SPACES TO WS-KEY-CLOSED-DATE
           PERFORM 7100-FIND-CLOSURE
           IF WS-CL-FOUND = 'Y'
               IF WS-CL-STATE(WS-CL-HIT) = 'P'
                   MOVE 'P' TO WS-KEY-STATE
                   MOVE WS-CL-CLOSED-DATE(WS-CL-HIT)
                       TO WS-KEY-CLOSED-DATE
               END-IF
           END-IF.

       7200-FIND-HOLD.
      *    Linear search, same small-table convention used elsewhere
      *    in the suite. WS-HOLD-REASON is the first hold found.
           MOVE 'N' TO WS-HOLD-FOUND
           SET WS-HD-IDX TO 1
           PERFORM UNTIL WS-HD-IDX > WS-HOLD-COUNT
               OR WS-HOLD-FOUND = 'Y'
               IF WS-HD-KEY(WS-HD-IDX) = WS-HOLD-KEY
                   MOVE 'Y' TO WS-HOLD-FOUND
                   MOVE WS-HD-REASON(WS-HD-IDX) TO WS-HOLD-REASON
               ELSE
                   SET WS-HD-IDX UP BY 1
               END-IF
           END-PERFORM.

       7800-WRITE-CERT-DETAIL.
      *    The caller has cleared the line and set the keys; the
      *    closing date, where the caller has none, is the one the
      *    record's account or trust was aged on.
           MOVE WS-FN-NAME(WS-FX) TO CDT-FILE
           IF CDT-CLOSED-DATE = SPACES
               MOVE WS-KEY-CLOSED-DATE TO CDT-CLOSED-DATE
           END-IF
           MOVE WS-FN-DISPOSITION(WS-FX) TO CDT-FIELDS
           WRITE CERTIFICATE-LINE FROM CERT-DETAIL-LINE
           ADD 1 TO WS-CERT-DETAIL-COUNT.

       8000-WRITE-CERTIFICATE-TOTALS.
           IF WS-CERT-DETAIL-COUNT = 0
               MOVE '  NONE' TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'ACCOUNTS READ ' WS-ACCT-READ
                  '  CLOSED ' WS-ACCT-CLOSED
                  '  PURGEABLE ' WS-ACCT-PURGEABLE
               DELIMITED SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'TRUSTS READ   ' WS-TRUST-READ
                  '  CLOSED ' WS-TRUST-CLOSED
                  '  PURGEABLE ' WS-TRUST-PURGEABLE
               DELIMITED SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'CLOSURES -- NEWLY REGISTERED ' WS-NEW-CLOSURE-COUNT
                  '  PAST RETENTION ' WS-PAST-RETENTION
                  '  PURGED FOR THE FIRST TIME ' WS-FIRST-PURGE-COUNT
               DELIMITED SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'KEPT UNDER HOLD -- LEGAL RESTRAINT ' WS-HELD-LRS
                  '  ESCHEAT ' WS-HELD-ESC
                  '  EXAMINER REQUEST ' WS-HELD-EXM
               DELIMITED SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING 'CUSTOMERS KEPT -- ACCOUNT OPEN OR IN RETENTION '
                  WS-CUST-ACTIVE
                  '  UNDER HOLD ' WS-CUST-HELD
                  '  NO ACCOUNTS ' WS-CUST-NO-ACCTS
               DELIMITED SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE FROM FILE-HEADING-LINE
           PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 13
               PERFORM 8100-WRITE-FILE-LINE
           END-PERFORM
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE 'PURGED GENERATIONS CATALOGUED IN PLACE OF THE INPUT '
               TO CERTIFICATE-LINE
           MOVE 'FILES: ____________  DATE: ________'
               TO CERTIFICATE-LINE(53:35)
           WRITE CERTIFICATE-LINE
           MOVE 'PRIOR GENERATIONS EXPIRED AND SCRATCHED: '
               TO CERTIFICATE-LINE
           MOVE '____________  DATE: ________'
               TO CERTIFICATE-LINE(42:28)
           WRITE CERTIFICATE-LINE
           MOVE 'RECORDS MANAGEMENT OFFICER: ' TO CERTIFICATE-LINE
           MOVE '____________  DATE: ________'
               TO CERTIFICATE-LINE(29:28)
           WRITE CERTIFICATE-LINE.

       8100-WRITE-FILE-LINE.
           MOVE SPACES TO FILE-TOTAL-LINE
           MOVE WS-FN-NAME(WS-FX) TO FTL-FILE
           IF WS-FS-PRESENT(WS-FX) NOT = 'Y'
               MOVE 'NOT ON FILE' TO FTL-DISPOSITION
           ELSE
               MOVE WS-FS-READ(WS-FX)      TO FTL-READ
               MOVE WS-FS-PURGED(WS-FX)    TO FTL-PURGED
               MOVE WS-FS-EARLIER(WS-FX)   TO FTL-EARLIER
               MOVE WS-FS-ON-PURGED(WS-FX) TO FTL-ON-PURGED
               MOVE WS-FN-DISPOSITION(WS-FX) TO FTL-DISPOSITION
           END-IF
           WRITE CERTIFICATE-LINE FROM FILE-TOTAL-LINE.

       9000-FINALIZE.
           CLOSE CERTIFICATE-FILE
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'RECORD RETENTION PURGE COMPLETE'
           DISPLAY '  BUSINESS DATE:            ' WS-BUSINESS-DATE
           DISPLAY '  RETENTION (YEARS):        ' WS-RETENTION-YEARS
           DISPLAY '  PURGE IF CLOSED BY:       ' WS-CUTOFF-DATE
           DISPLAY '  PRIOR CLOSURES LOADED:    ' WS-CL-LOADED
           DISPLAY '  CLOSURES WRITTEN:         ' WS-CLOSURES-WRITTEN
           DISPLAY '  ACCOUNTS PURGEABLE:       ' WS-ACCT-PURGEABLE
           DISPLAY '  TRUSTS PURGEABLE:         ' WS-TRUST-PURGEABLE
           DISPLAY '  KEPT UNDER HOLD:          '
                    WS-HELD-LRS ' LRS ' WS-HELD-ESC ' ESC '
                    WS-HELD-EXM ' EXM'
           DISPLAY '  CUSTOMERS PURGED:         ' WS-FS-PURGED(1)
           DISPLAY '  RECORDS PURGED:           ' WS-CERT-DETAIL-COUNT
           IF WS-CL-DUP-COUNT NOT = 0
               DISPLAY '  DUPLICATE CLOSURES SKIPPED: '
                        WS-CL-DUP-COUNT
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle (see
      *    RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'RETENTION-PURGE' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
