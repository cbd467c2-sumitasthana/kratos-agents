      *================================================================*
      * PROGRAM: BENE-OWNER-REQUEST
      * PURPOSE: Beneficial-owner data requests to the agents,
      *          fiduciaries, custodians, and servicers whose
      *          accounts have no roster on file. When an agency
      *          (AGY), fiduciary (FID), annuity contract (ANC), or
      *          mortgage servicing (MSA) account has no owner,
      *          client, contract, or mortgagor roster,
      *          DEPOSIT-INSURANCE-CALC insures the whole balance to
      *          one SMDIA and logs an exception -- and until now
      *          nobody went back to the third party for the
      *          records 12 CFR 370.4(b) expects us to be able to
      *          obtain promptly. Each cycle this program:
      *            - reads tonight's roster fallbacks from the calc's
      *              exception file (ERRFILE) and opens a request on
      *              the request register (BOREQ, see
      *              BENE-OWNER-REQUEST.cpy) for each account not
      *              already under request;
      *            - addresses each unsent request to the third
      *              party the contact reference (TPCREF, see
      *              THIRD-PARTY-CONTACT.cpy) links the account to,
      *              and writes it to the data-request file for its
      *              roster -- AGYREQ, FIDREQ, ANCREQ, or MSAREQ, in
      *              the AGENT-OWNER, FIDUCIARY-CLIENT, ANNUITY-OWNER,
      *              and MORTGAGOR-BALANCE layouts the third party
      *              fills in and returns, one template line per
      *              account with the account number set, grouped by
      *              third party. The due date is the sent date plus
      *              the party's response days;
      *            - reads the roster files (AGYOWNER, FIDCLNT,
      *              ANCOWNER, MSABAL): a request whose account has
      *              roster lines on file and no longer falls back is
      *              answered. Returned rosters go through the
      *              normal roster edits on their way into those
      *              files -- one on file while the calc still falls
      *              back failed them, and is reported;
      *            - withdraws a request whose fallback stopped with
      *              no roster returned (account closed or
      *              recategorized);
      *            - ages the outstanding requests against their due
      *              dates and escalates the third parties that do
      *              not answer.
      *          The new register generation (BOREQN) and the request
      *          and aging report (BOREQRPT) are written.
      * REGULATION: 12 CFR 370.4(b); 12 CFR 330.7
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  Original version.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENE-OWNER-REQUEST.
       AUTHOR. REGULATORY-REPORTING-TEAM.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-REQUEST-FILE ASSIGN TO 'BOREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREQ-STATUS.
           SELECT NEW-REQUEST-FILE ASSIGN TO 'BOREQN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NREQ-STATUS.
           SELECT DEPCALC-ERROR-FILE ASSIGN TO 'ERRFILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DERR-STATUS.
           SELECT CONTACT-REF-FILE ASSIGN TO 'TPCREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TPC-STATUS.
           SELECT AGENT-OWNER-FILE ASSIGN TO 'AGYOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGY-STATUS.
           SELECT FIDUCIARY-CLIENT-FILE ASSIGN TO 'FIDCLNT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDC-STATUS.
           SELECT ANNUITY-OWNER-FILE ASSIGN TO 'ANCOWNER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANO-STATUS.
           SELECT MORTGAGOR-FILE ASSIGN TO 'MSABAL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSA-STATUS.
           SELECT AGENT-REQUEST-FILE ASSIGN TO 'AGYREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGYR-STATUS.
           SELECT FIDUCIARY-REQUEST-FILE ASSIGN TO 'FIDREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDCR-STATUS.
           SELECT ANNUITY-REQUEST-FILE ASSIGN TO 'ANCREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANOR-STATUS.
           SELECT MORTGAGOR-REQUEST-FILE ASSIGN TO 'MSAREQ'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSAR-STATUS.
           SELECT REQUEST-PARM-FILE ASSIGN TO 'BOREQPRM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REQUEST-REPORT-FILE ASSIGN TO 'BOREQRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO 'CYCLCTRL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    Request register generations -- layout is
      *    BENE-OWNER-REQUEST.cpy, worked in WORKING-STORAGE.
       FD  PRIOR-REQUEST-FILE.
       01  PREQ-RECORD               PIC X(120).

       FD  NEW-REQUEST-FILE.
       01  NREQ-RECORD               PIC X(120).

      *    The deposit calc's exceptions -- layout is
      *    EXCEPTION-RECORD.cpy, worked in WORKING-STORAGE.
       FD  DEPCALC-ERROR-FILE.
       01  DERR-RECORD               PIC X(200).

       FD  CONTACT-REF-FILE.
           COPY THIRD-PARTY-CONTACT.

      *    The rosters on file -- only the account number, the first
      *    twenty bytes of every roster layout, is wanted here.
       FD  AGENT-OWNER-FILE.
       01  AGY-ROSTER-RECORD         PIC X(66).

       FD  FIDUCIARY-CLIENT-FILE.
       01  FDC-ROSTER-RECORD         PIC X(66).

       FD  ANNUITY-OWNER-FILE.
       01  ANO-ROSTER-RECORD         PIC X(66).

       FD  MORTGAGOR-FILE.
       01  MSA-ROSTER-RECORD         PIC X(66).

      *    The data requests, each in the layout of the roster the
      *    third party is asked to return.
       FD  AGENT-REQUEST-FILE.
           COPY AGENT-OWNER.

       FD  FIDUCIARY-REQUEST-FILE.
           COPY FIDUCIARY-CLIENT.

       FD  ANNUITY-REQUEST-FILE.
           COPY ANNUITY-OWNER.

       FD  MORTGAGOR-REQUEST-FILE.
           COPY MORTGAGOR-BALANCE.

       FD  REQUEST-PARM-FILE.
       01  REQUEST-PARM-REC.
           05  BRP-RESPONSE-DAYS     PIC 9(3).
           05  BRP-ESCALATE-DAYS     PIC 9(3).
           05  BRP-RETAIN-DAYS       PIC 9(5).
           05  FILLER                PIC X(69).

       FD  REQUEST-REPORT-FILE.
       01  REQUEST-REPORT-LINE       PIC X(132).

       FD  RUN-CONTROL-FILE.
           COPY RUN-CONTROL.

       WORKING-STORAGE SECTION.
       01  WS-PREQ-STATUS            PIC XX.
       01  WS-NREQ-STATUS            PIC XX.
       01  WS-DERR-STATUS            PIC XX.
       01  WS-TPC-STATUS             PIC XX.
       01  WS-AGY-STATUS             PIC XX.
       01  WS-FDC-STATUS             PIC XX.
       01  WS-ANO-STATUS             PIC XX.
       01  WS-MSA-STATUS             PIC XX.
       01  WS-AGYR-STATUS            PIC XX.
       01  WS-FDCR-STATUS            PIC XX.
       01  WS-ANOR-STATUS            PIC XX.
       01  WS-MSAR-STATUS            PIC XX.
       01  WS-PARM-STATUS            PIC XX.
       01  WS-RPT-STATUS             PIC XX.
       01  WS-RUNC-STATUS            PIC XX.
       01  WS-EOF-FLAG               PIC X.

       01  WS-BUSINESS-DATE          PIC X(10).
       01  WS-PRED-DEPCALC-DONE      PIC X VALUE 'N'.

      *    Days a third party is given to answer when its contact
      *    record names none, days past due before a request is
      *    escalated, and days an answered or withdrawn request is
      *    kept on the register. The literals are the fallback if
      *    BOREQPRM can't be read.
       01  WS-RESPONSE-DAYS          PIC 9(3) VALUE 30.
       01  WS-ESCALATE-DAYS          PIC 9(3) VALUE 30.
       01  WS-RETAIN-DAYS            PIC 9(5) VALUE 365.

       COPY EXCEPTION-RECORD.

       COPY BENE-OWNER-REQUEST.

      *--- The request register, loaded once. ---
      * BUG: every fallback and every roster line is matched by a
      * sequential scan of the whole table. Fine while the requests
      * outstanding number in the hundreds; a keyed register is the
      * fix if they grow into the thousands.
       01  WS-REQ-COUNT              PIC 9(5) VALUE 0.
       01  WS-REQ-MAX                PIC 9(5) VALUE 5000.
       01  WS-REQ-OVERFLOW           PIC 9(7) VALUE 0.
       01  WS-REQ-IDX-SAVE           PIC 9(5).
       01  WS-REQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-RQ-IDX.
               10  WS-RQ-MATCH-KEY.
                   15  WS-RQ-ACCT-NUMBER PIC X(20).
                   15  WS-RQ-ROSTER-TYPE PIC X(3).
               10  WS-RQ-STATUS      PIC X(1).
      *            Y when roster lines for the account are on file.
               10  WS-RQ-RETURNED    PIC X(1).
      *            S sent, A answered, W withdrawn this cycle;
      *            D dropped from the new generation.
               10  WS-RQ-ACTIVITY    PIC X(1).
               10  WS-RQ-DATA        PIC X(120).

       01  WS-MATCH-KEY.
           05  WS-MK-ACCT-NUMBER     PIC X(20).
           05  WS-MK-ROSTER-TYPE     PIC X(3).

       01  WS-NEXT-REQUEST-ID        PIC 9(9) VALUE 0.

      *--- The contact reference: third-party headers, then the
      *    accounts each holds. The party table also gathers each
      *    party's outstanding requests for the aging section.
       01  WS-PARTY-COUNT            PIC 9(4) VALUE 0.
       01  WS-PARTY-MAX              PIC 9(4) VALUE 1000.
       01  WS-PARTY-IDX-SAVE         PIC 9(4).
       01  WS-PARTY-TABLE.
           05  WS-PT-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-PT-IDX.
               10  WS-PT-PARTY-ID    PIC X(10).
               10  WS-PT-PARTY-NAME  PIC X(40).
               10  WS-PT-CONTACT-NAME PIC X(30).
               10  WS-PT-CONTACT-EMAIL PIC X(50).
               10  WS-PT-CONTACT-PHONE PIC X(15).
               10  WS-PT-MAIL-ADDRESS PIC X(60).
               10  WS-PT-RESPONSE-DAYS PIC 9(3).
               10  WS-PT-SENT-COUNT  PIC 9(5).
               10  WS-PT-OPEN-COUNT  PIC 9(5).
               10  WS-PT-OVERDUE-COUNT PIC 9(5).
               10  WS-PT-OLDEST-DUE  PIC X(10).
               10  WS-PT-MAX-OVERDUE PIC S9(5).
               10  WS-PT-MAX-LEVEL   PIC 9(1).
               10  WS-PT-AT-RISK     PIC S9(13)V99.

       01  WS-LINK-COUNT             PIC 9(5) VALUE 0.
       01  WS-LINK-MAX               PIC 9(5) VALUE 5000.
       01  WS-LINK-TABLE.
           05  WS-LK-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-LK-IDX.
               10  WS-LK-ACCT-NUMBER PIC X(20).
               10  WS-LK-PARTY-ID    PIC X(10).

       01  WS-FIND-PARTY-ID          PIC X(10).

      *--- Calendar work fields (INTEGER-OF-DATE day numbers) ---
       01  WS-DATE-NUM               PIC 9(8).
       01  WS-WORK-DATE              PIC X(10).
       01  WS-WORK-DAYNO             PIC 9(7).
       01  WS-BUS-DAYNO              PIC 9(7).
       01  WS-AGE-DAYS               PIC S9(7).

       01  WS-ROSTER-ACCT            PIC X(20).
       01  WS-ROSTER-TYPE            PIC X(3).

       01  WS-PRIOR-READ             PIC 9(7) VALUE 0.
       01  WS-EXC-READ               PIC 9(7) VALUE 0.
       01  WS-FALLBACK-COUNT         PIC 9(7) VALUE 0.
       01  WS-WRONG-DATE-COUNT       PIC 9(7) VALUE 0.
       01  WS-ROSTER-READ            PIC 9(7) VALUE 0.
       01  WS-OPENED-COUNT           PIC 9(7) VALUE 0.
       01  WS-SENT-COUNT             PIC 9(7) VALUE 0.
       01  WS-UNSENT-COUNT           PIC 9(7) VALUE 0.
       01  WS-REJECTED-RETURN-COUNT  PIC 9(7) VALUE 0.
       01  WS-ANSWERED-COUNT         PIC 9(7) VALUE 0.
       01  WS-WITHDRAWN-COUNT        PIC 9(7) VALUE 0.
       01  WS-OUTSTANDING-COUNT      PIC 9(7) VALUE 0.
       01  WS-OVERDUE-COUNT          PIC 9(7) VALUE 0.
       01  WS-ESCALATED-COUNT        PIC 9(7) VALUE 0.
       01  WS-PURGED-COUNT           PIC 9(7) VALUE 0.
       01  WS-RECORDS-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-AGY-REQ-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-FDC-REQ-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-ANO-REQ-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-MSA-REQ-WRITTEN        PIC 9(7) VALUE 0.
       01  WS-SECTION-COUNT          PIC 9(7).
       01  WS-SECTION-ACTIVITY       PIC X(1).
       01  WS-PARTY-LINES            PIC 9(5).

       01  REQUEST-HEADING-LINE.
           05  FILLER PIC X(13) VALUE '   REQUEST ID'.
           05  FILLER PIC X(21) VALUE 'ACCOUNT'.
           05  FILLER PIC X(7)  VALUE 'ROSTER'.
           05  FILLER PIC X(11) VALUE 'PARTY'.
           05  FILLER PIC X(21) VALUE '       AMOUNT AT RISK'.
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(59) VALUE 'DETAIL'.

       01  REQUEST-DETAIL-LINE.
           05  FILLER                PIC X(3).
           05  RDL-REQUEST-ID        PIC Z(8)9.
           05  FILLER                PIC X(1).
           05  RDL-ACCT-NUMBER       PIC X(20).
           05  FILLER                PIC X(1).
           05  RDL-ROSTER-TYPE       PIC X(3).
           05  FILLER                PIC X(4).
           05  RDL-PARTY-ID          PIC X(10).
           05  FILLER                PIC X(1).
           05  RDL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  RDL-DETAIL            PIC X(59).

       01  PARTY-HEADING-LINE.
           05  FILLER PIC X(11) VALUE 'PARTY'.
           05  FILLER PIC X(31) VALUE 'NAME'.
           05  FILLER PIC X(8)  VALUE '    OPEN'.
           05  FILLER PIC X(8)  VALUE ' OVERDUE'.
           05  FILLER PIC X(11) VALUE ' OLDEST DUE'.
           05  FILLER PIC X(9)  VALUE ' MAX DAYS'.
           05  FILLER PIC X(21) VALUE '       AMOUNT AT RISK'.
           05  FILLER PIC X(1)  VALUE SPACES.
           05  FILLER PIC X(32) VALUE 'ACTION'.

       01  PARTY-AGING-LINE.
           05  PAL-PARTY-ID          PIC X(10).
           05  FILLER                PIC X(1).
           05  PAL-PARTY-NAME        PIC X(30).
           05  FILLER                PIC X(1).
           05  PAL-OPEN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  PAL-OVERDUE-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                PIC X(1).
           05  PAL-OLDEST-DUE        PIC X(10).
           05  FILLER                PIC X(1).
           05  PAL-MAX-OVERDUE       PIC ZZ,ZZ9-.
           05  FILLER                PIC X(2).
           05  PAL-AT-RISK           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                PIC X(1).
           05  PAL-ACTION            PIC X(32).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-FALLBACKS
           PERFORM 3000-CHECK-RETURNED-ROSTERS
           PERFORM 4000-AGE-REQUESTS
           PERFORM 5000-WRITE-DATA-REQUESTS
           PERFORM 6000-WRITE-REQUEST-REGISTER
           PERFORM 7000-WRITE-REQUEST-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RUN-CONTROL
           PERFORM 1200-LOAD-PARM
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8200-SET-WORK-DAYNO
           MOVE WS-WORK-DAYNO TO WS-BUS-DAYNO
           PERFORM 1300-LOAD-CONTACT-REFERENCE
           PERFORM 1400-LOAD-REQUESTS
           ADD 1 TO WS-NEXT-REQUEST-ID.

       1100-READ-RUN-CONTROL.
      *    The cycle's official business date comes from the
      *    run-control file written by CYCLE-OPEN -- never the
      *    system clock -- and the run refuses to start until the
      *    deposit calc shows complete for the same business date:
      *    a request must not be withdrawn because tonight's
      *    fallbacks have not been written yet.
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
                           AND RC-JOB-NAME = 'DEPOSIT-INSURANCE-CALC'
                           MOVE 'Y' TO WS-PRED-DEPCALC-DONE
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
           END-IF.

       1200-LOAD-PARM.
           OPEN INPUT REQUEST-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ REQUEST-PARM-FILE
                   NOT AT END
                       IF BRP-RESPONSE-DAYS NUMERIC
                           AND BRP-RESPONSE-DAYS > 0
                           MOVE BRP-RESPONSE-DAYS
                               TO WS-RESPONSE-DAYS
                       END-IF
                       IF BRP-ESCALATE-DAYS NUMERIC
                           AND BRP-ESCALATE-DAYS > 0
                           MOVE BRP-ESCALATE-DAYS
                               TO WS-ESCALATE-DAYS
                       END-IF
                       IF BRP-RETAIN-DAYS NUMERIC
                           AND BRP-RETAIN-DAYS > 0
                           MOVE BRP-RETAIN-DAYS TO WS-RETAIN-DAYS
                       END-IF
               END-READ
               CLOSE REQUEST-PARM-FILE
           END-IF.

       1300-LOAD-CONTACT-REFERENCE.
      *    No reference on file leaves every new request unsent and
      *    listed for operations to set up the third party. A
      *    reference too big for the tables stops the run -- a
      *    request must never go to the wrong party.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CONTACT-REF-FILE
           IF WS-TPC-STATUS NOT = '00'
               DISPLAY 'NO CONTACT REFERENCE ON FILE ('
                        WS-TPC-STATUS
                        ') -- NEW REQUESTS WILL NOT BE SENT.'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONTACT-REF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 1310-STORE-REFERENCE-RECORD
               END-READ
           END-PERFORM
           CLOSE CONTACT-REF-FILE.

       1310-STORE-REFERENCE-RECORD.
           EVALUATE TRUE
               WHEN TPC-PARTY-HEADER
                   IF WS-PARTY-COUNT NOT < WS-PARTY-MAX
                       DISPLAY 'CONTACT REFERENCE EXCEEDS '
                                WS-PARTY-MAX
                                ' THIRD PARTIES -- RUN ABORTED.'
                       CLOSE CONTACT-REF-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PARTY-COUNT
                   SET WS-PT-IDX TO WS-PARTY-COUNT
                   PERFORM 1320-CLEAR-PARTY-ENTRY
                   MOVE TPC-PARTY-ID TO WS-PT-PARTY-ID(WS-PT-IDX)
                   MOVE TPC-PARTY-NAME
                       TO WS-PT-PARTY-NAME(WS-PT-IDX)
                   MOVE TPC-CONTACT-NAME
                       TO WS-PT-CONTACT-NAME(WS-PT-IDX)
                   MOVE TPC-CONTACT-EMAIL
                       TO WS-PT-CONTACT-EMAIL(WS-PT-IDX)
                   MOVE TPC-CONTACT-PHONE
                       TO WS-PT-CONTACT-PHONE(WS-PT-IDX)
                   MOVE TPC-MAIL-ADDRESS
                       TO WS-PT-MAIL-ADDRESS(WS-PT-IDX)
                   IF TPC-RESPONSE-DAYS NUMERIC
                       AND TPC-RESPONSE-DAYS > 0
                       MOVE TPC-RESPONSE-DAYS
                           TO WS-PT-RESPONSE-DAYS(WS-PT-IDX)
                   END-IF
               WHEN TPC-ACCOUNT-LINK
                   IF WS-LINK-COUNT NOT < WS-LINK-MAX
                       DISPLAY 'CONTACT REFERENCE EXCEEDS '
                                WS-LINK-MAX
                                ' ACCOUNT LINKS -- RUN ABORTED.'
                       CLOSE CONTACT-REF-FILE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LINK-COUNT
                   SET WS-LK-IDX TO WS-LINK-COUNT
                   MOVE TPC-ACCT-NUMBER
                       TO WS-LK-ACCT-NUMBER(WS-LK-IDX)
                   MOVE TPC-PARTY-ID TO WS-LK-PARTY-ID(WS-LK-IDX)
           END-EVALUATE.

       1320-CLEAR-PARTY-ENTRY.
           MOVE SPACES TO WS-PT-ENTRY(WS-PT-IDX)
           MOVE WS-RESPONSE-DAYS TO WS-PT-RESPONSE-DAYS(WS-PT-IDX)
           MOVE 0 TO WS-PT-SENT-COUNT(WS-PT-IDX)
           MOVE 0 TO WS-PT-OPEN-COUNT(WS-PT-IDX)
           MOVE 0 TO WS-PT-OVERDUE-COUNT(WS-PT-IDX)
           MOVE 0 TO WS-PT-MAX-OVERDUE(WS-PT-IDX)
           MOVE 0 TO WS-PT-MAX-LEVEL(WS-PT-IDX)
           MOVE 0 TO WS-PT-AT-RISK(WS-PT-IDX).

       1400-LOAD-REQUESTS.
      *    An absent prior generation is the first run: every
      *    fallback opens a request tonight. A register too big for
      *    the table stops the run -- dropping requests would lose
      *    what was sent to whom.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PRIOR-REQUEST-FILE
           IF WS-PREQ-STATUS NOT = '00'
               DISPLAY 'NO PRIOR REQUEST REGISTER -- STARTING EMPTY'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRIOR-REQUEST-FILE INTO BENE-OWNER-REQUEST-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PRIOR-READ
                       IF WS-REQ-COUNT NOT < WS-REQ-MAX
                           DISPLAY 'REQUEST REGISTER EXCEEDS '
                                    WS-REQ-MAX
                                    ' REQUESTS -- RUN ABORTED.'
                           CLOSE PRIOR-REQUEST-FILE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-REQ-COUNT
                       SET WS-RQ-IDX TO WS-REQ-COUNT
                       MOVE SPACES TO WS-RQ-ACTIVITY(WS-RQ-IDX)
                       MOVE 'N' TO WS-RQ-RETURNED(WS-RQ-IDX)
                       PERFORM 8900-STORE-REQUEST
                       IF BOR-REQUEST-ID > WS-NEXT-REQUEST-ID
                           MOVE BOR-REQUEST-ID TO WS-NEXT-REQUEST-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRIOR-REQUEST-FILE.

       2000-MATCH-FALLBACKS.
      *    The calc has posted complete, so its exception file must
      *    be there -- an unreadable one stops the run before a
      *    single request is withdrawn against it.
           OPEN INPUT DEPCALC-ERROR-FILE
           IF WS-DERR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ERRFILE: ' WS-DERR-STATUS
               DISPLAY 'RUN ABORTED -- REQUEST REGISTER NOT UPDATED.'
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DEPCALC-ERROR-FILE INTO EXCEPTION-REC
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EXC-READ
                       PERFORM 2100-MATCH-FALLBACK
               END-READ
           END-PERFORM
           CLOSE DEPCALC-ERROR-FILE.

       2100-MATCH-FALLBACK.
      *    Only the four roster fallbacks are wanted; the calc keys
      *    each on the account number. One for another business
      *    date means the file is not tonight's.
           IF EXC-PROGRAM NOT = 'DEPOSIT-INSURANCE-CALC'
               EXIT PARAGRAPH
           END-IF
           IF EXC-ERROR-CODE NOT = 'AGY'
               AND EXC-ERROR-CODE NOT = 'FID'
               AND EXC-ERROR-CODE NOT = 'ANC'
               AND EXC-ERROR-CODE NOT = 'MSA'
               EXIT PARAGRAPH
           END-IF
           IF EXC-BUSINESS-DATE NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-WRONG-DATE-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FALLBACK-COUNT
           MOVE EXC-ENTITY-KEY(1:20) TO WS-MK-ACCT-NUMBER
           MOVE EXC-ERROR-CODE(1:3)  TO WS-MK-ROSTER-TYPE
           MOVE 0 TO WS-REQ-IDX-SAVE
           SET WS-RQ-IDX TO 1
           PERFORM UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-MATCH-KEY(WS-RQ-IDX) = WS-MATCH-KEY
                   AND (WS-RQ-STATUS(WS-RQ-IDX) = 'U'
                        OR WS-RQ-STATUS(WS-RQ-IDX) = 'O')
                   SET WS-REQ-IDX-SAVE TO WS-RQ-IDX
                   SET WS-RQ-IDX TO WS-REQ-COUNT
               END-IF
               SET WS-RQ-IDX UP BY 1
           END-PERFORM
           IF WS-REQ-IDX-SAVE NOT = 0
               SET WS-RQ-IDX TO WS-REQ-IDX-SAVE
               MOVE WS-RQ-DATA(WS-RQ-IDX) TO BENE-OWNER-REQUEST-REC
               MOVE WS-BUSINESS-DATE TO BOR-LAST-SEEN-DATE
               MOVE EXC-AMOUNT-AT-RISK TO BOR-AMOUNT-AT-RISK
               PERFORM 8900-STORE-REQUEST
           ELSE
               PERFORM 2200-OPEN-NEW-REQUEST
           END-IF.

       2200-OPEN-NEW-REQUEST.
      *    A new request opens unsent; 4000-AGE-REQUESTS addresses
      *    it if the reference knows the third party.
           IF WS-REQ-COUNT NOT < WS-REQ-MAX
               ADD 1 TO WS-REQ-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REQ-COUNT
           SET WS-RQ-IDX TO WS-REQ-COUNT
           MOVE SPACES TO BENE-OWNER-REQUEST-REC
           MOVE WS-NEXT-REQUEST-ID TO BOR-REQUEST-ID
           ADD 1 TO WS-NEXT-REQUEST-ID
           MOVE WS-MK-ACCT-NUMBER TO BOR-ACCT-NUMBER
           MOVE WS-MK-ROSTER-TYPE TO BOR-ROSTER-TYPE
           SET BOR-UNSENT TO TRUE
           MOVE WS-BUSINESS-DATE TO BOR-OPENED-DATE
           MOVE WS-BUSINESS-DATE TO BOR-LAST-SEEN-DATE
           MOVE 0 TO BOR-RETURN-REJECTS
           MOVE 0 TO BOR-ESCALATION-LEVEL
           MOVE EXC-AMOUNT-AT-RISK TO BOR-AMOUNT-AT-RISK
           MOVE SPACES TO WS-RQ-ACTIVITY(WS-RQ-IDX)
           MOVE 'N' TO WS-RQ-RETURNED(WS-RQ-IDX)
           ADD 1 TO WS-OPENED-COUNT
           PERFORM 8900-STORE-REQUEST.

       3000-CHECK-RETURNED-ROSTERS.
      *    A roster file that is not on hand simply has nothing
      *    returned in it -- the request stays outstanding.
           MOVE 'AGY' TO WS-ROSTER-TYPE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AGENT-OWNER-FILE
           IF WS-AGY-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ AGENT-OWNER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE AGY-ROSTER-RECORD(1:20)
                               TO WS-ROSTER-ACCT
                           PERFORM 3100-MARK-RETURNED
                   END-READ
               END-PERFORM
               CLOSE AGENT-OWNER-FILE
           END-IF
           MOVE 'FID' TO WS-ROSTER-TYPE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT FIDUCIARY-CLIENT-FILE
           IF WS-FDC-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ FIDUCIARY-CLIENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE FDC-ROSTER-RECORD(1:20)
                               TO WS-ROSTER-ACCT
                           PERFORM 3100-MARK-RETURNED
                   END-READ
               END-PERFORM
               CLOSE FIDUCIARY-CLIENT-FILE
           END-IF
           MOVE 'ANC' TO WS-ROSTER-TYPE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT ANNUITY-OWNER-FILE
           IF WS-ANO-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ANNUITY-OWNER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE ANO-ROSTER-RECORD(1:20)
                               TO WS-ROSTER-ACCT
                           PERFORM 3100-MARK-RETURNED
                   END-READ
               END-PERFORM
               CLOSE ANNUITY-OWNER-FILE
           END-IF
           MOVE 'MSA' TO WS-ROSTER-TYPE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT MORTGAGOR-FILE
           IF WS-MSA-STATUS = '00'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ MORTGAGOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE MSA-ROSTER-RECORD(1:20)
                               TO WS-ROSTER-ACCT
                           PERFORM 3100-MARK-RETURNED
                   END-READ
               END-PERFORM
               CLOSE MORTGAGOR-FILE
           END-IF.

       3100-MARK-RETURNED.
           ADD 1 TO WS-ROSTER-READ
           SET WS-RQ-IDX TO 1
           PERFORM UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-ACCT-NUMBER(WS-RQ-IDX) = WS-ROSTER-ACCT
                   AND WS-RQ-ROSTER-TYPE(WS-RQ-IDX) = WS-ROSTER-TYPE
                   AND (WS-RQ-STATUS(WS-RQ-IDX) = 'U'
                        OR WS-RQ-STATUS(WS-RQ-IDX) = 'O')
                   MOVE 'Y' TO WS-RQ-RETURNED(WS-RQ-IDX)
               END-IF
               SET WS-RQ-IDX UP BY 1
           END-PERFORM.

       4000-AGE-REQUESTS.
      *    An open request the calc did not fall back on tonight is
      *    answered if its roster is on file, else withdrawn. One
      *    still falling back is sent if unsent and the reference
      *    knows its party, then aged against its due date.
      *    Answered and withdrawn requests past the retention days
      *    are dropped.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQ-COUNT
               MOVE WS-RQ-DATA(WS-RQ-IDX) TO BENE-OWNER-REQUEST-REC
               EVALUATE TRUE
                   WHEN BOR-UNSENT OR BOR-OUTSTANDING
                       PERFORM 4100-AGE-OPEN-REQUEST
                   WHEN OTHER
                       PERFORM 4400-TEST-RETENTION
               END-EVALUATE
           END-PERFORM.

       4100-AGE-OPEN-REQUEST.
           IF BOR-LAST-SEEN-DATE NOT = WS-BUSINESS-DATE
               IF WS-RQ-RETURNED(WS-RQ-IDX) = 'Y'
                   SET BOR-ANSWERED TO TRUE
                   MOVE 'A' TO WS-RQ-ACTIVITY(WS-RQ-IDX)
                   ADD 1 TO WS-ANSWERED-COUNT
               ELSE
                   SET BOR-WITHDRAWN TO TRUE
                   MOVE 'W' TO WS-RQ-ACTIVITY(WS-RQ-IDX)
                   ADD 1 TO WS-WITHDRAWN-COUNT
               END-IF
               MOVE WS-BUSINESS-DATE TO BOR-CLOSED-DATE
               PERFORM 8900-STORE-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-RETURNED(WS-RQ-IDX) = 'Y'
               ADD 1 TO BOR-RETURN-REJECTS
               ADD 1 TO WS-REJECTED-RETURN-COUNT
           END-IF
           IF BOR-UNSENT
               PERFORM 4200-SEND-REQUEST
           END-IF
           IF BOR-OUTSTANDING
               PERFORM 4300-AGE-OUTSTANDING
           ELSE
               ADD 1 TO WS-UNSENT-COUNT
           END-IF
           PERFORM 8900-STORE-REQUEST.

       4200-SEND-REQUEST.
      *    The account's third party comes from the reference link;
      *    a link to a party with no header is no contact at all.
           MOVE SPACES TO WS-FIND-PARTY-ID
           SET WS-LK-IDX TO 1
           PERFORM UNTIL WS-LK-IDX > WS-LINK-COUNT
               IF WS-LK-ACCT-NUMBER(WS-LK-IDX) = BOR-ACCT-NUMBER
                   MOVE WS-LK-PARTY-ID(WS-LK-IDX) TO WS-FIND-PARTY-ID
                   SET WS-LK-IDX TO WS-LINK-COUNT
               END-IF
               SET WS-LK-IDX UP BY 1
           END-PERFORM
           IF WS-FIND-PARTY-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 8100-FIND-PARTY
           IF WS-PARTY-IDX-SAVE = 0
               EXIT PARAGRAPH
           END-IF
           SET WS-PT-IDX TO WS-PARTY-IDX-SAVE
           MOVE WS-FIND-PARTY-ID TO BOR-PARTY-ID
           SET BOR-OUTSTANDING TO TRUE
           MOVE WS-BUSINESS-DATE TO BOR-SENT-DATE
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER
               (WS-BUS-DAYNO + WS-PT-RESPONSE-DAYS(WS-PT-IDX))
           MOVE SPACES TO BOR-DUE-DATE
           STRING WS-DATE-NUM(1:4) '-' WS-DATE-NUM(5:2) '-'
                  WS-DATE-NUM(7:2)
               DELIMITED SIZE INTO BOR-DUE-DATE
           ADD 1 TO WS-PT-SENT-COUNT(WS-PT-IDX)
           MOVE 'S' TO WS-RQ-ACTIVITY(WS-RQ-IDX)
           ADD 1 TO WS-SENT-COUNT.

       4300-AGE-OUTSTANDING.
      *    Past due is level 1, a reminder to the contact; past due
      *    by more than the escalation days is level 2, escalated to
      *    compliance. A level once reached is not lowered. The
      *    party's totals feed the aging section of the report.
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE BOR-DUE-DATE TO WS-WORK-DATE
           PERFORM 8200-SET-WORK-DAYNO
           COMPUTE WS-AGE-DAYS = WS-BUS-DAYNO - WS-WORK-DAYNO
           IF WS-AGE-DAYS > 0
               ADD 1 TO WS-OVERDUE-COUNT
               IF BOR-ESCALATION-LEVEL < 1
                   MOVE 1 TO BOR-ESCALATION-LEVEL
               END-IF
               IF WS-AGE-DAYS > WS-ESCALATE-DAYS
                   MOVE 2 TO BOR-ESCALATION-LEVEL
               END-IF
           END-IF
           IF BOR-ESCALATION-LEVEL = 2
               ADD 1 TO WS-ESCALATED-COUNT
           END-IF
           MOVE BOR-PARTY-ID TO WS-FIND-PARTY-ID
           PERFORM 8100-FIND-PARTY
           IF WS-PARTY-IDX-SAVE = 0
               PERFORM 4310-ADD-UNLISTED-PARTY
           END-IF
           SET WS-PT-IDX TO WS-PARTY-IDX-SAVE
           ADD 1 TO WS-PT-OPEN-COUNT(WS-PT-IDX)
           ADD BOR-AMOUNT-AT-RISK TO WS-PT-AT-RISK(WS-PT-IDX)
           IF WS-PT-OLDEST-DUE(WS-PT-IDX) = SPACES
               OR BOR-DUE-DATE < WS-PT-OLDEST-DUE(WS-PT-IDX)
               MOVE BOR-DUE-DATE TO WS-PT-OLDEST-DUE(WS-PT-IDX)
           END-IF
           IF WS-AGE-DAYS > 0
               ADD 1 TO WS-PT-OVERDUE-COUNT(WS-PT-IDX)
               IF WS-AGE-DAYS > WS-PT-MAX-OVERDUE(WS-PT-IDX)
                   MOVE WS-AGE-DAYS TO WS-PT-MAX-OVERDUE(WS-PT-IDX)
               END-IF
           END-IF
           IF BOR-ESCALATION-LEVEL > WS-PT-MAX-LEVEL(WS-PT-IDX)
               MOVE BOR-ESCALATION-LEVEL
                   TO WS-PT-MAX-LEVEL(WS-PT-IDX)
           END-IF.

       4310-ADD-UNLISTED-PARTY.
      *    A request already sent to a party since taken off the
      *    reference still ages -- under the party id alone.
           IF WS-PARTY-COUNT NOT < WS-PARTY-MAX
               DISPLAY 'THIRD-PARTY TABLE FULL AGING REQUEST '
                        BOR-REQUEST-ID ' -- RUN ABORTED.'
               STOP RUN
           END-IF
           ADD 1 TO WS-PARTY-COUNT
           SET WS-PT-IDX TO WS-PARTY-COUNT
           PERFORM 1320-CLEAR-PARTY-ENTRY
           MOVE BOR-PARTY-ID TO WS-PT-PARTY-ID(WS-PT-IDX)
           MOVE '*** NO LONGER ON CONTACT REFERENCE'
               TO WS-PT-PARTY-NAME(WS-PT-IDX)
           MOVE WS-PARTY-COUNT TO WS-PARTY-IDX-SAVE.

       4400-TEST-RETENTION.
      *    A request answered or withdrawn tonight always makes the
      *    new generation, so the report shows it.
           IF WS-RQ-ACTIVITY(WS-RQ-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BOR-CLOSED-DATE TO WS-WORK-DATE
           PERFORM 8200-SET-WORK-DAYNO
           IF WS-WORK-DAYNO = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-DAYS = WS-BUS-DAYNO - WS-WORK-DAYNO
           IF WS-AGE-DAYS > WS-RETAIN-DAYS
               MOVE 'D' TO WS-RQ-ACTIVITY(WS-RQ-IDX)
               ADD 1 TO WS-PURGED-COUNT
           END-IF.

       5000-WRITE-DATA-REQUESTS.
      *    Tonight's requests, third party by third party in
      *    reference order, each to the file of the roster it asks
      *    for. The template line carries the account; the owner,
      *    amount, and status are the third party's to fill in, one
      *    line per owner. Every file is written, even empty, so the
      *    distribution step always finds tonight's.
           OPEN OUTPUT AGENT-REQUEST-FILE
           OPEN OUTPUT FIDUCIARY-REQUEST-FILE
           OPEN OUTPUT ANNUITY-REQUEST-FILE
           OPEN OUTPUT MORTGAGOR-REQUEST-FILE
           IF WS-AGYR-STATUS NOT = '00'
               OR WS-FDCR-STATUS NOT = '00'
               OR WS-ANOR-STATUS NOT = '00'
               OR WS-MSAR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING DATA REQUEST FILES -- AGYREQ '
                        WS-AGYR-STATUS ' FIDREQ ' WS-FDCR-STATUS
                        ' ANCREQ ' WS-ANOR-STATUS
                        ' MSAREQ ' WS-MSAR-STATUS
               DISPLAY 'RUN ABORTED -- REQUEST REGISTER NOT UPDATED.'
               STOP RUN
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PARTY-COUNT
               IF WS-PT-SENT-COUNT(WS-PT-IDX) > 0
                   PERFORM 5100-WRITE-PARTY-REQUESTS
               END-IF
           END-PERFORM
           CLOSE AGENT-REQUEST-FILE
           CLOSE FIDUCIARY-REQUEST-FILE
           CLOSE ANNUITY-REQUEST-FILE
           CLOSE MORTGAGOR-REQUEST-FILE.

       5100-WRITE-PARTY-REQUESTS.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-ACTIVITY(WS-RQ-IDX) = 'S'
                   MOVE WS-RQ-DATA(WS-RQ-IDX)
                       TO BENE-OWNER-REQUEST-REC
                   IF BOR-PARTY-ID = WS-PT-PARTY-ID(WS-PT-IDX)
                       PERFORM 5200-WRITE-TEMPLATE-LINE
                   END-IF
               END-IF
           END-PERFORM.

       5200-WRITE-TEMPLATE-LINE.
           EVALUATE TRUE
               WHEN BOR-AGENT-ROSTER
                   MOVE SPACES TO AGENT-OWNER-REC
                   MOVE BOR-ACCT-NUMBER TO AGY-ACCT-NUMBER
                   MOVE 0 TO AGY-PRINCIPAL-AMT
                   WRITE AGENT-OWNER-REC
                   ADD 1 TO WS-AGY-REQ-WRITTEN
               WHEN BOR-FIDUCIARY-ROSTER
                   MOVE SPACES TO FIDUCIARY-CLIENT-REC
                   MOVE BOR-ACCT-NUMBER TO FDC-ACCT-NUMBER
                   MOVE 0 TO FDC-CLIENT-AMT
                   WRITE FIDUCIARY-CLIENT-REC
                   ADD 1 TO WS-FDC-REQ-WRITTEN
               WHEN BOR-ANNUITY-ROSTER
                   MOVE SPACES TO ANNUITY-OWNER-REC
                   MOVE BOR-ACCT-NUMBER TO ANO-ACCT-NUMBER
                   MOVE 0 TO ANO-CONTRACT-AMT
                   WRITE ANNUITY-OWNER-REC
                   ADD 1 TO WS-ANO-REQ-WRITTEN
               WHEN BOR-MORTGAGOR-ROSTER
                   MOVE SPACES TO MORTGAGOR-BALANCE-REC
                   MOVE BOR-ACCT-NUMBER TO MSA-ACCT-NUMBER
                   MOVE 0 TO MSA-ESCROW-AMT
                   WRITE MORTGAGOR-BALANCE-REC
                   ADD 1 TO WS-MSA-REQ-WRITTEN
           END-EVALUATE.

       6000-WRITE-REQUEST-REGISTER.
           OPEN OUTPUT NEW-REQUEST-FILE
           IF WS-NREQ-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING NEW REQUEST REGISTER: '
                        WS-NREQ-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-ACTIVITY(WS-RQ-IDX) NOT = 'D'
                   WRITE NREQ-RECORD FROM WS-RQ-DATA(WS-RQ-IDX)
                   ADD 1 TO WS-RECORDS-WRITTEN
               END-IF
           END-PERFORM
           CLOSE NEW-REQUEST-FILE.

       7000-WRITE-REQUEST-REPORT.
           OPEN OUTPUT REQUEST-REPORT-FILE
           MOVE SPACES TO REQUEST-REPORT-LINE
           STRING 'BENEFICIAL-OWNER DATA REQUESTS -- BUSINESS DATE '
                  WS-BUSINESS-DATE
               DELIMITED SIZE INTO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE
           MOVE SPACES TO REQUEST-REPORT-LINE
           STRING 'ROSTER FALLBACKS TONIGHT ' WS-FALLBACK-COUNT
                  '  REQUESTS OPENED ' WS-OPENED-COUNT
                  '  SENT ' WS-SENT-COUNT
                  '  ANSWERED ' WS-ANSWERED-COUNT
                  '  WITHDRAWN ' WS-WITHDRAWN-COUNT
               DELIMITED SIZE INTO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE
           MOVE SPACES TO REQUEST-REPORT-LINE
           STRING 'OUTSTANDING ' WS-OUTSTANDING-COUNT
                  '  OVERDUE ' WS-OVERDUE-COUNT
                  '  ESCALATED ' WS-ESCALATED-COUNT
                  '  NOT SENT -- NO CONTACT ' WS-UNSENT-COUNT
                  '  RETURNED, FAILED EDITS '
                  WS-REJECTED-RETURN-COUNT
               DELIMITED SIZE INTO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE
           MOVE SPACES TO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE
           PERFORM 7100-WRITE-SENT-SECTION
           MOVE 'U' TO WS-SECTION-ACTIVITY
           MOVE 'NOT SENT -- NO THIRD PARTY ON THE CONTACT REFERENCE'
               TO REQUEST-REPORT-LINE
           PERFORM 7200-WRITE-REQUEST-SECTION
           MOVE 'F' TO WS-SECTION-ACTIVITY
           MOVE 'ROSTER RETURNED, STILL FALLING BACK -- FAILED EDITS'
               TO REQUEST-REPORT-LINE
           PERFORM 7200-WRITE-REQUEST-SECTION
           PERFORM 7400-WRITE-AGING-SECTION
           MOVE 'A' TO WS-SECTION-ACTIVITY
           MOVE 'ANSWERED -- ROSTER ON FILE, NO FALLBACK TONIGHT'
               TO REQUEST-REPORT-LINE
           PERFORM 7200-WRITE-REQUEST-SECTION
           MOVE 'W' TO WS-SECTION-ACTIVITY
           MOVE 'WITHDRAWN -- FALLBACK STOPPED WITH NO ROSTER RETURNED'
               TO REQUEST-REPORT-LINE
           PERFORM 7200-WRITE-REQUEST-SECTION
           IF WS-WRONG-DATE-COUNT > 0
               OR WS-REQ-OVERFLOW > 0
               MOVE SPACES TO REQUEST-REPORT-LINE
               STRING 'NOT REQUESTED -- OTHER BUSINESS DATE '
                      WS-WRONG-DATE-COUNT
                      '  REQUEST TABLE FULL ' WS-REQ-OVERFLOW
                   DELIMITED SIZE INTO REQUEST-REPORT-LINE
               WRITE REQUEST-REPORT-LINE
           END-IF
           CLOSE REQUEST-REPORT-FILE.

       7100-WRITE-SENT-SECTION.
      *    The transmittal: each third party sent requests tonight,
      *    whom they go to, and the accounts asked for.
           MOVE 'REQUESTS SENT TONIGHT' TO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE
           MOVE 0 TO WS-PARTY-LINES
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PARTY-COUNT
               IF WS-PT-SENT-COUNT(WS-PT-IDX) > 0
                   ADD 1 TO WS-PARTY-LINES
                   PERFORM 7110-WRITE-PARTY-TRANSMITTAL
               END-IF
           END-PERFORM
           IF WS-PARTY-LINES = 0
               MOVE '  NONE' TO REQUEST-REPORT-LINE
               WRITE REQUEST-REPORT-LINE
           END-IF
           MOVE SPACES TO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE.

       7110-WRITE-PARTY-TRANSMITTAL.
           MOVE SPACES TO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE
           STRING '  PARTY ' WS-PT-PARTY-ID(WS-PT-IDX)
                  '  ' WS-PT-PARTY-NAME(WS-PT-IDX)
                  '  REQUESTS ' WS-PT-SENT-COUNT(WS-PT-IDX)
                  '  RESPONSE DAYS ' WS-PT-RESPONSE-DAYS(WS-PT-IDX)
               DELIMITED SIZE INTO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE
           MOVE SPACES TO REQUEST-REPORT-LINE
           STRING '  ATTN ' WS-PT-CONTACT-NAME(WS-PT-IDX)
                  '  ' WS-PT-CONTACT-EMAIL(WS-PT-IDX)
                  '  ' WS-PT-CONTACT-PHONE(WS-PT-IDX)
               DELIMITED SIZE INTO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE
           IF WS-PT-MAIL-ADDRESS(WS-PT-IDX) NOT = SPACES
               MOVE SPACES TO REQUEST-REPORT-LINE
               STRING '  MAIL ' WS-PT-MAIL-ADDRESS(WS-PT-IDX)
                   DELIMITED SIZE INTO REQUEST-REPORT-LINE
               WRITE REQUEST-REPORT-LINE
           END-IF
           WRITE REQUEST-REPORT-LINE FROM REQUEST-HEADING-LINE
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQ-COUNT
               IF WS-RQ-ACTIVITY(WS-RQ-IDX) = 'S'
                   MOVE WS-RQ-DATA(WS-RQ-IDX)
                       TO BENE-OWNER-REQUEST-REC
                   IF BOR-PARTY-ID = WS-PT-PARTY-ID(WS-PT-IDX)
                       MOVE 'S' TO WS-SECTION-ACTIVITY
                       PERFORM 7210-WRITE-REQUEST-LINE
                   END-IF
               END-IF
           END-PERFORM.

       7200-WRITE-REQUEST-SECTION.
      *    The caller moves the section title to the report line.
      *    U and F select on the request, not tonight's activity.
           WRITE REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE FROM REQUEST-HEADING-LINE
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-REQ-COUNT
               MOVE WS-RQ-DATA(WS-RQ-IDX) TO BENE-OWNER-REQUEST-REC
               EVALUATE WS-SECTION-ACTIVITY
                   WHEN 'U'
                       IF BOR-UNSENT
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM 7210-WRITE-REQUEST-LINE
                       END-IF
                   WHEN 'F'
                       IF (BOR-UNSENT OR BOR-OUTSTANDING)
                           AND WS-RQ-RETURNED(WS-RQ-IDX) = 'Y'
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM 7210-WRITE-REQUEST-LINE
                       END-IF
                   WHEN OTHER
                       IF WS-RQ-ACTIVITY(WS-RQ-IDX)
                           = WS-SECTION-ACTIVITY
                           ADD 1 TO WS-SECTION-COUNT
                           PERFORM 7210-WRITE-REQUEST-LINE
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE '  NONE' TO REQUEST-REPORT-LINE
               WRITE REQUEST-REPORT-LINE
           END-IF
           MOVE SPACES TO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE.

       7210-WRITE-REQUEST-LINE.
           MOVE SPACES TO REQUEST-DETAIL-LINE
           MOVE BOR-REQUEST-ID      TO RDL-REQUEST-ID
           MOVE BOR-ACCT-NUMBER     TO RDL-ACCT-NUMBER
           MOVE BOR-ROSTER-TYPE     TO RDL-ROSTER-TYPE
           MOVE BOR-PARTY-ID        TO RDL-PARTY-ID
           MOVE BOR-AMOUNT-AT-RISK  TO RDL-AMOUNT
           EVALUATE WS-SECTION-ACTIVITY
               WHEN 'S'
                   STRING 'DUE ' BOR-DUE-DATE
                       DELIMITED SIZE INTO RDL-DETAIL
               WHEN 'U'
                   STRING 'OPENED ' BOR-OPENED-DATE
                       DELIMITED SIZE INTO RDL-DETAIL
               WHEN 'F'
                   STRING 'SENT ' BOR-SENT-DATE
                          ' CYCLES FAILING ' BOR-RETURN-REJECTS
                       DELIMITED SIZE INTO RDL-DETAIL
               WHEN OTHER
                   STRING 'SENT ' BOR-SENT-DATE
                          ' DUE ' BOR-DUE-DATE
                          ' CLOSED ' BOR-CLOSED-DATE
                       DELIMITED SIZE INTO RDL-DETAIL
           END-EVALUATE
           WRITE REQUEST-REPORT-LINE FROM REQUEST-DETAIL-LINE.

       7400-WRITE-AGING-SECTION.
      *    Every third party with requests outstanding, its oldest
      *    due date, and what to do about it.
           MOVE 'OUTSTANDING REQUESTS AGED BY THIRD PARTY'
               TO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE FROM PARTY-HEADING-LINE
           MOVE 0 TO WS-PARTY-LINES
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PARTY-COUNT
               IF WS-PT-OPEN-COUNT(WS-PT-IDX) > 0
                   ADD 1 TO WS-PARTY-LINES
                   PERFORM 7410-WRITE-PARTY-AGING-LINE
               END-IF
           END-PERFORM
           IF WS-PARTY-LINES = 0
               MOVE '  NONE' TO REQUEST-REPORT-LINE
               WRITE REQUEST-REPORT-LINE
           END-IF
           MOVE SPACES TO REQUEST-REPORT-LINE
           WRITE REQUEST-REPORT-LINE.

       7410-WRITE-PARTY-AGING-LINE.
           MOVE SPACES TO PARTY-AGING-LINE
           MOVE WS-PT-PARTY-ID(WS-PT-IDX)      TO PAL-PARTY-ID
           MOVE WS-PT-PARTY-NAME(WS-PT-IDX)    TO PAL-PARTY-NAME
           MOVE WS-PT-OPEN-COUNT(WS-PT-IDX)    TO PAL-OPEN-COUNT
           MOVE WS-PT-OVERDUE-COUNT(WS-PT-IDX) TO PAL-OVERDUE-COUNT
           MOVE WS-PT-OLDEST-DUE(WS-PT-IDX)    TO PAL-OLDEST-DUE
           MOVE WS-PT-MAX-OVERDUE(WS-PT-IDX)   TO PAL-MAX-OVERDUE
           MOVE WS-PT-AT-RISK(WS-PT-IDX)       TO PAL-AT-RISK
           EVALUATE WS-PT-MAX-LEVEL(WS-PT-IDX)
               WHEN 2
                   MOVE 'ESCALATE TO COMPLIANCE' TO PAL-ACTION
               WHEN 1
                   MOVE 'REMIND CONTACT -- PAST DUE' TO PAL-ACTION
               WHEN OTHER
                   MOVE 'AWAITING RESPONSE' TO PAL-ACTION
           END-EVALUATE
           WRITE REQUEST-REPORT-LINE FROM PARTY-AGING-LINE.

       8100-FIND-PARTY.
      *    Table position of WS-FIND-PARTY-ID, zero if not held.
           MOVE 0 TO WS-PARTY-IDX-SAVE
           SET WS-PT-IDX TO 1
           PERFORM UNTIL WS-PT-IDX > WS-PARTY-COUNT
               IF WS-PT-PARTY-ID(WS-PT-IDX) = WS-FIND-PARTY-ID
                   SET WS-PARTY-IDX-SAVE TO WS-PT-IDX
                   SET WS-PT-IDX TO WS-PARTY-COUNT
               END-IF
               SET WS-PT-IDX UP BY 1
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

       8900-STORE-REQUEST.
      *    Puts BENE-OWNER-REQUEST-REC back in the table entry at
      *    WS-RQ-IDX with its match key and status.
           MOVE BOR-ACCT-NUMBER TO WS-RQ-ACCT-NUMBER(WS-RQ-IDX)
           MOVE BOR-ROSTER-TYPE TO WS-RQ-ROSTER-TYPE(WS-RQ-IDX)
           MOVE BOR-STATUS      TO WS-RQ-STATUS(WS-RQ-IDX)
           MOVE BENE-OWNER-REQUEST-REC TO WS-RQ-DATA(WS-RQ-IDX).

       9000-FINALIZE.
           PERFORM 9100-WRITE-RUN-COMPLETE
           DISPLAY 'BENEFICIAL-OWNER DATA REQUESTS COMPLETE'
           DISPLAY '  BUSINESS DATE:          ' WS-BUSINESS-DATE
           DISPLAY '  PRIOR REQUESTS READ:    ' WS-PRIOR-READ
           DISPLAY '  ROSTER FALLBACKS READ:  ' WS-FALLBACK-COUNT
           DISPLAY '  REQUESTS OPENED:        ' WS-OPENED-COUNT
           DISPLAY '  REQUESTS SENT:          ' WS-SENT-COUNT
           DISPLAY '    AGYREQ LINES:         ' WS-AGY-REQ-WRITTEN
           DISPLAY '    FIDREQ LINES:         ' WS-FDC-REQ-WRITTEN
           DISPLAY '    ANCREQ LINES:         ' WS-ANO-REQ-WRITTEN
           DISPLAY '    MSAREQ LINES:         ' WS-MSA-REQ-WRITTEN
           DISPLAY '  NOT SENT, NO CONTACT:   ' WS-UNSENT-COUNT
           DISPLAY '  ANSWERED:               ' WS-ANSWERED-COUNT
           DISPLAY '  WITHDRAWN:              ' WS-WITHDRAWN-COUNT
           DISPLAY '  OUTSTANDING:            ' WS-OUTSTANDING-COUNT
           DISPLAY '  ESCALATED:              ' WS-ESCALATED-COUNT
           DISPLAY '  REQUESTS PURGED:        ' WS-PURGED-COUNT
           DISPLAY '  REQUESTS WRITTEN:       ' WS-RECORDS-WRITTEN
           IF WS-REQ-OVERFLOW NOT = 0
               DISPLAY '  REQUEST TABLE FULL, NOT OPENED: '
                   WS-REQ-OVERFLOW
           END-IF.

       9100-WRITE-RUN-COMPLETE.
      *    Appends this job's completion record for the cycle so
      *    successor jobs can gate on it (see RUN-CONTROL.cpy).
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE SPACES TO RUN-CONTROL-REC
           SET RC-JOB-COMPLETE-REC TO TRUE
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
           MOVE 'BENE-OWNER-REQUEST' TO RC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RC-COMPLETED-TS
           WRITE RUN-CONTROL-REC
           CLOSE RUN-CONTROL-FILE.
